         02 datacadastro-ant        pic 9(08).
         02 situacao-ant            pic x(10).
         02 ultimamanut-ant         pic 9(14).
         02 documento-ant           pic x(14).
       fd clientes-novo
           label record is standard.
       01 registro-clientes.
         02 situacao-clientes       pic x(10).
         02 ultimamanutencao-clientes pic 9(14).
         02 documento-clientes      pic x(14).
         02 cep-clientes            pic x(08).
       working-storage section.
       77 fs-antigo                 pic x(02).
       77 fs-novo                   pic x(02).
              "C:\CursoCobol\BaseNativaCobol\CLIENTES.ARQ".
       procedure division.
      *Migracao unica do CLIENTES.ARQ para o layout com o campo
      *CEP: cada cliente e relido no layout antigo (ate o
      *DOCUMENTO) e regravado com o CEP em branco, a preencher
      *pelo cadastro. Rodar com o sistema parado.
       iniciando.
           display erase at 0101
           move datacadastro-ant    to datacadastro-clientes
           move situacao-ant        to situacao-clientes
           move ultimamanut-ant     to ultimamanutencao-clientes
           move documento-ant       to documento-clientes
           move spaces              to cep-clientes
           write registro-clientes invalid key
              display "Erro ao gravar: " at 2101 fs-novo
              accept espera at 2180
