         02 situacao-clientes       pic x(10).
         02 ultimamanutencao-clientes pic 9(14).
         02 documento-clientes      pic x(14).
         02 cep-clientes            pic x(08).
       fd relatorio-clientes
           label record is standard.
       01 reg-relatorio              pic x(132).
       01 ws-destino-relatorio       pic x(01).
       01 ws-uf-retorno              pic x(01).
       01 ws-uf-regiao               pic x(20).
       01 ws-cep-retorno             pic x(01).
       01 ws-cep-anterior            pic x(08).
       01 ws-cep-logradouro          pic x(50).
       01 ws-cep-bairro              pic x(50).
       01 ws-cep-cidade              pic x(50).
       01 ws-cep-uf                  pic x(02).
       01 ws-motivo-inativacao       pic x(03).
       01 ws-motivo-retorno          pic x(01).
       01 ws-motivo-descricao        pic x(40).
       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
       01 registro-salvo             pic x(327).
       01 ws-doc-retorno             pic x(01).
       01 ws-doc-busca               pic x(14).
       01 ws-doc-codigo              pic x(10).
       01 ws-doc-unico               pic x(01).
      *CPF/CNPJ e patrimonio como o operador pode ver (mascarados
      *fora do nivel A).
       01 ws-documento-tela          pic x(18).
       01 ws-patrimonio-tela         pic x(14).
       procedure division.
       assinatura.
           call "Login" using ws-login-codigo
           display "Pais Cliente..............: " at 0601
           display "Cidade Cliente............: " at 0701
           display "Estado Cliente............: " at 0801
           display "CEP: " at 0835
           display "Patrimonio Cliente........: " at 0901
           display "Data Cadastro Cliente.....: " at 1001
           display "Situacao Cliente..........: " at 1101
              go incluir
           end-read
           accept nome-clientes at 0329
           accept cep-clientes at 0840
           if cep-clientes not = spaces
              and cep-clientes is not numeric
              display "CEP deve ter 8 digitos (Pressione Enter)" at 2001
              accept espera at 2201
              go incluir
           end-if
           move spaces to ws-cep-anterior
           perform preencher-cep-clientes
                   thru preencher-cep-clientes-fim
           accept endereco-clientes at 0429 with update
           accept bairro-clientes at 0529 with update
           accept pais-clientes at 0629
           accept cidade-clientes at 0729 with update
           accept estado-clientes at 0829 with update
           move function upper-case(estado-clientes)
                                    to estado-clientes
           perform validar-uf-clientes
           go alterar.
       alterar-registro.
           move "S" to ws-acao-ok
           move cep-clientes to ws-cep-anterior
           accept nome-clientes at 0329 with update
           accept cep-clientes at 0840 with update
           if cep-clientes not = spaces
              and cep-clientes is not numeric
              display "CEP deve ter 8 digitos (Pressione Enter)" at 2001
              accept espera at 2201
              move "N" to ws-acao-ok
              go alterar-registro-fim
           end-if
           perform preencher-cep-clientes
                   thru preencher-cep-clientes-fim
           accept endereco-clientes at 0429 with update
           accept bairro-clientes at 0529 with update
           accept pais-clientes at 0629 with update
              move "N" to ws-acao-ok
              go alterar-registro-fim
           end-if
      *    Documento e patrimonio so sao alterados pelo nivel A; os
      *    demais os veem mascarados e ficam com o valor gravado.
           perform mascarar-cliente
           if ws-login-nivel = "A"
              accept patrimonio-clientes at 0929 with update
           else
              display ws-patrimonio-tela at 0929
           end-if
           accept datacadastro-clientes at 1029 with update
           accept situacao-clientes at 1129 with update
           if ws-login-nivel = "A"
              accept documento-clientes at 1229 with update
           else
              display ws-documento-tela at 1229
           end-if
           perform validar-documento-arquivo
                   thru validar-documento-fim
           if ws-doc-unico = "N"
           display pais-clientes at 0629
           display cidade-clientes at 0729
           display estado-clientes at 0829
           display cep-clientes at 0840
           perform mascarar-cliente
           display ws-patrimonio-tela at 0929
           display datacadastro-clientes at 1029
           display situacao-clientes at 1129
           display ws-documento-tela at 1229
           display "(Pressione Enter)" at 2001
           accept espera at 2201
           go consultar.
           display pais-clientes at 0629
           display cidade-clientes at 0729
           display estado-clientes at 0829
           display cep-clientes at 0840
           perform mascarar-cliente
           display ws-patrimonio-tela at 0929
           display datacadastro-clientes at 1029
           display situacao-clientes at 1129
           display ws-documento-tela at 1229
           display "(Pressione Enter)" at 2001
           accept espera at 2201.
       pick-alterar.
           accept espera at 2370
           go menugeral.

      *Documento e patrimonio do cliente lido como o operador
      *assinado pode ver.
       mascarar-cliente.
           call "MascaraCliente" using ws-login-nivel
                                       documento-clientes
                                       patrimonio-clientes
                                       ws-documento-tela
                                       ws-patrimonio-tela.
      *CNPJ/CPF no arquivo nativo: digito verificador pelo
      *ValidaDocumento e unicidade por varredura sequencial
      *(aponta o cliente que ja usa o documento).
           if ws-uf-retorno = "9"
              display "Aviso: tabela de UFs indisponivel" at 1901
           end-if.
      *CEP novo ou alterado: a tabela dos Correios (BuscaCEP)
      *preenche logradouro, bairro, cidade e UF, que o operador
      *ainda confirma na tela (numero no endereco) e a UF segue
      *pelo ValidaUF. CEP inalterado nao mexe no endereco gravado.
       preencher-cep-clientes.
           if cep-clientes = spaces
              or cep-clientes = ws-cep-anterior
              go preencher-cep-clientes-fim
           end-if
           call "BuscaCEP" using cep-clientes
                                 ws-cep-retorno
                                 ws-cep-logradouro
                                 ws-cep-bairro
                                 ws-cep-cidade
                                 ws-cep-uf
           if ws-cep-retorno = "1"
              display "Aviso: CEP nao cadastrado na tabela" at 1801
           end-if
           if ws-cep-retorno = "9"
              display "Aviso: tabela de CEPs indisponivel" at 1801
           end-if
           if ws-cep-retorno = "0"
              move ws-cep-logradouro to endereco-clientes
              move ws-cep-bairro     to bairro-clientes
              move ws-cep-cidade     to cidade-clientes
              move ws-cep-uf         to estado-clientes
              display endereco-clientes at 0429
              display bairro-clientes   at 0529
              display cidade-clientes   at 0729
              display estado-clientes   at 0829
           end-if.
       preencher-cep-clientes-fim.
           exit.

       traduz-fs-estado.
           evaluate fs-estado
