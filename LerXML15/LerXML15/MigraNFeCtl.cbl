       identification division.
       program-id. MigraNFeCtl.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select nfectl-antigo assign to disk
                  organization is indexed
                  access mode is dynamic
                  file status is fs-antigo
                  record key is pedido-ant.
           select nfectl-novo assign to "NFECTL.NEW"
                  organization is indexed
                  access mode is dynamic
                  file status is fs-novo
                  record key is chave-nfectl.
       data division.
       fd nfectl-antigo
           label record is standard
           value of file-id "NFECTL.ARQ".
       01 registro-antigo.
         02 pedido-ant              pic x(10).
         02 numero-ant              pic x(10).
         02 data-ant                pic 9(08).
         02 arquivo-ant             pic x(60).
       fd nfectl-novo
           label record is standard.
       01 registro-nfectl.
         02 chave-nfectl.
            03 pedido-nfectl        pic x(10).
            03 numero-nfectl        pic x(10).
         02 data-nfectl             pic 9(08).
         02 arquivo-nfectl          pic x(60).
      *   Situacao: A (ou branco) autorizada, C cancelada.
         02 situacao-nfectl         pic x(01).
         02 quando-nfectl           pic 9(14).
      *   Fatura do pedido (PEDIDO_FATURAS); zero = pedido inteiro.
         02 fatura-nfectl           pic 9(02).
      *   Eventos da nota (EventoNFe): 110111 cancelamento,
      *   110110 carta de correcao; ate 20 cartas e um cancelamento.
         02 qtd-eventos-nfectl      pic 9(02).
         02 evento-nfectl occurs 21 times.
            03 tipo-evento-nfectl   pic x(06).
            03 seq-evento-nfectl    pic 9(02).
            03 quando-evento-nfectl pic 9(14).
            03 operador-evento-nfectl pic x(20).
            03 arquivo-evento-nfectl pic x(60).
      *   Chave de acesso de 44 digitos da nota.
         02 chave-acesso-nfectl     pic x(44).
       working-storage section.
       77 fs-antigo                 pic x(02).
       77 fs-novo                   pic x(02).
       01 espera                    pic x(01) value spaces.
       01 confirma                  pic x(01) value spaces.
       01 status-code               pic x(2) comp-5.
       01 ws-total-migrados          pic 9(07) value zeros.
       01 ws-total-sem-numero        pic 9(07) value zeros.
       01 ws-arquivo-novo            pic x(20)
              value "NFECTL.NEW".
       01 ws-arquivo-vivo            pic x(20)
              value "NFECTL.ARQ".
       procedure division.
      *Migracao unica do NFECTL.ARQ (88 bytes, uma nota por pedido)
      *para o layout com chave pedido + numero, situacao, eventos e
      *chave de acesso. No layout antigo nao havia cancelamento de
      *nota: todo registro com numero e nota autorizada, e o
      *registro sem numero (emissao interrompida) entra cancelado
      *para o pedido poder ser faturado de novo. A hora da emissao
      *fica zerada no dia da data-nfectl, sem fatura nem eventos;
      *a chave de acesso em branco e remontada pelo GeraNFe na
      *regeracao da nota. Rodar com o sistema parado.
       iniciando.
           display erase at 0101
           display "Migracao de Layout do NFECTL.ARQ" at 0101
           display "Roda uma unica vez, com o sistema parado."
                   at 0301
           display "Confirma a migracao (S/N)? " at 0501
           move spaces to confirma
           accept confirma at 0529
           if confirma not = "S" and confirma not = "s"
              exit program
              stop run
           end-if
           open input nfectl-antigo
           if fs-antigo not = "00"
              display "NFECTL.ARQ com problema: " at 2101
                              fs-antigo
              close nfectl-antigo
              accept espera at 2180
              exit program
              stop run
           end-if
           open output nfectl-novo
           if fs-novo not = "00"
              display "Erro ao criar NFECTL.NEW: " at 2101
                              fs-novo
              close nfectl-novo nfectl-antigo
              accept espera at 2180
              exit program
              stop run
           end-if
           move low-values to pedido-ant
           start nfectl-antigo key is >= pedido-ant invalid key
                 go migrando-fim
           end-start.
       migrando-le.
           read nfectl-antigo next at end
                 go migrando-fim.
           initialize registro-nfectl
           move pedido-ant          to pedido-nfectl
           move numero-ant          to numero-nfectl
           move data-ant            to data-nfectl
           move arquivo-ant         to arquivo-nfectl
           if numero-ant = spaces
              move "C" to situacao-nfectl
              add 1 to ws-total-sem-numero
           else
              move "A" to situacao-nfectl
           end-if
           move zeros               to quando-nfectl
           if data-ant is numeric
              compute quando-nfectl = data-ant * 1000000
           end-if
           move zeros               to fatura-nfectl
           move zeros               to qtd-eventos-nfectl
           move spaces              to chave-acesso-nfectl
           write registro-nfectl invalid key
              display "Erro ao gravar: " at 2101 fs-novo
              accept espera at 2180
           end-write
           add 1 to ws-total-migrados
           display "Notas Migradas: " at 0701
                           ws-total-migrados
           go migrando-le.
       migrando-fim.
           close nfectl-antigo
           close nfectl-novo
           call "CBL_COPY_FILE" using ws-arquivo-novo
                                      ws-arquivo-vivo
                            returning status-code
           if status-code = zero
              call "CBL_DELETE_FILE" using ws-arquivo-novo
                                 returning status-code
              display "Migracao concluida: " at 0901
                              ws-total-migrados
              if ws-total-sem-numero > zeros
                 display "Sem numero (canceladas): " at 1001
                                 ws-total-sem-numero
              end-if
           else
              display "ERRO ao copiar o arquivo novo sobre o"
                      at 0901
              display "vivo; o NFECTL.NEW foi mantido." at 1001
           end-if
           accept espera at 2301
           exit program
           stop run.
       end program MigraNFeCtl.
