       identification division.
       program-id. MigraCredito.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select credito-antigo assign to disk
             organization is indexed
             access mode is dynamic file status fs-antigo
             record key is cliente-ant.
           select credito-novo assign to "CREDITO.NEW"
             organization is indexed
             access mode is dynamic file status fs-novo
             record key is cliente-credito.
       data division.
       fd credito-antigo
           label record is standard
           value of file-id "CREDITO.ARQ".
       01 registro-antigo.
         02 cliente-ant             pic x(10).
         02 limite-ant              pic 9(09)v99.
         02 condpagto-ant           pic x(03).
       fd credito-novo
           label record is standard.
       01 registro-credito.
         02 cliente-credito         pic x(10).
         02 limite-credito          pic 9(09)v99.
         02 condpagto-credito       pic x(03).
      *   S = pedidos do cliente faturados juntos no fechamento do
      *   mes (FaturaMensal); branco ou N = fatura pedido a pedido.
         02 fatmensal-credito       pic x(01).
       working-storage section.
       77 fs-antigo                 pic x(02).
       77 fs-novo                   pic x(02).
       01 espera                    pic x(01) value spaces.
       01 confirma                  pic x(01) value spaces.
       01 status-code               pic x(2) comp-5.
       01 ws-total-migrados          pic 9(07) value zeros.
       01 ws-arquivo-novo            pic x(20)
              value "CREDITO.NEW".
       01 ws-arquivo-vivo            pic x(20)
              value "CREDITO.ARQ".
       procedure division.
      *Migracao unica do CREDITO.ARQ (24 bytes) para o layout com o
      *indicador de faturamento mensal: cada limite e regravado com
      *o indicador N (fatura pedido a pedido, como ate aqui).
      *Rodar com o sistema parado.
       iniciando.
           display erase at 0101
           display "Migracao de Layout do CREDITO.ARQ" at 0101
           display "Roda uma unica vez, com o sistema parado."
                   at 0301
           display "Confirma a migracao (S/N)? " at 0501
           move spaces to confirma
           accept confirma at 0529
           if confirma not = "S" and confirma not = "s"
              exit program
              stop run
           end-if
           open input credito-antigo
           if fs-antigo not = "00"
              display "CREDITO.ARQ com problema: " at 2101
                              fs-antigo
              close credito-antigo
              accept espera at 2180
              exit program
              stop run
           end-if
           open output credito-novo
           if fs-novo not = "00"
              display "Erro ao criar CREDITO.NEW: " at 2101
                              fs-novo
              close credito-novo credito-antigo
              accept espera at 2180
              exit program
              stop run
           end-if
           move low-values to cliente-ant
           start credito-antigo key is >= cliente-ant invalid key
                 go migrando-fim
           end-start.
       migrando-le.
           read credito-antigo next at end
                 go migrando-fim.
           move cliente-ant         to cliente-credito
           move limite-ant          to limite-credito
           move condpagto-ant       to condpagto-credito
           move "N"                 to fatmensal-credito
           write registro-credito invalid key
              display "Erro ao gravar: " at 2101 fs-novo
              accept espera at 2180
           end-write
           add 1 to ws-total-migrados
           display "Limites Migrados: " at 0701
                           ws-total-migrados
           go migrando-le.
       migrando-fim.
           close credito-antigo
           close credito-novo
           call "CBL_COPY_FILE" using ws-arquivo-novo
                                      ws-arquivo-vivo
                            returning status-code
           if status-code = zero
              call "CBL_DELETE_FILE" using ws-arquivo-novo
                                 returning status-code
              display "Migracao concluida: " at 0901
                              ws-total-migrados
           else
              display "ERRO ao copiar o arquivo novo sobre o"
                      at 0901
              display "vivo; o CREDITO.NEW foi mantido." at 1001
           end-if
           accept espera at 2301
           exit program
           stop run.
       end program MigraCredito.
