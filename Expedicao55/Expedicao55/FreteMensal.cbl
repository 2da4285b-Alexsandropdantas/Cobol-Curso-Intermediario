      $SET SQL()
       identification division.
       program-id. FreteMensal.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select relatorio-frete assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd relatorio-frete
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-data-integer            pic 9(09).
       01 ws-data-mes-ant            pic 9(08).
       01 ws-env-anomes              pic x(06).
       01 ws-modo-batch              pic x(01) value "N".
       01 ws-total-ufs               pic 9(03) value zeros.
       01 ws-total-embarques         pic 9(07) value zeros.
       01 ws-total-mercadoria        pic 9(11)v99 value zeros.
       01 ws-total-frete             pic 9(11)v99 value zeros.
       01 ws-percentual              pic 9(03)v99.
       01 ws-valor-edit              pic zz.zzz.zzz.zz9,99.
       01 ws-frete-edit              pic zz.zzz.zzz.zz9,99.
       01 ws-peso-edit               pic zzz.zzz.zz9,999.
       01 ws-perc-edit               pic zz9,99.
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlanomes                  pic 9(06).
       01 sqluf                      pic x(02).
       01 sqlembarques               pic 9(07).
       01 sqlpeso                    pic 9(09)v999.
       01 sqlmercadoria              pic 9(11)v99.
       01 sqlfrete                   pic 9(11)v99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
       conectando.
           call "ConectaAmbiente" using ws-conexao-ambiente
                                        ws-conexao-usada
                                        ws-conexao-retorno
           if ws-conexao-retorno = "0"
              move 0 to sqlcode
           else
              move -1 to sqlcode
           end-if
           if sqlcode not = 0
                display "Erro: Nao conseguiu conectar " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                exit program
                stop run
           end-if.
      *Frete do mes por UF de destino: embarques do mes com o frete
      *cobrado no CT-e da transportadora (LerCTe) ou, enquanto o
      *CT-e nao chega, o previsto na cotacao do embarque; o valor
      *faturado da mercadoria embarcada e o frete em percentual
      *desse valor.
      *Mes em FRETE_ANOMES (AAAAMM) quando roda pelo Scheduler; sem
      *ele pergunta, sugerindo o mes anterior.
       iniciando.
           display erase at 0101
           display "Frete x Faturamento por UF" at 0101
           move "FRETE-MENSAL" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move function current-date(1:8) to ws-data-hoje
           move ws-data-hoje to ws-data-mes-ant
           move 01 to ws-data-mes-ant(7:2)
           compute ws-data-integer =
              function integer-of-date (ws-data-mes-ant) - 1
           compute ws-data-mes-ant =
              function date-of-integer (ws-data-integer)
           move ws-data-mes-ant(1:6) to sqlanomes

           move spaces to ws-env-anomes
           accept ws-env-anomes from environment "FRETE_ANOMES"
           if ws-env-anomes not = spaces
              move "S" to ws-modo-batch
              compute sqlanomes =
                      function numval (ws-env-anomes)
                   on size error continue
              end-compute
           else
              move "N" to ws-modo-batch
              display "Mes AAAAMM: " at 0301
              accept sqlanomes at 0313 with update
           end-if

           string "FRETE_MENSAL_"        delimited by size
                  sqlanomes              delimited by size
                  ".TXT"                 delimited by size
                  into ws-relatorio-nome
           open output relatorio-frete
           initialize ws-linha-relatorio
           string "Frete x Faturamento por UF - Mes " delimited by size
                  sqlanomes                           delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "UF Embarques      Peso Bruto kg"
                                       delimited by size
                  "   Valor Faturado  Frete CT-e/Cotado  Frete %"
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           EXEC SQL
                DECLARE CURSORFRETEUF CURSOR FOR
                   SELECT IFNULL(UF_DESTINO, '??'), COUNT(*),
                          IFNULL(SUM(PESO_BRUTO), 0),
                          IFNULL(SUM(VALOR_MERCADORIA), 0),
                          IFNULL(SUM(IFNULL(FRETE_COBRADO,
                                            FRETE_PREVISTO)), 0)
                     FROM EMBARQUES
                    WHERE DATE_FORMAT(DATAEMBARQUE, '%Y%m') =
                          :sqlanomes
                    GROUP BY IFNULL(UF_DESTINO, '??')
                    ORDER BY 1
           END-EXEC
           EXEC SQL
                OPEN CURSORFRETEUF
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                if ws-modo-batch = "N"
                   accept espera at 2301
                end-if
                close relatorio-frete
                go finalizando-erro
           end-if.
       listando-le.
           EXEC SQL
                FETCH CURSORFRETEUF INTO
                       :sqluf,
                       :sqlembarques,
                       :sqlpeso,
                       :sqlmercadoria,
                       :sqlfrete
           END-EXEC
           if sqlcode not = 0
              go listando-fim
           end-if
           add 1 to ws-total-ufs
           add sqlembarques to ws-total-embarques
           add sqlmercadoria to ws-total-mercadoria
           add sqlfrete to ws-total-frete
           move sqlfrete to ws-frete-edit
           move sqlmercadoria to ws-valor-edit
           move sqlpeso to ws-peso-edit
           if sqlmercadoria = zeros
              move zeros to ws-percentual
           else
              compute ws-percentual rounded =
                      sqlfrete * 100 / sqlmercadoria
                   on size error move 999,99 to ws-percentual
              end-compute
           end-if
           move ws-percentual to ws-perc-edit
           initialize ws-linha-relatorio
           string sqluf              delimited by size
                  " "                delimited by size
                  sqlembarques       delimited by size
                  " "                delimited by size
                  ws-peso-edit       delimited by size
                  " "                delimited by size
                  ws-valor-edit      delimited by size
                  " "                delimited by size
                  ws-frete-edit      delimited by size
                  "  "               delimited by size
                  ws-perc-edit       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go listando-le.
       listando-fim.
           EXEC SQL
                CLOSE CURSORFRETEUF
           END-EXEC
           move zeros to sqlcode
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           if ws-total-mercadoria = zeros
              move zeros to ws-percentual
           else
              compute ws-percentual rounded =
                      ws-total-frete * 100 / ws-total-mercadoria
                   on size error move 999,99 to ws-percentual
              end-compute
           end-if
           move ws-percentual to ws-perc-edit
           move ws-total-mercadoria to ws-valor-edit
           move ws-total-frete to ws-frete-edit
           initialize ws-linha-relatorio
           string "TOTAL  Embarques: "   delimited by size
                  ws-total-embarques     delimited by size
                  "  Valor: "            delimited by size
                  ws-valor-edit          delimited by size
                  "  Frete: "            delimited by size
                  ws-frete-edit          delimited by size
                  "  Frete %: "          delimited by size
                  ws-perc-edit           delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-frete

           move "F" to ws-plog-evento
           move ws-total-embarques to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog

           move "FRETE_MENSAL" to ws-cat-nome
           move ws-total-ufs to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "UFs: " at 0601 ws-total-ufs
           display "Listagem: " at 0701 ws-relatorio-nome
           go desconectando.
       finalizando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go desconectando.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio.
       gravar-processlog.
           call "GravaProcessLog" using ws-plog-job
                                        ws-plog-evento
                                        ws-plog-registros
                                        ws-plog-status.
       desconectando.
           EXEC SQL
                DISCONNECT all
           END-EXEC
           display "DisconnectOK= CONEXAO" at 2301
           if ws-modo-batch = "N"
              accept espera at 2401
           end-if
           exit program
           stop run.
       end program FreteMensal.
