      $SET SQL()
       identification division.
       program-id. AgingChamados.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select relatorio-aging assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd relatorio-aging
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
       01 ws-data-abertura-num       pic 9(08).
       01 ws-data-prazo-num          pic 9(08).
       01 ws-dias-uteis              pic s9(05).
       01 ws-dias-edit               pic zzzz9.
       01 ws-indice-balde            pic 9(01).
       01 ws-total-chamados          pic 9(05) value zeros.
       01 ws-total-vencidos          pic 9(05) value zeros.
       01 ws-atraso                  pic x(08).
       01 ws-baldes.
          02 ws-balde occurs 4 times.
             03 ws-balde-qtd        pic 9(05).
             03 ws-balde-vencidos   pic 9(05).
       01 ws-nomes-baldes.
          02 filler pic x(20) value "00-02 dias uteis".
          02 filler pic x(20) value "03-05 dias uteis".
          02 filler pic x(20) value "06-10 dias uteis".
          02 filler pic x(20) value "mais de 10 dias".
       01 filler redefines ws-nomes-baldes.
          02 ws-nome-balde           pic x(20) occurs 4 times.
       01 ws-areas.
          02 ws-area-tab occurs 30 times.
             03 ws-area-nome        pic x(10).
             03 ws-area-qtd         pic 9(05).
             03 ws-area-vencidos    pic 9(05).
       01 ws-area-usadas             pic 9(02) value zeros.
       01 ws-indice-area             pic 9(02).
       01 ws-achou-area              pic x(01).
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlnumero                  pic x(10).
       01 sqlcliente                 pic x(10).
       01 sqlestado-cliente          pic x(02).
       01 sqlcategoria               pic x(03).
       01 sqlarea                    pic x(10).
       01 sqlabertura                pic x(10).
       01 sqlprazo                   pic x(10).
       01 sqlstatus                  pic x(10).
       01 sqlpedido                  pic x(10).
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
      *Aging semanal dos chamados SAC em aberto (ABERTO e ANDAMENTO):
      *idade em dias uteis desde a abertura, com os feriados da UF
      *do cliente, e marca dos chamados com o prazo de solucao
      *vencido. Totais por faixa e por area responsavel.
       iniciando.
           display erase at 0101
           display "Aging de Chamados SAC em Aberto (dias uteis)"
                   at 0101
           move "AGING-SAC" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move function current-date(1:8) to ws-data-hoje
           string "AGING_SAC_"     delimited by size
                  ws-data-hoje     delimited by size
                  ".TXT"           delimited by size
                  into ws-relatorio-nome
           open output relatorio-aging
           move "Aging de Chamados SAC em Aberto por Dias Uteis"
                to ws-linha-relatorio
           perform gravar-relatorio
           move "Contados a partir da abertura do chamado"
                to ws-linha-relatorio
           perform gravar-relatorio
           move "Chamados com o prazo de solucao vencido: *VENCIDO*"
                to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Chamado    Cliente    Pedido     Cat Area      "
                                            delimited by size
                  " Abertura   Prazo       Dias Status"
                                            delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           EXEC SQL
                DECLARE CURSORAGINGSAC CURSOR FOR
                   SELECT A.NUMERO, A.CODIGO_CLIENTE,
                          IFNULL(B.ESTADO, ' '), A.CATEGORIA,
                          A.AREA,
                          DATE_FORMAT(A.ABERTURA, '%Y-%m-%d'),
                          DATE_FORMAT(A.PRAZO, '%Y-%m-%d'),
                          A.STATUS, IFNULL(A.CODIGO_PEDIDO, ' ')
                     FROM SAC_CHAMADOS A
                     LEFT JOIN CLIENTES B
                            ON B.CODIGO = A.CODIGO_CLIENTE
                    WHERE A.STATUS IN ('ABERTO','ANDAMENTO')
                    ORDER BY A.ABERTURA, A.NUMERO
           END-EXEC
           EXEC SQL
                OPEN CURSORAGINGSAC
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                close relatorio-aging
                go desconectando
           end-if.
       aging-le.
           EXEC SQL
                FETCH CURSORAGINGSAC INTO
                       :sqlnumero,
                       :sqlcliente,
                       :sqlestado-cliente,
                       :sqlcategoria,
                       :sqlarea,
                       :sqlabertura,
                       :sqlprazo,
                       :sqlstatus,
                       :sqlpedido
           END-EXEC
           if sqlcode = 100
              go aging-fim
           end-if
           if sqlcode not = 0
                display "Erro: Nao conseguiu Fetch " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go aging-fim
           end-if

           add 1 to ws-total-chamados
           display "Chamados Analisados: " at 0301 ws-total-chamados

           compute ws-data-abertura-num =
                   (function numval (sqlabertura(1:4)) * 10000)
                 + (function numval (sqlabertura(6:2)) * 100)
                 +  function numval (sqlabertura(9:2))
                on size error move ws-data-hoje
                     to ws-data-abertura-num
           end-compute
           compute ws-data-prazo-num =
                   (function numval (sqlprazo(1:4)) * 10000)
                 + (function numval (sqlprazo(6:2)) * 100)
                 +  function numval (sqlprazo(9:2))
                on size error move ws-data-hoje
                     to ws-data-prazo-num
           end-compute
           call "ContaDiasUteis" using ws-data-abertura-num
                                       ws-data-hoje
                                       ws-dias-uteis
                                       sqlestado-cliente

           if ws-dias-uteis <= 2
              move 1 to ws-indice-balde
           else
              if ws-dias-uteis <= 5
                 move 2 to ws-indice-balde
              else
                 if ws-dias-uteis <= 10
                    move 3 to ws-indice-balde
                 else
                    move 4 to ws-indice-balde
                 end-if
              end-if
           end-if
           add 1 to ws-balde-qtd(ws-indice-balde)
           move spaces to ws-atraso
           if ws-data-prazo-num < ws-data-hoje
              move "*VENCIDO*" to ws-atraso
              add 1 to ws-total-vencidos
              add 1 to ws-balde-vencidos(ws-indice-balde)
           end-if

           perform acumular-area

           move ws-dias-uteis to ws-dias-edit
           initialize ws-linha-relatorio
           string sqlnumero         delimited by size
                  " "               delimited by size
                  sqlcliente        delimited by size
                  " "               delimited by size
                  sqlpedido         delimited by size
                  " "               delimited by size
                  sqlcategoria      delimited by size
                  " "               delimited by size
                  sqlarea           delimited by size
                  " "               delimited by size
                  sqlabertura       delimited by size
                  " "               delimited by size
                  sqlprazo          delimited by size
                  " "               delimited by size
                  ws-dias-edit      delimited by size
                  " "               delimited by size
                  sqlstatus         delimited by size
                  " "               delimited by size
                  ws-atraso         delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go aging-le.
       acumular-area.
           move "N" to ws-achou-area
           move zeros to ws-indice-area
           perform procurar-area thru procurar-area-fim
           if ws-achou-area = "N" and ws-area-usadas < 30
              add 1 to ws-area-usadas
              move ws-area-usadas to ws-indice-area
              move sqlarea to ws-area-nome(ws-indice-area)
              move zeros to ws-area-qtd(ws-indice-area)
                            ws-area-vencidos(ws-indice-area)
              move "S" to ws-achou-area
           end-if
           if ws-achou-area = "S"
              add 1 to ws-area-qtd(ws-indice-area)
              if ws-atraso not = spaces
                 add 1 to ws-area-vencidos(ws-indice-area)
              end-if
           end-if.
       procurar-area.
           add 1 to ws-indice-area
           if ws-indice-area > ws-area-usadas
              go procurar-area-fim
           end-if
           if ws-area-nome(ws-indice-area) = sqlarea
              move "S" to ws-achou-area
              go procurar-area-fim
           end-if
           go procurar-area.
       procurar-area-fim.
           exit.
       aging-fim.
           EXEC SQL
                CLOSE CURSORAGINGSAC
           END-EXEC
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "Chamados em Aberto por Faixa:" to ws-linha-relatorio
           perform gravar-relatorio
           perform imprimir-balde
                   varying ws-indice-balde from 1 by 1
                   until ws-indice-balde > 4

           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "Chamados em Aberto por Area Responsavel:"
                to ws-linha-relatorio
           perform gravar-relatorio
           perform imprimir-area
                   varying ws-indice-area from 1 by 1
                   until ws-indice-area > ws-area-usadas

           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Total em aberto: "  delimited by size
                  ws-total-chamados    delimited by size
                  "  Vencidos: "       delimited by size
                  ws-total-vencidos    delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-aging

           move "F" to ws-plog-evento
           move ws-total-chamados to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog

           move "AGING_SAC" to ws-cat-nome
           move ws-total-chamados to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Relatorio Gerado: " at 0801 ws-relatorio-nome
           display "Chamados em aberto: " at 0901 ws-total-chamados
           display "Prazo vencido.....: " at 1001 ws-total-vencidos
           accept espera at 2301.
       desconectando.
           EXEC SQL
                DISCONNECT all
           END-EXEC
           display "DisconnectOK= CONEXAO" at 2301
           accept espera at 2401
           exit program
           stop run.
       imprimir-balde.
           initialize ws-linha-relatorio
           string ws-nome-balde(ws-indice-balde)     delimited by size
                  " Qtd: "                           delimited by size
                  ws-balde-qtd(ws-indice-balde)      delimited by size
                  " Vencidos: "                      delimited by size
                  ws-balde-vencidos(ws-indice-balde) delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
       imprimir-area.
           initialize ws-linha-relatorio
           string "Area "                            delimited by size
                  ws-area-nome(ws-indice-area)       delimited by size
                  " Qtd: "                           delimited by size
                  ws-area-qtd(ws-indice-area)        delimited by size
                  " Vencidos: "                      delimited by size
                  ws-area-vencidos(ws-indice-area)   delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio.
       gravar-processlog.
           call "GravaProcessLog" using ws-plog-job
                                        ws-plog-evento
                                        ws-plog-registros
                                        ws-plog-status.
       end program AgingChamados.
