      $SET SQL()
       identification division.
       program-id. LotesVencer.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select relatorio-lotes assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd relatorio-lotes
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
       01 ws-env-dias                pic x(03).
       01 ws-dias-edit               pic zz9.
       01 ws-vence-edit              pic ----9.
       01 ws-total-lotes             pic 9(05) value zeros.
       01 ws-total-vencidos          pic 9(05) value zeros.
       01 ws-total-unidades          pic s9(09) value zeros.
       01 ws-total-valor             pic 9(11)v99 value zeros.
       01 ws-valor-item              pic 9(11)v99.
       01 ws-valor-edit              pic zz.zzz.zzz.zz9,99.
       01 ws-custo-edit              pic zzz.zzz.zz9,99.
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqldias-janela             pic 9(03) value 30.
       01 sqlvalidade                pic x(10).
       01 sqldias-vencer             pic s9(05).
       01 sqlproduto                 pic x(10).
       01 sqldescricao               pic x(40).
       01 sqldeposito                pic x(03).
       01 sqllote                    pic x(20).
       01 sqlestoque                 pic s9(09).
       01 sqlcusto                   pic 9(09)v99.
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
      *Lotes com saldo que vencem nos proximos N dias (LOTES_DIAS,
      *padrao 30), ja vencidos inclusive, com quantidade e valor a
      *custo do lote, pela ordem de validade. Rodar semanalmente
      *pela cadeia do Scheduler.
       iniciando.
           display erase at 0101
           display "Lotes a Vencer" at 0101
           move "LOTES-VENCER" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move spaces to ws-env-dias
           accept ws-env-dias from environment "LOTES_DIAS"
           if ws-env-dias not = spaces
              compute sqldias-janela =
                      function numval (ws-env-dias)
                   on size error move 30 to sqldias-janela
              end-compute
           end-if
           move sqldias-janela to ws-dias-edit

           move function current-date(1:8) to ws-data-hoje
           string "LOTES_VENCER_"        delimited by size
                  ws-data-hoje           delimited by size
                  ".TXT"                 delimited by size
                  into ws-relatorio-nome
           open output relatorio-lotes
           initialize ws-linha-relatorio
           string "Lotes a Vencer nos Proximos " delimited by size
                  ws-dias-edit                  delimited by size
                  " Dias - "                    delimited by size
                  ws-data-hoje                  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Validade    Dias Produto    Descricao           "
                                       delimited by size
                  "  Dep Lote                   Estoque"
                                       delimited by size
                  "     Custo Lote     Valor a Custo"
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           EXEC SQL
                DECLARE CURSORVENCER CURSOR FOR
                   SELECT DATE_FORMAT(L.VALIDADE, '%Y-%m-%d'),
                          DATEDIFF(L.VALIDADE, CURDATE()),
                          L.CODIGO_PRODUTO, P.DESCRICAO,
                          L.DEPOSITO, L.LOTE, L.ESTOQUE,
                          IFNULL(L.CUSTO, IFNULL(P.CUSTO, 0))
                     FROM ESTOQUE_LOTES L, PRODUTOS P
                    WHERE P.CODIGO = L.CODIGO_PRODUTO
                      AND L.ESTOQUE > 0
                      AND L.VALIDADE <=
                          DATE_ADD(CURDATE(),
                                   INTERVAL :sqldias-janela DAY)
                    ORDER BY L.VALIDADE, L.CODIGO_PRODUTO,
                             L.DEPOSITO
           END-EXEC
           EXEC SQL
                OPEN CURSORVENCER
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                close relatorio-lotes
                go finalizando-erro
           end-if.
       listando-le.
           EXEC SQL
                FETCH CURSORVENCER INTO
                       :sqlvalidade,
                       :sqldias-vencer,
                       :sqlproduto,
                       :sqldescricao,
                       :sqldeposito,
                       :sqllote,
                       :sqlestoque,
                       :sqlcusto
           END-EXEC
           if sqlcode not = 0
              go listando-fim
           end-if
           add 1 to ws-total-lotes
           display "Lotes: " at 0301 ws-total-lotes
           if sqldias-vencer < zeros
              add 1 to ws-total-vencidos
           end-if
           add sqlestoque to ws-total-unidades
           compute ws-valor-item rounded = sqlestoque * sqlcusto
                on size error move zeros to ws-valor-item
           end-compute
           add ws-valor-item to ws-total-valor
           move ws-valor-item to ws-valor-edit
           move sqlcusto to ws-custo-edit
           move sqldias-vencer to ws-vence-edit
           initialize ws-linha-relatorio
           string sqlvalidade        delimited by size
                  " "                delimited by size
                  ws-vence-edit      delimited by size
                  " "                delimited by size
                  sqlproduto         delimited by size
                  " "                delimited by size
                  sqldescricao(1:20) delimited by size
                  " "                delimited by size
                  sqldeposito        delimited by size
                  " "                delimited by size
                  sqllote            delimited by size
                  " "                delimited by size
                  sqlestoque         delimited by size
                  " "                delimited by size
                  ws-custo-edit      delimited by size
                  " "                delimited by size
                  ws-valor-edit      delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go listando-le.
       listando-fim.
           EXEC SQL
                CLOSE CURSORVENCER
           END-EXEC
           move zeros to sqlcode
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move ws-total-valor to ws-valor-edit
           initialize ws-linha-relatorio
           string "Lotes: "              delimited by size
                  ws-total-lotes         delimited by size
                  "  Ja Vencidos: "      delimited by size
                  ws-total-vencidos      delimited by size
                  "  Unidades: "         delimited by size
                  ws-total-unidades      delimited by size
                  "  Valor a Custo: "    delimited by size
                  ws-valor-edit          delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-lotes

           move "F" to ws-plog-evento
           move ws-total-lotes to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog

           move "LOTES_VENCER" to ws-cat-nome
           move ws-total-lotes to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Lotes: " at 0601 ws-total-lotes
           display "Listagem: " at 0701 ws-relatorio-nome
           accept espera at 2301
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
           accept espera at 2401
           exit program
           stop run.
       end program LotesVencer.
