      $SET SQL()
       identification division.
       program-id. ScoreFornecedores.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select fornecedores assign to disk
             organization is indexed
             access mode is dynamic file status fs-forn
             record key is fornecedores-codigo
             alternate record key is fornecedores-nome
                       with duplicates.
           select relatorio-score assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd fornecedores
           label record is standard
           value of file-id "FORNECEDORES.ARQ".
      *----- Layout padrao do tagcopy = Fornecedores
       copy "tagcopy.cpy"
            replacing leading ==TAG== by ==fornecedores==.
       fd relatorio-score
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-forn                   pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-env-trimestre           pic x(05).
       01 ws-modo-batch              pic x(01) value "N".
       01 ws-trimestre.
          02 ws-trim-ano             pic 9(04).
          02 ws-trim-numero          pic 9(01).
       01 ws-mes-inicio              pic 9(02).
       01 ws-ano-fim                 pic 9(04).
       01 ws-mes-fim                 pic 9(02).
      *Pesos da nota geral (somam 100): pontualidade, atendimento
      *da quantidade, notas sem divergencia de preco e mercadoria
      *sem devolucao ao fornecedor.
       01 ws-peso-prazo              pic 9(03) value 40.
       01 ws-peso-atendimento        pic 9(03) value 30.
       01 ws-peso-preco              pic 9(03) value 20.
       01 ws-peso-devolucao          pic 9(03) value 10.
       01 ws-pct-prazo               pic 9(03)v9.
       01 ws-pct-atendimento         pic 9(03)v9.
       01 ws-pct-diverg              pic 9(03)v9.
       01 ws-pct-devolucao           pic 9(03)v9.
       01 ws-atraso-medio            pic 9(03)v9.
       01 ws-pct-edit                pic zz9,9.
       01 ws-prazo-edit              pic zz9,9.
       01 ws-atend-edit              pic zz9,9.
       01 ws-diverg-edit             pic zz9,9.
       01 ws-devol-edit              pic zz9,9.
       01 ws-atraso-edit             pic zz9,9.
       01 ws-score-edit              pic zz9,9.
       01 ws-total-fornecedores      pic 9(05) value zeros.
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlfornecedor              pic x(10).
       01 sqltrimestre               pic x(05).
       01 sqldata-inicio             pic x(10).
       01 sqldata-fim                pic x(10).
       01 sqlrecebimentos            pic 9(07).
       01 sqlno-prazo                pic 9(07).
       01 sqlatrasados               pic 9(07).
       01 sqldias-atraso             pic 9(09).
       01 sqlqtd-recebida            pic s9(11).
       01 sqlqtd-pedida              pic s9(11).
       01 sqlqtd-atendida            pic s9(11).
       01 sqlnotas                   pic 9(07).
       01 sqlnotas-diverg            pic 9(07).
       01 sqlqtd-devolvida           pic s9(11).
       01 sqlno-prazo-pct            pic 9(03)v9.
       01 sqlatraso-medio            pic 9(03)v9.
       01 sqlatendimento-pct         pic 9(03)v9.
       01 sqldiverg-pct              pic 9(03)v9.
       01 sqldevolucao-pct           pic 9(03)v9.
       01 sqlscore                   pic 9(03)v9.
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
      *Desempenho trimestral de cada fornecedor de FORNECEDORES.ARQ:
      *recebimentos (entradas EN do kardex contra as compras) no
      *prazo da previsao e atraso medio dos atrasados, atendimento
      *da quantidade das compras com previsao no trimestre, notas
      *com divergencia de preco no casamento (NOTAS_COMPRA) e
      *mercadoria devolvida ao fornecedor (DEVOLUCOES destino F)
      *sobre o recebido. A nota geral fica em FORNECEDOR_SCORE e o
      *SugestaoCompra indica o fornecedor de melhor nota.
      *Trimestre em SCORE_TRIMESTRE (AAAAT) pelo Scheduler; sem ele
      *pergunta, sugerindo o trimestre anterior.
       iniciando.
           display erase at 0101
           display "Desempenho de Fornecedores" at 0101
           move "SCORE-FORNECEDORES" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move function current-date(1:8) to ws-data-hoje
           move ws-data-hoje(1:4) to ws-trim-ano
           compute ws-trim-numero =
                   (function numval (ws-data-hoje(5:2)) + 2) / 3
           if ws-trim-numero = 1
              subtract 1 from ws-trim-ano
              move 4 to ws-trim-numero
           else
              subtract 1 from ws-trim-numero
           end-if

           move spaces to ws-env-trimestre
           accept ws-env-trimestre from environment "SCORE_TRIMESTRE"
           if ws-env-trimestre not = spaces
              move "S" to ws-modo-batch
              move ws-env-trimestre to ws-trimestre
           else
              move "N" to ws-modo-batch
              display "Trimestre AAAAT: " at 0301
              accept ws-trimestre at 0318 with update
           end-if
           if ws-trim-numero < 1 or ws-trim-numero > 4
              display "Trimestre invalido" at 1510
              if ws-modo-batch = "N"
                 accept espera at 2301
              end-if
              go finalizando-erro
           end-if
           move ws-trimestre to sqltrimestre
           compute ws-mes-inicio = ws-trim-numero * 3 - 2
           if ws-trim-numero = 4
              compute ws-ano-fim = ws-trim-ano + 1
              move 01 to ws-mes-fim
           else
              move ws-trim-ano to ws-ano-fim
              compute ws-mes-fim = ws-mes-inicio + 3
           end-if
           move spaces to sqldata-inicio sqldata-fim
           string ws-trim-ano    delimited by size
                  "-"            delimited by size
                  ws-mes-inicio  delimited by size
                  "-01"          delimited by size
                  into sqldata-inicio
           string ws-ano-fim     delimited by size
                  "-"            delimited by size
                  ws-mes-fim     delimited by size
                  "-01"          delimited by size
                  into sqldata-fim

           open input fornecedores
           if fs-forn not = "00"
              display "FORNECEDORES.ARQ indisponivel" at 1510
              if ws-modo-batch = "N"
                 accept espera at 2301
              end-if
              go finalizando-erro
           end-if
           string "SCORE_FORNECEDORES_" delimited by size
                  ws-trimestre          delimited by size
                  ".TXT"                delimited by size
                  into ws-relatorio-nome
           open output relatorio-score
           initialize ws-linha-relatorio
           string "Desempenho de Fornecedores - Trimestre "
                                        delimited by size
                  ws-trim-numero        delimited by size
                  "/"                   delimited by size
                  ws-trim-ano           delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Fornec.    Nome                           Receb."
                                        delimited by size
                  " NoPrazo% Atraso Atend% Notas Diverg% Devol%"
                                        delimited by size
                  "  NOTA"              delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move low-values to fornecedores-codigo
           start fornecedores key is >= fornecedores-codigo
              invalid key
                 go pontuando-fim
           end-start.
       pontuando-le.
           read fornecedores next at end
              go pontuando-fim
           end-read
           move fornecedores-codigo to sqlfornecedor
           perform apurar-fornecedor thru apurar-fornecedor-fim
           go pontuando-le.
       pontuando-fim.
           close fornecedores
           EXEC SQL
                COMMIT
           END-EXEC
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Fornecedores avaliados: " delimited by size
                  ws-total-fornecedores      delimited by size
                  "  Nota = "                delimited by size
                  ws-peso-prazo              delimited by size
                  "% no prazo + "            delimited by size
                  ws-peso-atendimento        delimited by size
                  "% atendimento + "         delimited by size
                  ws-peso-preco              delimited by size
                  "% preco sem divergencia + " delimited by size
                  ws-peso-devolucao          delimited by size
                  "% sem devolucao"          delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-score

           move "F" to ws-plog-evento
           move ws-total-fornecedores to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog

           move "SCORE_FORNECEDORES" to ws-cat-nome
           move ws-total-fornecedores to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Fornecedores: " at 0601 ws-total-fornecedores
           display "Listagem....: " at 0701 ws-relatorio-nome
           go desconectando.
       finalizando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go desconectando.
      *Fornecedor sem recebimento, compra ou nota no trimestre nao
      *e avaliado (fica com a nota anterior).
       apurar-fornecedor.
           move zeros to sqlrecebimentos sqlno-prazo sqlatrasados
                         sqldias-atraso sqlqtd-recebida
           EXEC SQL
                SELECT COUNT(*),
                       IFNULL(SUM(CASE WHEN DATE(M.QUANDO) <=
                                  IFNULL(C.PREVISAO, DATE(M.QUANDO))
                                  THEN 1 ELSE 0 END), 0),
                       IFNULL(SUM(CASE WHEN DATE(M.QUANDO) >
                                  IFNULL(C.PREVISAO, DATE(M.QUANDO))
                                  THEN 1 ELSE 0 END), 0),
                       IFNULL(SUM(GREATEST(DATEDIFF(DATE(M.QUANDO),
                                  IFNULL(C.PREVISAO, DATE(M.QUANDO))),
                                  0)), 0),
                       IFNULL(SUM(M.QUANTIDADE), 0)
                  INTO :sqlrecebimentos, :sqlno-prazo,
                       :sqlatrasados, :sqldias-atraso,
                       :sqlqtd-recebida
                  FROM ESTOQUE_MOV M, COMPRAS C
                 WHERE M.TIPO = 'EN'
                   AND C.NUMERO = M.DOCUMENTO
                   AND C.FORNECEDOR = :sqlfornecedor
                   AND M.QUANDO >= :sqldata-inicio
                   AND M.QUANDO < :sqldata-fim
           END-EXEC
           move zeros to sqlcode
           move zeros to sqlqtd-pedida sqlqtd-atendida
           EXEC SQL
                SELECT IFNULL(SUM(I.QUANTIDADE), 0),
                       IFNULL(SUM(LEAST(I.QTD_RECEBIDA,
                                        I.QUANTIDADE)), 0)
                  INTO :sqlqtd-pedida, :sqlqtd-atendida
                  FROM COMPRAS C, COMPRA_ITENS I
                 WHERE C.FORNECEDOR = :sqlfornecedor
                   AND C.STATUS IN ('ABERTA','RECEBIDA')
                   AND C.PREVISAO >= :sqldata-inicio
                   AND C.PREVISAO < :sqldata-fim
                   AND I.NUMERO = C.NUMERO
           END-EXEC
           move zeros to sqlcode
           move zeros to sqlnotas sqlnotas-diverg
           EXEC SQL
                SELECT COUNT(*),
                       IFNULL(SUM(CASE WHEN DIVERGE_PRECO = 'S'
                                  THEN 1 ELSE 0 END), 0)
                  INTO :sqlnotas, :sqlnotas-diverg
                  FROM NOTAS_COMPRA
                 WHERE FORNECEDOR = :sqlfornecedor
                   AND QUANDO >= :sqldata-inicio
                   AND QUANDO < :sqldata-fim
           END-EXEC
           move zeros to sqlcode
           move zeros to sqlqtd-devolvida
           EXEC SQL
                SELECT IFNULL(SUM(QUANTIDADE), 0)
                  INTO :sqlqtd-devolvida
                  FROM DEVOLUCOES
                 WHERE DESTINO = 'F'
                   AND FORNECEDOR = :sqlfornecedor
                   AND QUANDO >= :sqldata-inicio
                   AND QUANDO < :sqldata-fim
           END-EXEC
           move zeros to sqlcode
           if sqlrecebimentos = zeros and sqlqtd-pedida = zeros
              and sqlnotas = zeros
              go apurar-fornecedor-fim
           end-if

      *    Componente sem movimento no trimestre nao pesa contra.
           move 100 to ws-pct-prazo ws-pct-atendimento
           move zeros to ws-pct-diverg ws-pct-devolucao
                         ws-atraso-medio
           if sqlrecebimentos > zeros
              compute ws-pct-prazo rounded =
                      sqlno-prazo * 100 / sqlrecebimentos
           end-if
           if sqlatrasados > zeros
              compute ws-atraso-medio rounded =
                      sqldias-atraso / sqlatrasados
                   on size error move 999,9 to ws-atraso-medio
              end-compute
           end-if
           if sqlqtd-pedida > zeros
              compute ws-pct-atendimento rounded =
                      sqlqtd-atendida * 100 / sqlqtd-pedida
           end-if
           if sqlnotas > zeros
              compute ws-pct-diverg rounded =
                      sqlnotas-diverg * 100 / sqlnotas
           end-if
           if sqlqtd-devolvida > zeros
              if sqlqtd-devolvida >= sqlqtd-recebida
                 move 100 to ws-pct-devolucao
              else
                 compute ws-pct-devolucao rounded =
                         sqlqtd-devolvida * 100 / sqlqtd-recebida
              end-if
           end-if
           compute sqlscore rounded =
                   (ws-pct-prazo * ws-peso-prazo
                  + ws-pct-atendimento * ws-peso-atendimento
                  + (100 - ws-pct-diverg) * ws-peso-preco
                  + (100 - ws-pct-devolucao) * ws-peso-devolucao)
                  / 100
           move ws-pct-prazo to sqlno-prazo-pct
           move ws-atraso-medio to sqlatraso-medio
           move ws-pct-atendimento to sqlatendimento-pct
           move ws-pct-diverg to sqldiverg-pct
           move ws-pct-devolucao to sqldevolucao-pct
           EXEC SQL
                INSERT INTO FORNECEDOR_SCORE
                       (fornecedor, trimestre, recebimentos,
                        no_prazo_pct, atraso_medio, atendimento_pct,
                        notas, diverg_preco_pct, qtd_devolvida,
                        devolucao_pct, score, quando)
                VALUES
                       (:sqlfornecedor,
                        :sqltrimestre,
                        :sqlrecebimentos,
                        :sqlno-prazo-pct,
                        :sqlatraso-medio,
                        :sqlatendimento-pct,
                        :sqlnotas,
                        :sqldiverg-pct,
                        :sqlqtd-devolvida,
                        :sqldevolucao-pct,
                        :sqlscore,
                        NOW())
                ON DUPLICATE KEY UPDATE
                       RECEBIMENTOS = VALUES(RECEBIMENTOS),
                       NO_PRAZO_PCT = VALUES(NO_PRAZO_PCT),
                       ATRASO_MEDIO = VALUES(ATRASO_MEDIO),
                       ATENDIMENTO_PCT = VALUES(ATENDIMENTO_PCT),
                       NOTAS = VALUES(NOTAS),
                       DIVERG_PRECO_PCT = VALUES(DIVERG_PRECO_PCT),
                       QTD_DEVOLVIDA = VALUES(QTD_DEVOLVIDA),
                       DEVOLUCAO_PCT = VALUES(DEVOLUCAO_PCT),
                       SCORE = VALUES(SCORE),
                       QUANDO = VALUES(QUANDO)
           END-EXEC
           if sqlcode not = 0
              display "Erro: FORNECEDOR_SCORE " at 1510
                      sqlfornecedor
              display sqlcode at 1610
              display sqlerrmc at 1710
              move zeros to sqlcode
           end-if
           add 1 to ws-total-fornecedores
           display "Fornecedores: " at 0401 ws-total-fornecedores
           move ws-pct-prazo to ws-prazo-edit
           move ws-atraso-medio to ws-atraso-edit
           move ws-pct-atendimento to ws-atend-edit
           move ws-pct-diverg to ws-diverg-edit
           move ws-pct-devolucao to ws-devol-edit
           move sqlscore to ws-score-edit
           initialize ws-linha-relatorio
           string fornecedores-codigo    delimited by size
                  " "                    delimited by size
                  fornecedores-nome      delimited by size
                  " "                    delimited by size
                  sqlrecebimentos(3:5)   delimited by size
                  "    "                 delimited by size
                  ws-prazo-edit          delimited by size
                  "  "                   delimited by size
                  ws-atraso-edit         delimited by size
                  "  "                   delimited by size
                  ws-atend-edit          delimited by size
                  " "                    delimited by size
                  sqlnotas(3:5)          delimited by size
                  "   "                  delimited by size
                  ws-diverg-edit         delimited by size
                  "  "                   delimited by size
                  ws-devol-edit          delimited by size
                  " "                    delimited by size
                  ws-score-edit          delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
       apurar-fornecedor-fim.
           exit.
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
       end program ScoreFornecedores.
