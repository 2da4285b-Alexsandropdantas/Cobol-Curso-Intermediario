       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
       01 ws-score-edit              pic zz9,9.
       01 ws-score-texto             pic x(05).
       01 ws-usa-previsao            pic x(01) value "N".
       01 ws-origem-texto            pic x(08).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 sqlponto                   pic s9(09).
       01 sqllote                    pic s9(09).
       01 sqlsugerido                pic s9(09).
       01 sqlfornecedor              pic x(10).
       01 sqlscore                   pic 9(03)v9.
       01 sqlavaliado                pic x(01).
       01 sqlorigem                  pic x(01).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
           end-if.
      *Sugestao noturna de reposicao: produtos cujo estoque livre
      *(descontada a reserva) caiu ao ponto de pedido, sugerindo o
      *lote de reposicao cadastrado. Produto em saida de linha ou
      *descontinuado (ja na vigencia, ou com descontinuacao
      *agendada) nao e mais recomprado. Para cada produto indica,
      *entre os fornecedores que ja o venderam, o de melhor nota no
      *ultimo trimestre avaliado (FORNECEDOR_SCORE); sem nota vale a
      *compra mais recente.
      *Com SUGESTAO_PREVISAO=S o ponto e o lote vem da previsao de
      *demanda mais recente (PRODUTO_PREVISAO, gerada pelo
      *PrevisaoDemanda); produto fora da previsao segue com o
      *PONTO_PEDIDO/LOTE_REPOSICAO do cadastro. A coluna Base mostra
      *de onde veio o ponto.
       iniciando.
           display erase at 0101
           display "Sugestao de Compras (reposicao)" at 0101
           move spaces to ws-plog-status
           perform gravar-processlog

           move spaces to ws-usa-previsao
           accept ws-usa-previsao from environment "SUGESTAO_PREVISAO"
           if ws-usa-previsao not = "S"
              move "N" to ws-usa-previsao
           end-if
           move function current-date(1:8) to ws-data-hoje
           string "SUGESTAO_COMPRA_" delimited by size
                  ws-data-hoje       delimited by size
           string "Produto    Descricao            Livre"
                                       delimited by size
                  "     Ponto     Sugerido" delimited by size
                  " Fornecedor  Nota"       delimited by size
                  into ws-linha-relatorio
           if ws-usa-previsao = "S"
              move " Base" to ws-linha-relatorio(79:5)
           end-if
           perform gravar-relatorio
           if ws-usa-previsao = "S"
              go abrindo-previsao
           end-if

           EXEC SQL
                DECLARE CURSORSUGESTAO CURSOR FOR
                          IFNULL(LOTE_REPOSICAO, 0)
                     FROM PRODUTOS
                    WHERE IFNULL(PONTO_PEDIDO, 0) > 0
                      AND NOT (IFNULL(SITUACAO, 'ATIVO')
                                   = 'DESCONTINUADO'
                               OR (IFNULL(SITUACAO, 'ATIVO')
                                   = 'EM SAIDA'
                                   AND IFNULL(DATA_SITUACAO,
                                       '1900-01-01') <= CURDATE()))
                      AND ESTOQUE - IFNULL(RESERVADO, 0)
                          <= IFNULL(PONTO_PEDIDO, 0)
                    ORDER BY CODIGO
           EXEC SQL
                OPEN CURSORSUGESTAO
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                close relatorio-sug
                go finalizando-erro
           end-if
           go sugerindo-le.
       abrindo-previsao.
           EXEC SQL
                DECLARE CURSORSUGPREV CURSOR FOR
                   SELECT CODIGO, DESCRICAO, ESTOQUE, RESERVADO,
                          PONTO, LOTE, ORIGEM
                     FROM (SELECT P.CODIGO, P.DESCRICAO, P.ESTOQUE,
                                  IFNULL(P.RESERVADO, 0) RESERVADO,
                                  CASE WHEN F.CODIGO_PRODUTO IS NULL
                                       THEN IFNULL(P.PONTO_PEDIDO, 0)
                                       ELSE F.PONTO_SUGERIDO END PONTO,
                                  CASE WHEN F.CODIGO_PRODUTO IS NULL
                                       THEN IFNULL(P.LOTE_REPOSICAO, 0)
                                       ELSE F.LOTE_SUGERIDO END LOTE,
                                  CASE WHEN F.CODIGO_PRODUTO IS NULL
                                       THEN 'C' ELSE 'P' END ORIGEM
                             FROM PRODUTOS P
                             LEFT JOIN PRODUTO_PREVISAO F
                               ON F.CODIGO_PRODUTO = P.CODIGO
                              AND F.ANOMES =
                                  (SELECT MAX(X.ANOMES)
                                     FROM PRODUTO_PREVISAO X)
                            WHERE NOT (IFNULL(P.SITUACAO, 'ATIVO')
                                           = 'DESCONTINUADO'
                                       OR (IFNULL(P.SITUACAO, 'ATIVO')
                                           = 'EM SAIDA'
                                           AND IFNULL(P.DATA_SITUACAO,
                                               '1900-01-01')
                                               <= CURDATE()))) S
                    WHERE PONTO > 0
                      AND ESTOQUE - RESERVADO <= PONTO
                    ORDER BY CODIGO
           END-EXEC
           EXEC SQL
                OPEN CURSORSUGPREV
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                go finalizando-erro
           end-if.
       sugerindo-le.
           if ws-usa-previsao = "S"
              go sugerindo-le-previsao
           end-if
           EXEC SQL
                FETCH CURSORSUGESTAO INTO
                       :sqlproduto,
                       :sqlponto,
                       :sqllote
           END-EXEC
           move "C" to sqlorigem
           go sugerindo-calcula.
       sugerindo-le-previsao.
           EXEC SQL
                FETCH CURSORSUGPREV INTO
                       :sqlproduto,
                       :sqldescricao,
                       :sqlestoque,
                       :sqlreservado,
                       :sqlponto,
                       :sqllote,
                       :sqlorigem
           END-EXEC.
       sugerindo-calcula.
           if sqlcode not = 0
              go sugerindo-fim
           end-if
           else
              compute sqlsugerido = (sqlponto * 2) - sqldisponivel
           end-if
           perform escolher-fornecedor
           initialize ws-linha-relatorio
           string sqlproduto         delimited by size
                  " "                delimited by size
                  sqlponto           delimited by size
                  " "                delimited by size
                  sqlsugerido        delimited by size
                  " "                delimited by size
                  sqlfornecedor      delimited by size
                  " "                delimited by size
                  ws-score-texto     delimited by size
                  into ws-linha-relatorio
           if ws-usa-previsao = "S"
              if sqlorigem = "P"
                 move "PREVISAO" to ws-origem-texto
              else
                 move "CADASTRO" to ws-origem-texto
              end-if
              move ws-origem-texto to ws-linha-relatorio(80:8)
           end-if
           perform gravar-relatorio
           go sugerindo-le.
       sugerindo-fim.
           if ws-usa-previsao = "S"
              EXEC SQL
                   CLOSE CURSORSUGPREV
              END-EXEC
           else
              EXEC SQL
                   CLOSE CURSORSUGESTAO
              END-EXEC
           end-if
           move zeros to sqlcode
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go desconectando.
       escolher-fornecedor.
           move spaces to sqlfornecedor
           move zeros to sqlscore
           move "N" to sqlavaliado
           EXEC SQL
                SELECT C.FORNECEDOR,
                       IFNULL(MAX(S.SCORE), 0),
                       CASE WHEN MAX(S.SCORE) IS NULL
                            THEN 'N' ELSE 'S' END
                  INTO :sqlfornecedor, :sqlscore, :sqlavaliado
                  FROM COMPRAS C
                  JOIN COMPRA_ITENS I ON I.NUMERO = C.NUMERO
                  LEFT JOIN FORNECEDOR_SCORE S
                    ON S.FORNECEDOR = C.FORNECEDOR
                   AND S.TRIMESTRE =
                       (SELECT MAX(T.TRIMESTRE)
                          FROM FORNECEDOR_SCORE T
                         WHERE T.FORNECEDOR = C.FORNECEDOR)
                 WHERE I.CODIGO_PRODUTO = :sqlproduto
                 GROUP BY C.FORNECEDOR
                 ORDER BY IFNULL(MAX(S.SCORE), -1) DESC,
                          MAX(C.DATA) DESC
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0
              move spaces to sqlfornecedor
              move "N" to sqlavaliado
              move zeros to sqlcode
           end-if
           move sqlscore to ws-score-edit
           move ws-score-edit to ws-score-texto
           if sqlavaliado = "N"
              move spaces to ws-score-texto
           end-if.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio.
       gravar-processlog.
