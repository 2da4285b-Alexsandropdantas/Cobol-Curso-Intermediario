      $SET SQL()
       identification division.
       program-id. ValorizaEstoque.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select relatorio-valor assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd relatorio-valor
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-relatorio              pic x(02).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-titulo                  pic x(40).
       01 ws-categoria-ant           pic x(03).
       01 ws-primeiro                pic x(01).
       01 ws-total-produtos          pic 9(05) value zeros.
       01 ws-cat-produtos            pic 9(05) value zeros.
       01 ws-cat-unidades            pic s9(09) value zeros.
       01 ws-cat-valor               pic s9(11)v99 value zeros.
       01 ws-total-unidades          pic s9(09) value zeros.
       01 ws-total-valor             pic s9(11)v99 value zeros.
       01 ws-valor-edit              pic -z.zzz.zzz.zz9,99.
       01 ws-custo-edit              pic zzz.zzz.zz9,99.
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlanomes                  pic 9(06).
       01 sqlproduto                 pic x(10).
       01 sqldescricao               pic x(40).
       01 sqlcategoria               pic x(03).
       01 sqlquantidade              pic s9(09).
       01 sqlcusto-medio             pic 9(09)v99.
       01 sqlvalor                   pic s9(11)v99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       linkage section.
      *ld-modo: F=fechamento (grava a foto do mes ld-anomes e
      *lista), R=reimprime a foto ja gravada do mes, P=previa do
      *estoque atual (foto no mes zero, refeita a cada previa).
       01 ld-modo                    pic x(01).
       01 ld-anomes                  pic 9(06).
      *ld-registros: produtos valorizados; ld-retorno: 0=ok 1=erro.
       01 ld-registros               pic 9(07).
       01 ld-retorno                 pic x(01).

       procedure division using ld-modo
                                ld-anomes
                                ld-registros
                                ld-retorno.
       conectando.
           move "1" to ld-retorno
           move zeros to ld-registros
           call "ConectaAmbiente" using ws-conexao-ambiente
                                        ws-conexao-usada
                                        ws-conexao-retorno
           if ws-conexao-retorno not = "0"
              goback
           end-if.
      *Valorizacao do estoque: quantidade x custo medio ponderado
      *de cada produto, com subtotal por categoria e total geral.
      *No fechamento do periodo a foto fica em ESTOQUE_VALORIZACAO
      *para o mes fechado e pode ser reimpressa depois.
       iniciando.
           move "VALORIZA-ESTOQUE" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           move function current-date(1:8) to ws-data-hoje
           if ld-modo = "P"
              move zeros to sqlanomes
           else
              move ld-anomes to sqlanomes
           end-if
           if ld-modo = "R"
              go listando
           end-if
           EXEC SQL
                DELETE FROM ESTOQUE_VALORIZACAO
                 WHERE ANOMES = :sqlanomes
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              go finalizando-erro
           end-if
           EXEC SQL
                INSERT INTO ESTOQUE_VALORIZACAO
                       (anomes, codigo_produto, categoria,
                        quantidade, custo_medio, valor, quando)
                SELECT :sqlanomes, CODIGO, IFNULL(CATEGORIA, ' '),
                       ESTOQUE, IFNULL(CUSTO, 0),
                       ROUND(ESTOQUE * IFNULL(CUSTO, 0), 2), NOW()
                  FROM PRODUTOS
                 WHERE ESTOQUE <> 0
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              EXEC SQL
                   ROLLBACK
              END-EXEC
              go finalizando-erro
           end-if
           EXEC SQL
                COMMIT
           END-EXEC.
       listando.
           initialize ws-relatorio-nome ws-titulo
           if sqlanomes = zeros
              string "VALORIZACAO_ESTOQUE_PREVIA_" delimited by size
                     ws-data-hoje                  delimited by size
                     ".TXT"                        delimited by size
                     into ws-relatorio-nome
              string "Previa em "                  delimited by size
                     ws-data-hoje                  delimited by size
                     into ws-titulo
           else
              string "VALORIZACAO_ESTOQUE_"        delimited by size
                     sqlanomes                     delimited by size
                     ".TXT"                        delimited by size
                     into ws-relatorio-nome
              string "Fechamento de "              delimited by size
                     sqlanomes                     delimited by size
                     into ws-titulo
           end-if
           open output relatorio-valor
           initialize ws-linha-relatorio
           string "Valorizacao do Estoque a Custo Medio - "
                                       delimited by size
                  ws-titulo            delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Cat Produto    Descricao                     "
                                       delimited by size
                  "  Quantidade    Custo Medio"
                                       delimited by size
                  "     Valor em Estoque"
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           EXEC SQL
                DECLARE CURSORVALOR CURSOR FOR
                   SELECT V.CATEGORIA, V.CODIGO_PRODUTO,
                          IFNULL(P.DESCRICAO, ' '),
                          V.QUANTIDADE, V.CUSTO_MEDIO, V.VALOR
                     FROM ESTOQUE_VALORIZACAO V
                     LEFT JOIN PRODUTOS P
                       ON P.CODIGO = V.CODIGO_PRODUTO
                    WHERE V.ANOMES = :sqlanomes
                    ORDER BY V.CATEGORIA, V.CODIGO_PRODUTO
           END-EXEC
           EXEC SQL
                OPEN CURSORVALOR
           END-EXEC
           if sqlcode not = 0
              close relatorio-valor
              go finalizando-erro
           end-if
           move "S" to ws-primeiro.
       listando-le.
           EXEC SQL
                FETCH CURSORVALOR INTO
                       :sqlcategoria,
                       :sqlproduto,
                       :sqldescricao,
                       :sqlquantidade,
                       :sqlcusto-medio,
                       :sqlvalor
           END-EXEC
           if sqlcode not = 0
              go listando-fim
           end-if
           if ws-primeiro = "S"
              move "N" to ws-primeiro
              move sqlcategoria to ws-categoria-ant
           end-if
           if sqlcategoria not = ws-categoria-ant
              perform total-categoria
              move sqlcategoria to ws-categoria-ant
           end-if
           add 1 to ws-total-produtos ws-cat-produtos
           add sqlquantidade to ws-total-unidades ws-cat-unidades
           add sqlvalor to ws-total-valor ws-cat-valor
           move sqlcusto-medio to ws-custo-edit
           move sqlvalor to ws-valor-edit
           initialize ws-linha-relatorio
           string sqlcategoria       delimited by size
                  " "                delimited by size
                  sqlproduto         delimited by size
                  " "                delimited by size
                  sqldescricao(1:30) delimited by size
                  " "                delimited by size
                  sqlquantidade      delimited by size
                  " "                delimited by size
                  ws-custo-edit      delimited by size
                  " "                delimited by size
                  ws-valor-edit      delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go listando-le.
       listando-fim.
           EXEC SQL
                CLOSE CURSORVALOR
           END-EXEC
           move zeros to sqlcode
           if ws-primeiro = "N"
              perform total-categoria
           end-if
           move ws-total-valor to ws-valor-edit
           initialize ws-linha-relatorio
           string "TOTAL GERAL  Produtos: " delimited by size
                  ws-total-produtos         delimited by size
                  "  Unidades: "            delimited by size
                  ws-total-unidades         delimited by size
                  "  Valor: "               delimited by size
                  ws-valor-edit             delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-valor

           move "F" to ws-plog-evento
           move ws-total-produtos to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog

           move "VALORIZACAO_ESTOQUE" to ws-cat-nome
           move ws-total-produtos to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros
           move ws-total-produtos to ld-registros
           move "0" to ld-retorno
           go desconectando.
       finalizando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go desconectando.
       total-categoria.
           move ws-cat-valor to ws-valor-edit
           initialize ws-linha-relatorio
           string "    Categoria "    delimited by size
                  ws-categoria-ant    delimited by size
                  "  Produtos: "      delimited by size
                  ws-cat-produtos     delimited by size
                  "  Unidades: "      delimited by size
                  ws-cat-unidades     delimited by size
                  "  Valor: "         delimited by size
                  ws-valor-edit       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-cat-produtos ws-cat-unidades
                         ws-cat-valor.
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
           goback.
       end program ValorizaEstoque.
