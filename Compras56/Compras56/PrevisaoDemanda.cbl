      $SET SQL()
       identification division.
       program-id. PrevisaoDemanda.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select relatorio-prev assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
           select relatorio-var assign to ws-variacao-nome
             organization is line sequential
             file status is fs-variacao.
       data division.
       fd relatorio-prev
           label record is standard.
       01 reg-relatorio              pic x(132).
       fd relatorio-var
           label record is standard.
       01 reg-variacao               pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-relatorio              pic x(02).
       77 fs-variacao               pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-relatorio-nome          pic x(60).
       01 ws-variacao-nome           pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-env-anomes              pic x(06).
       01 ws-env-percentual          pic x(03).
       01 ws-modo-batch              pic x(01) value "N".
       01 ws-total-produtos          pic 9(05) value zeros.
       01 ws-total-variacoes         pic 9(05) value zeros.
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
      *Parametros: margem de seguranca sobre o consumo no prazo de
      *reposicao, meses de consumo cobertos pelo lote, variacao do
      *ponto que entra no relatorio e prazo assumido para produto
      *sem recebimento nem prazo cadastrado.
       01 ws-seguranca-pct           pic 9(03) value 20.
       01 ws-cobertura-meses         pic 9(02) value 1.
       01 ws-variacao-limite         pic 9(03) value 30.
       01 ws-prazo-padrao            pic 9(03) value 30.
      *Meses contados como ano * 12 + mes - 1.
       01 ws-mes-alvo                pic 9(06).
       01 ws-mes-indice              pic 9(06).
       01 ws-mes-ano                 pic 9(04).
       01 ws-mes-mes                 pic 9(02).
       01 ws-mes-anomes              pic 9(06).
       01 ws-mes-data                pic x(10).
       01 ws-indice                  pic 9(03)v99.
       01 ws-indice-origem           pic x(01).
       01 ws-prazo-origem            pic x(01).
       01 ws-previsao-calc           pic 9(09)v99.
       01 ws-ponto-calc              pic 9(09)v99.
       01 ws-base-comparacao         pic x(08).
       01 ws-variacao-pct            pic s9(05).
       01 ws-media-edit              pic z(08)9,99.
       01 ws-indice-edit             pic 9,99.
       01 ws-variacao-edit           pic -(5)9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlanomes                  pic 9(06).
       01 sqlalvo-ini                pic x(10).
       01 sqlbase-ini                pic x(10).
       01 sqlly-ini                  pic x(10).
       01 sqlly-fim                  pic x(10).
       01 sqllyb-ini                 pic x(10).
       01 sqlly-anomes               pic 9(06).
       01 sqllyb-anomes              pic 9(06).
       01 sqlproduto                 pic x(10).
       01 sqldescricao               pic x(40).
       01 sqlcategoria               pic x(03).
       01 sqlprazo-cad               pic s9(05).
       01 sqlponto-cad               pic s9(09).
       01 sqlqtd-base                pic s9(09).
       01 sqlqtd-ly                  pic s9(09).
       01 sqlqtd-lyb                 pic s9(09).
       01 sqlcat-ly                  pic s9(11).
       01 sqlcat-lyb                 pic s9(11).
       01 sqlprazo-obs               pic s9(05)v99.
       01 sqlmedia                   pic s9(09)v99.
       01 sqlindice                  pic 9(03)v99.
       01 sqlprevisao                pic s9(09).
       01 sqlprazo-dias              pic s9(05).
       01 sqlponto-sug               pic s9(09).
       01 sqllote-sug                pic s9(09).
       01 sqlponto-ant               pic s9(09).
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
      *Previsao mensal de demanda por produto, a partir das vendas
      *faturadas (PEDIDO_ITENS): media movel dos tres meses fechados
      *anteriores ao mes previsto, corrigida pelo indice sazonal do
      *mesmo mes no ano passado (vendas do mes sobre a media dos tres
      *meses anteriores a ele). Sem historico do produto no ano
      *passado vale o indice da categoria no VENDAS_RESUMO; sem este,
      *1. O indice fica entre 0,50 e 2,00.
      *Com a previsao e o prazo de reposicao (media de dias entre a
      *compra e o recebimento nos ultimos 12 meses; sem recebimento,
      *PRAZO_REPOSICAO em dias uteis convertido para corridos) sugere
      *o ponto de pedido (consumo no prazo mais a margem de
      *seguranca) e o lote (meses de cobertura). Grava em
      *PRODUTO_PREVISAO, que a SugestaoCompra usa no lugar de
      *PONTO_PEDIDO/LOTE_REPOSICAO quando SUGESTAO_PREVISAO=S, e lista
      *a parte os produtos cujo ponto sugerido variou alem do limite
      *contra a previsao anterior (ou o cadastro, na primeira vez).
      *Mes em PREVISAO_ANOMES (AAAAMM) pelo Scheduler; sem ele
      *pergunta, sugerindo o mes corrente. PREVISAO_SEGURANCA,
      *PREVISAO_COBERTURA e PREVISAO_VARIACAO mudam os parametros.
       iniciando.
           display erase at 0101
           display "Previsao de Demanda por Produto" at 0101
           move "PREVISAO-DEMANDA" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move function current-date(1:8) to ws-data-hoje
           move ws-data-hoje(1:6) to sqlanomes

           move spaces to ws-env-anomes
           accept ws-env-anomes from environment "PREVISAO_ANOMES"
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
           perform ler-parametros

           divide sqlanomes by 100 giving ws-mes-ano
                  remainder ws-mes-mes
           compute ws-mes-alvo = ws-mes-ano * 12 + ws-mes-mes - 1
           move ws-mes-alvo to ws-mes-indice
           perform montar-mes
           move ws-mes-data to sqlalvo-ini
           compute ws-mes-indice = ws-mes-alvo - 3
           perform montar-mes
           move ws-mes-data to sqlbase-ini
           compute ws-mes-indice = ws-mes-alvo - 12
           perform montar-mes
           move ws-mes-data to sqlly-ini
           move ws-mes-anomes to sqlly-anomes
           compute ws-mes-indice = ws-mes-alvo - 11
           perform montar-mes
           move ws-mes-data to sqlly-fim
           compute ws-mes-indice = ws-mes-alvo - 15
           perform montar-mes
           move ws-mes-data to sqllyb-ini
           move ws-mes-anomes to sqllyb-anomes

           string "PREVISAO_DEMANDA_" delimited by size
                  sqlanomes          delimited by size
                  ".TXT"             delimited by size
                  into ws-relatorio-nome
           string "PREVISAO_VARIACAO_" delimited by size
                  sqlanomes           delimited by size
                  ".TXT"              delimited by size
                  into ws-variacao-nome
           open output relatorio-prev
           open output relatorio-var
           initialize ws-linha-relatorio
           string "Previsao de Demanda - Mes " delimited by size
                  sqlanomes                   delimited by size
                  "  Seguranca "              delimited by size
                  ws-seguranca-pct            delimited by size
                  "%  Cobertura "             delimited by size
                  ws-cobertura-meses          delimited by size
                  " mes(es)"                  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Produto    Descricao            Media Mov."
                                       delimited by size
                  " Ind  Previsao Prazo  Ponto Sug"
                                       delimited by size
                  "  Lote Sug"         delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Pontos de Pedido com Variacao Acima de "
                                       delimited by size
                  ws-variacao-limite   delimited by size
                  "% - Mes "           delimited by size
                  sqlanomes            delimited by size
                  into ws-linha-relatorio
           perform gravar-variacao
           initialize ws-linha-relatorio
           string "Produto    Descricao            Base      "
                                       delimited by size
                  " Ponto Ant Ponto Sug  Var%"
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-variacao

           EXEC SQL
                DECLARE CURSORPREVISAO CURSOR FOR
                   SELECT I.CODIGO_PRODUTO, P.DESCRICAO,
                          IFNULL(P.CATEGORIA, ' '),
                          IFNULL(P.PRAZO_REPOSICAO, 0),
                          IFNULL(P.PONTO_PEDIDO, 0),
                          SUM(CASE WHEN A.DATAPEDIDO >= :sqlbase-ini
                                   THEN I.QUANTIDADE ELSE 0 END),
                          SUM(CASE WHEN A.DATAPEDIDO >= :sqlly-ini
                                    AND A.DATAPEDIDO < :sqlly-fim
                                   THEN I.QUANTIDADE ELSE 0 END),
                          SUM(CASE WHEN A.DATAPEDIDO < :sqlly-ini
                                   THEN I.QUANTIDADE ELSE 0 END)
                     FROM PEDIDO_ITENS I, PEDIDOS A, PRODUTOS P
                    WHERE A.CODIGO = I.CODIGO_PEDIDO
                      AND A.STATUS IN ('FATURADO','COBRANCA','PAGO')
                      AND A.DATAPEDIDO >= :sqllyb-ini
                      AND A.DATAPEDIDO < :sqlalvo-ini
                      AND P.CODIGO = I.CODIGO_PRODUTO
                      AND NOT (IFNULL(P.SITUACAO, 'ATIVO')
                                   = 'DESCONTINUADO'
                               OR (IFNULL(P.SITUACAO, 'ATIVO')
                                   = 'EM SAIDA'
                                   AND IFNULL(P.DATA_SITUACAO,
                                       '1900-01-01') <= CURDATE()))
                    GROUP BY I.CODIGO_PRODUTO, P.DESCRICAO,
                             P.CATEGORIA, P.PRAZO_REPOSICAO,
                             P.PONTO_PEDIDO
                    ORDER BY I.CODIGO_PRODUTO
           END-EXEC
           EXEC SQL
                OPEN CURSORPREVISAO
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                if ws-modo-batch = "N"
                   accept espera at 2301
                end-if
                close relatorio-prev relatorio-var
                go finalizando-erro
           end-if.
       prevendo-le.
           EXEC SQL
                FETCH CURSORPREVISAO INTO
                       :sqlproduto,
                       :sqldescricao,
                       :sqlcategoria,
                       :sqlprazo-cad,
                       :sqlponto-cad,
                       :sqlqtd-base,
                       :sqlqtd-ly,
                       :sqlqtd-lyb
           END-EXEC
           if sqlcode not = 0
              go prevendo-fim
           end-if
           add 1 to ws-total-produtos
           display "Produtos: " at 0501 ws-total-produtos
           compute sqlmedia rounded = sqlqtd-base / 3
           perform calcular-indice
           compute ws-previsao-calc rounded = sqlmedia * sqlindice
           compute sqlprevisao rounded = ws-previsao-calc
           perform calcular-prazo
           perform calcular-ponto
           perform buscar-anterior
           perform gravar-previsao
           if sqlcode not = 0
              display "Erro: PRODUTO_PREVISAO " at 1510
              display sqlcode at 1610
              display sqlerrmc at 1710
              if ws-modo-batch = "N"
                 accept espera at 2301
              end-if
              EXEC SQL
                   ROLLBACK
              END-EXEC
              EXEC SQL
                   CLOSE CURSORPREVISAO
              END-EXEC
              close relatorio-prev relatorio-var
              go finalizando-erro
           end-if
           move sqlmedia to ws-media-edit
           move sqlindice to ws-indice-edit
           initialize ws-linha-relatorio
           string sqlproduto         delimited by size
                  " "                delimited by size
                  sqldescricao(1:20) delimited by size
                  " "                delimited by size
                  ws-media-edit      delimited by size
                  " "                delimited by size
                  ws-indice-edit     delimited by size
                  ws-indice-origem   delimited by size
                  " "                delimited by size
                  sqlprevisao        delimited by size
                  " "                delimited by size
                  sqlprazo-dias      delimited by size
                  ws-prazo-origem    delimited by size
                  " "                delimited by size
                  sqlponto-sug       delimited by size
                  " "                delimited by size
                  sqllote-sug        delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           perform verificar-variacao
           go prevendo-le.
       prevendo-fim.
           EXEC SQL
                CLOSE CURSORPREVISAO
           END-EXEC
           EXEC SQL
                COMMIT
           END-EXEC
           move zeros to sqlcode
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "Indice: P produto, C categoria, - sem historico."
                to ws-linha-relatorio
           perform gravar-relatorio
           move "Prazo: R recebimentos, C cadastro, - padrao."
                to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Total de Produtos: " delimited by size
                  ws-total-produtos     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-prev
           move spaces to ws-linha-relatorio
           perform gravar-variacao
           initialize ws-linha-relatorio
           string "Total de Variacoes: " delimited by size
                  ws-total-variacoes     delimited by size
                  into ws-linha-relatorio
           perform gravar-variacao
           close relatorio-var

           move "F" to ws-plog-evento
           move ws-total-produtos to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog

           move "PREVISAO_DEMANDA" to ws-cat-nome
           move ws-total-produtos to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros
           move "PREVISAO_VARIACAO" to ws-cat-nome
           move ws-total-variacoes to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-variacao-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Produtos.: " at 0601 ws-total-produtos
           display "Variacoes: " at 0701 ws-total-variacoes
           display "Listagem.: " at 0801 ws-relatorio-nome
           display "Variacao.: " at 0901 ws-variacao-nome
           if ws-modo-batch = "N"
              accept espera at 2301
           end-if
           go desconectando.
       finalizando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go desconectando.
      *Parametros numericos opcionais; valor invalido mantem o
      *padrao.
       ler-parametros.
           move spaces to ws-env-percentual
           accept ws-env-percentual from environment
                  "PREVISAO_SEGURANCA"
           if ws-env-percentual not = spaces
              compute ws-seguranca-pct =
                      function numval (ws-env-percentual)
                   on size error continue
              end-compute
           end-if
           move spaces to ws-env-percentual
           accept ws-env-percentual from environment
                  "PREVISAO_COBERTURA"
           if ws-env-percentual not = spaces
              compute ws-cobertura-meses =
                      function numval (ws-env-percentual)
                   on size error continue
              end-compute
           end-if
           if ws-cobertura-meses = zeros
              move 1 to ws-cobertura-meses
           end-if
           move spaces to ws-env-percentual
           accept ws-env-percentual from environment
                  "PREVISAO_VARIACAO"
           if ws-env-percentual not = spaces
              compute ws-variacao-limite =
                      function numval (ws-env-percentual)
                   on size error continue
              end-compute
           end-if.
      *Indice do mes para ws-mes-anomes (AAAAMM) e ws-mes-data
      *(primeiro dia, AAAA-MM-01).
       montar-mes.
           divide ws-mes-indice by 12 giving ws-mes-ano
                  remainder ws-mes-mes
           add 1 to ws-mes-mes
           compute ws-mes-anomes = ws-mes-ano * 100 + ws-mes-mes
           move spaces to ws-mes-data
           string ws-mes-ano delimited by size
                  "-"        delimited by size
                  ws-mes-mes delimited by size
                  "-01"      delimited by size
                  into ws-mes-data.
       calcular-indice.
           move "-" to ws-indice-origem
           move 1 to ws-indice
           if sqlqtd-lyb > zeros
              move "P" to ws-indice-origem
              compute ws-indice rounded =
                      (sqlqtd-ly * 3) / sqlqtd-lyb
                   on size error move 2 to ws-indice
              end-compute
           else
              move zeros to sqlcat-ly sqlcat-lyb
              EXEC SQL
                   SELECT IFNULL(SUM(CASE WHEN ANOMES = :sqlly-anomes
                                          THEN QTD ELSE 0 END), 0),
                          IFNULL(SUM(CASE WHEN ANOMES < :sqlly-anomes
                                          THEN QTD ELSE 0 END), 0)
                     INTO :sqlcat-ly, :sqlcat-lyb
                     FROM VENDAS_RESUMO
                    WHERE CATEGORIA = :sqlcategoria
                      AND ANOMES >= :sqllyb-anomes
                      AND ANOMES <= :sqlly-anomes
              END-EXEC
              if sqlcode not = 0
                 move zeros to sqlcat-ly sqlcat-lyb sqlcode
              end-if
              if sqlcat-lyb > zeros
                 move "C" to ws-indice-origem
                 compute ws-indice rounded =
                         (sqlcat-ly * 3) / sqlcat-lyb
                      on size error move 2 to ws-indice
                 end-compute
              end-if
           end-if
           if ws-indice < 0,50
              move 0,50 to ws-indice
           end-if
           if ws-indice > 2
              move 2 to ws-indice
           end-if
           move ws-indice to sqlindice.
       calcular-prazo.
           move zeros to sqlprazo-obs
           EXEC SQL
                SELECT IFNULL(AVG(DATEDIFF(M.QUANDO, C.DATA)), 0)
                  INTO :sqlprazo-obs
                  FROM ESTOQUE_MOV M, COMPRAS C
                 WHERE M.TIPO = 'EN'
                   AND M.CODIGO_PRODUTO = :sqlproduto
                   AND C.NUMERO = M.DOCUMENTO
                   AND M.QUANDO >= DATE_SUB(:sqlalvo-ini,
                                            INTERVAL 12 MONTH)
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlprazo-obs sqlcode
           end-if
           compute sqlprazo-dias rounded = sqlprazo-obs
           if sqlprazo-dias > zeros
              move "R" to ws-prazo-origem
           else
              if sqlprazo-cad > zeros
                 move "C" to ws-prazo-origem
                 compute sqlprazo-dias rounded = sqlprazo-cad * 7 / 5
              else
                 move "-" to ws-prazo-origem
                 move ws-prazo-padrao to sqlprazo-dias
              end-if
           end-if.
      *Ponto = consumo diario previsto x prazo, mais a seguranca;
      *com demanda prevista, ponto e lote nunca ficam zerados.
       calcular-ponto.
           compute ws-ponto-calc rounded =
                   sqlprevisao * sqlprazo-dias
                   * (100 + ws-seguranca-pct) / 3000
           compute sqlponto-sug rounded = ws-ponto-calc
           compute sqllote-sug = sqlprevisao * ws-cobertura-meses
           if sqlprevisao > zeros
              if sqlponto-sug = zeros
                 move 1 to sqlponto-sug
              end-if
              if sqllote-sug = zeros
                 move 1 to sqllote-sug
              end-if
           end-if.
      *Referencia da variacao: ultima previsao anterior ao mes; na
      *primeira previsao do produto, o PONTO_PEDIDO do cadastro.
       buscar-anterior.
           move "PREVISAO" to ws-base-comparacao
           EXEC SQL
                SELECT PONTO_SUGERIDO
                  INTO :sqlponto-ant
                  FROM PRODUTO_PREVISAO
                 WHERE CODIGO_PRODUTO = :sqlproduto
                   AND ANOMES < :sqlanomes
                 ORDER BY ANOMES DESC
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0
              move "CADASTRO" to ws-base-comparacao
              move sqlponto-cad to sqlponto-ant
              move zeros to sqlcode
           end-if.
       gravar-previsao.
           EXEC SQL
                INSERT INTO PRODUTO_PREVISAO
                       (CODIGO_PRODUTO, ANOMES, MEDIA_MOVEL,
                        INDICE_SAZONAL, PREVISAO, PRAZO_DIAS,
                        PONTO_SUGERIDO, LOTE_SUGERIDO,
                        PONTO_ANTERIOR, QUANDO)
                VALUES (:sqlproduto, :sqlanomes, :sqlmedia,
                        :sqlindice, :sqlprevisao, :sqlprazo-dias,
                        :sqlponto-sug, :sqllote-sug,
                        :sqlponto-ant, NOW())
                ON DUPLICATE KEY UPDATE
                       MEDIA_MOVEL = VALUES(MEDIA_MOVEL),
                       INDICE_SAZONAL = VALUES(INDICE_SAZONAL),
                       PREVISAO = VALUES(PREVISAO),
                       PRAZO_DIAS = VALUES(PRAZO_DIAS),
                       PONTO_SUGERIDO = VALUES(PONTO_SUGERIDO),
                       LOTE_SUGERIDO = VALUES(LOTE_SUGERIDO),
                       PONTO_ANTERIOR = VALUES(PONTO_ANTERIOR),
                       QUANDO = VALUES(QUANDO)
           END-EXEC.
      *Referencia zerada com ponto sugerido entra sempre (999%).
       verificar-variacao.
           if sqlponto-ant = zeros
              if sqlponto-sug = zeros
                 move zeros to ws-variacao-pct
              else
                 move 999 to ws-variacao-pct
              end-if
           else
              compute ws-variacao-pct rounded =
                      (sqlponto-sug - sqlponto-ant) * 100
                      / sqlponto-ant
                   on size error move 999 to ws-variacao-pct
              end-compute
           end-if
           if ws-variacao-pct < zeros
              if ws-variacao-pct * -1 < ws-variacao-limite
                 move zeros to ws-variacao-pct
              end-if
           else
              if ws-variacao-pct < ws-variacao-limite
                 move zeros to ws-variacao-pct
              end-if
           end-if
           if ws-variacao-pct not = zeros
              add 1 to ws-total-variacoes
              move ws-variacao-pct to ws-variacao-edit
              initialize ws-linha-relatorio
              string sqlproduto         delimited by size
                     " "                delimited by size
                     sqldescricao(1:20) delimited by size
                     " "                delimited by size
                     ws-base-comparacao delimited by size
                     " "                delimited by size
                     sqlponto-ant       delimited by size
                     " "                delimited by size
                     sqlponto-sug       delimited by size
                     " "                delimited by size
                     ws-variacao-edit   delimited by size
                     into ws-linha-relatorio
              perform gravar-variacao
           end-if.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio.
       gravar-variacao.
           write reg-variacao from ws-linha-relatorio.
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
       end program PrevisaoDemanda.
