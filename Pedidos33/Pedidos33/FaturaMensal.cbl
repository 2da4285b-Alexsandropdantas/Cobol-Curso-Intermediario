      $SET SQL()
       identification division.
       program-id. FaturaMensal.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select credito assign to disk organization is indexed
             access mode is dynamic file status fs-credito
             record key is cliente-credito.
           select limites-config assign to "LIMITES.CFG"
             organization is line sequential
             file status is fs-limites.
           select runctrl assign to disk organization is indexed
             access mode is dynamic file status fs-runctrl
             record key is job-runctrl.
           select relatorio-fat assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd credito
           label record is standard
           value of file-id "CREDITO.ARQ".
       01 registro-credito.
         02 cliente-credito         pic x(10).
         02 limite-credito          pic 9(09)v99.
         02 condpagto-credito       pic x(03).
      *   S = pedidos do cliente faturados juntos no fechamento do
      *   mes (FaturaMensal); branco ou N = fatura pedido a pedido.
         02 fatmensal-credito       pic x(01).
       fd limites-config
           label record is standard.
       01 reg-limites               pic x(40).
       fd runctrl
           label record is standard
           value of file-id "RUNCTRL.ARQ".
       01 registro-runctrl.
         02 job-runctrl              pic x(20).
         02 status-runctrl           pic x(10).
         02 operador-runctrl         pic x(20).
         02 timestamp-runctrl        pic 9(14).
       fd relatorio-fat
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-credito                pic x(02).
       77 fs-limites                pic x(02).
       77 fs-runctrl                pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao-sn                  pic x(01) value spaces.
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-anomes                  pic 9(06).
       01 ws-anomes-r redefines ws-anomes.
          02 ws-anomes-ano           pic 9(04).
          02 ws-anomes-mes           pic 9(02).
       01 ws-limite                  pic 9(08).
       01 ws-limite-r redefines ws-limite.
          02 ws-limite-ano           pic 9(04).
          02 ws-limite-mes           pic 9(02).
          02 ws-limite-dia           pic 9(02).
       01 ws-alcada                  pic 9(09)v99.
       01 ws-config-linha            pic x(40).
       01 ws-config-classe           pic x(20).
       01 ws-config-valor            pic x(10).
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
       01 ws-valor-fatura            pic 9(09)v99.
       01 ws-maior-valor             pic 9(09)v99.
       01 ws-indice                  pic 9(03).
       01 ws-qtd-pedidos             pic 9(03).
      *Pedidos do cliente que entram na fatura do mes.
       01 ws-pedidos-mes.
          02 ws-mes-pedido           pic x(10) occurs 300 times.
       01 ws-total-clientes          pic 9(05) value zeros.
       01 ws-total-faturas           pic 9(05) value zeros.
       01 ws-total-consolidados      pic 9(05) value zeros.
       01 ws-total-pulados           pic 9(05) value zeros.
       01 ws-total-valor             pic 9(11)v99 value zeros.
       01 ws-seq-nome                pic x(20).
       01 ws-seq-codigo              pic x(10).
       01 ws-seq-retorno             pic x(01).
       01 ws-cat-nome                pic x(20).
       01 ws-cat-registros           pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
       01 ws-parc-condpagto          pic x(03).
       01 ws-parc-valor              pic 9(09)v99.
       01 ws-parc-data-base          pic 9(08).
       01 ws-parc-uf                 pic x(02).
       01 ws-parc-qtd                pic 9(02).
       01 ws-parc-cronograma.
          02 ws-parc-item occurs 6 times.
             03 ws-parc-vencimento   pic 9(08).
             03 ws-parc-valor-item   pic 9(09)v99.
       01 ws-parc-retorno            pic x(01).
       01 ws-parc-indice             pic 9(02).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlcliente-pedido          pic x(10).
       01 sqlcodigo-pedido           pic x(10).
       01 sqlfatura-mensal           pic x(10).
       01 sqldata-pedido             pic x(10).
       01 sqldata-limite             pic x(10).
       01 sqlvalor-pedido            pic 9(09)v99.
       01 sqlvalor-fatura            pic 9(09)v99.
       01 sqlicms-fatura             pic 9(09)v99.
       01 sqlvendedor-pedido         pic x(03).
       01 sqlvendedor-fatura         pic x(03).
       01 sqlmoeda-pedido            pic x(03).
       01 sqlsituacao-cliente        pic x(10).
       01 sqluf-cliente              pic x(02).
       01 sqlaprovados               pic 9(05).
       01 sqlparcela                 pic 9(02).
       01 sqlvencimento              pic x(10).
       01 sqlvalor-parcela           pic 9(09)v99.
       01 sqldeposito-fatura         pic x(03).
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
      *Fechamento mensal dos clientes marcados em CREDITO.ARQ: os
      *pedidos ABERTOS do cliente ate o fim do mes viram uma fatura
      *so. A fatura e um pedido novo, ja FATURADO, com os itens
      *somados por produto, um jogo de parcelas pela condicao do
      *cliente e uma NF-e (GeraNFe). Cada pedido de origem fica
      *CONSOLIDADO com o codigo da fatura em FATURA_MENSAL. Pedido
      *acima da alcada sem aprovacao ou em moeda estrangeira fica
      *de fora e continua ABERTO.
       iniciando.
           display erase at 0101
           display "Faturamento Mensal Consolidado" at 0101
           move function current-date(1:8) to ws-data-hoje
           move ws-data-hoje(1:6) to ws-anomes
           display "Mes de referencia (AAAAMM): " at 0301
           accept ws-anomes at 0329 with update
           if ws-anomes-mes < 1 or ws-anomes-mes > 12
              display "Mes invalido" at 1510
              accept espera at 2301
              go iniciando
           end-if
           move ws-anomes-ano to ws-limite-ano
           move ws-anomes-mes to ws-limite-mes
           move 1 to ws-limite-dia
           if ws-limite-mes = 12
              add 1 to ws-limite-ano
              move 1 to ws-limite-mes
           else
              add 1 to ws-limite-mes
           end-if
           move spaces to sqldata-limite
           string ws-limite(1:4) delimited by size
                  "-"            delimited by size
                  ws-limite(5:2) delimited by size
                  "-01"          delimited by size
                  into sqldata-limite
           display "Confirma o fechamento (S/N)? " at 0501
           move spaces to opcao-sn
           accept opcao-sn at 0530
           if opcao-sn not = "S" and opcao-sn not = "s"
              go desconectando
           end-if

           move "FATURA-MENSAL" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           perform verificar-inventario thru verificar-inventario-fim
           if status-runctrl = "EXECUTANDO"
              display "INVENTARIO EM ANDAMENTO: faturamento" at 1510
              display "bloqueado ate o ajuste final." at 1610
              accept espera at 2301
              go finalizando-erro
           end-if
           perform ler-alcada thru ler-alcada-fim

           string "FATURA_MENSAL_" delimited by size
                  ws-anomes        delimited by size
                  ".TXT"           delimited by size
                  into ws-relatorio-nome
           open output relatorio-fat
           initialize ws-linha-relatorio
           string "Faturamento Mensal Consolidado - "
                                   delimited by size
                  ws-anomes        delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           open input credito
           if fs-credito not = "00"
              display "CREDITO.ARQ indisponivel: " at 2101
                              fs-credito
              close credito relatorio-fat
              accept espera at 2180
              go finalizando-erro
           end-if
           move low-values to cliente-credito
           start credito key is >= cliente-credito invalid key
                 go fechando
           end-start.
       clientes-le.
           read credito next at end
                 go fechando
           end-read
           if fatmensal-credito not = "S"
              go clientes-le
           end-if
           add 1 to ws-total-clientes
           display "Clientes Lidos: " at 0701 ws-total-clientes
           perform faturar-cliente thru faturar-cliente-fim
           go clientes-le.
       faturar-cliente.
           move cliente-credito to sqlcliente-pedido
           move spaces to sqlsituacao-cliente sqluf-cliente
           EXEC SQL
                SELECT SITUACAO, ESTADO
                  INTO :sqlsituacao-cliente, :sqluf-cliente
                  FROM CLIENTES
                 WHERE CODIGO = :sqlcliente-pedido
           END-EXEC
           if sqlcode not = 0
              initialize ws-linha-relatorio
              string cliente-credito delimited by size
                     " | CLIENTE INEXISTENTE" delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              move zeros to sqlcode
              go faturar-cliente-fim
           end-if
           if sqlsituacao-cliente = "INATIVO"
              or sqlsituacao-cliente = "BLOQUEADO"
              or sqlsituacao-cliente = "FUNDIDO"
              initialize ws-linha-relatorio
              string cliente-credito delimited by size
                     " | CLIENTE COM SITUACAO " delimited by size
                     sqlsituacao-cliente delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go faturar-cliente-fim
           end-if
           move zeros to ws-qtd-pedidos ws-valor-fatura
                         ws-maior-valor
           move spaces to sqlvendedor-fatura
           EXEC SQL
                DECLARE CURSORMENSAL CURSOR FOR
                   SELECT CODIGO, VALOR, CODIGO_VENDEDOR,
                          IFNULL(MOEDA, 'BRL')
                     FROM PEDIDOS
                    WHERE CODIGO_CLIENTE = :sqlcliente-pedido
                      AND STATUS = 'ABERTO'
                      AND DATAPEDIDO < :sqldata-limite
                      AND VALOR > 0
                    ORDER BY CODIGO
           END-EXEC
           EXEC SQL
                OPEN CURSORMENSAL
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                move zeros to sqlcode
                go faturar-cliente-fim
           end-if.
       faturar-cliente-le.
           EXEC SQL
                FETCH CURSORMENSAL INTO
                       :sqlcodigo-pedido,
                       :sqlvalor-pedido,
                       :sqlvendedor-pedido,
                       :sqlmoeda-pedido
           END-EXEC
           if sqlcode not = 0
              go faturar-cliente-fecha
           end-if
           if sqlmoeda-pedido not = "BRL"
              and sqlmoeda-pedido not = spaces
              move "PEDIDO EM MOEDA ESTRANGEIRA" to ws-config-linha
              perform relatar-pulado
              go faturar-cliente-le
           end-if
           if ws-alcada > zeros and sqlvalor-pedido > ws-alcada
              move zeros to sqlaprovados
              EXEC SQL
                   SELECT COUNT(*) INTO :sqlaprovados
                     FROM PEDIDO_APROVACOES
                    WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                      AND ACAO = 'APROVADO'
              END-EXEC
              if sqlcode not = 0
                 move zeros to sqlaprovados sqlcode
              end-if
              if sqlaprovados = zeros
                 move "ACIMA DA ALCADA SEM APROVACAO"
                   to ws-config-linha
                 perform relatar-pulado
                 go faturar-cliente-le
              end-if
           end-if
           if ws-qtd-pedidos >= 300
              move "LIMITE DE 300 PEDIDOS NA FATURA"
                to ws-config-linha
              perform relatar-pulado
              go faturar-cliente-le
           end-if
           add 1 to ws-qtd-pedidos
           move sqlcodigo-pedido to ws-mes-pedido(ws-qtd-pedidos)
           add sqlvalor-pedido to ws-valor-fatura
      *    A fatura fica com o vendedor do maior pedido do mes; a
      *    comissao continua sendo apurada pedido a pedido.
           if sqlvalor-pedido > ws-maior-valor
              move sqlvalor-pedido to ws-maior-valor
              move sqlvendedor-pedido to sqlvendedor-fatura
           end-if
           go faturar-cliente-le.
       faturar-cliente-fecha.
           EXEC SQL
                CLOSE CURSORMENSAL
           END-EXEC
           move zeros to sqlcode
           if ws-qtd-pedidos = zeros
              go faturar-cliente-fim
           end-if

           move "PEDIDOS" to ws-seq-nome
           call "NextNumber" using ws-seq-nome
                                   ws-seq-codigo
                                   ws-seq-retorno
           if ws-seq-retorno not = "0"
              display "Erro: sem numero de pedido" at 2101
              accept espera at 2180
              go faturar-cliente-fim
           end-if
           move ws-seq-codigo to sqlfatura-mensal
           move spaces to sqldata-pedido
           string ws-data-hoje(1:4) delimited by size
                  "-"               delimited by size
                  ws-data-hoje(5:2) delimited by size
                  "-"               delimited by size
                  ws-data-hoje(7:2) delimited by size
                  into sqldata-pedido
           move ws-valor-fatura to sqlvalor-fatura
           EXEC SQL
                INSERT INTO PEDIDOS
                       (codigo, codigo_cliente, datapedido,
                        valor, status, codigo_vendedor,
                        operador_inc, operador_alt)
                VALUES
                       (:sqlfatura-mensal,
                        :sqlcliente-pedido,
                        :sqldata-pedido,
                        :sqlvalor-fatura,
                        'FATURADO',
                        :sqlvendedor-fatura,
                        '000',
                        '000')
           END-EXEC
           if sqlcode not = 0
              initialize ws-linha-relatorio
              string cliente-credito delimited by size
                     " | ERRO DE INSERT NA FATURA" delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go faturar-cliente-erro
           end-if
           perform vincular-pedido
                   varying ws-indice from 1 by 1
                   until ws-indice > ws-qtd-pedidos
           if sqlcode not = 0
              go faturar-cliente-erro
           end-if
           perform montar-itens-fatura thru montar-itens-fim
           if sqlcode not = 0
              go faturar-cliente-erro
           end-if
           perform gerar-parcelas-fatura
           perform atualizar-vendas-mensal
           EXEC SQL
                INSERT INTO PEDIDOS_STATUS_HIST
                       (codigo_pedido, status_de, status_para,
                        quando, programa, operador)
                VALUES
                       (:sqlfatura-mensal,
                        ' ',
                        'FATURADO',
                        NOW(),
                        'FaturaMensal',
                        'BATCH')
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                COMMIT
           END-EXEC

           add 1 to ws-total-faturas
           add ws-qtd-pedidos to ws-total-consolidados
           add sqlvalor-fatura to ws-total-valor
           move sqlvalor-fatura to ws-valor-edit
           initialize ws-linha-relatorio
           string cliente-credito  delimited by size
                  " | FATURA "     delimited by size
                  sqlfatura-mensal delimited by size
                  " | PEDIDOS "    delimited by size
                  ws-qtd-pedidos   delimited by size
                  " | VALOR "      delimited by size
                  ws-valor-edit    delimited by size
                  " | PARCELAS "   delimited by size
                  ws-parc-qtd      delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go faturar-cliente-fim.
       faturar-cliente-erro.
           EXEC SQL
                ROLLBACK
           END-EXEC
           move zeros to sqlcode.
       faturar-cliente-fim.
           exit.
       relatar-pulado.
           add 1 to ws-total-pulados
           initialize ws-linha-relatorio
           string cliente-credito  delimited by size
                  " | PEDIDO "     delimited by size
                  sqlcodigo-pedido delimited by size
                  " FICA ABERTO: " delimited by size
                  ws-config-linha  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
      *Pedido de origem: marca a fatura e passa a CONSOLIDADO.
       vincular-pedido.
           if sqlcode not = 0
              move ws-qtd-pedidos to ws-indice
           else
              move ws-mes-pedido(ws-indice) to sqlcodigo-pedido
              EXEC SQL
                   UPDATE PEDIDOS
                      SET STATUS = 'CONSOLIDADO',
                          FATURA_MENSAL = :sqlfatura-mensal,
                          OPERADOR_ALT = '000'
                    WHERE CODIGO = :sqlcodigo-pedido
                      AND STATUS = 'ABERTO'
                    LIMIT 1
              END-EXEC
              if sqlcode not = 0
                 initialize ws-linha-relatorio
                 string sqlcodigo-pedido delimited by size
                        " | ERRO DE UPDATE NO PEDIDO"
                                         delimited by size
                        into ws-linha-relatorio
                 perform gravar-relatorio
              else
                 perform gravar-hist-consolidado
              end-if
           end-if.
       gravar-hist-consolidado.
           EXEC SQL
                INSERT INTO PEDIDOS_STATUS_HIST
                       (codigo_pedido, status_de, status_para,
                        quando, programa, operador)
                VALUES
                       (:sqlcodigo-pedido,
                        'ABERTO',
                        'CONSOLIDADO',
                        NOW(),
                        'FaturaMensal',
                        'BATCH')
           END-EXEC
           move zeros to sqlcode
           initialize ws-linha-relatorio
           string "           PEDIDO " delimited by size
                  sqlcodigo-pedido     delimited by size
                  " -> FATURA "        delimited by size
                  sqlfatura-mensal     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
      *Itens da fatura somados por produto a partir dos pedidos de
      *origem; a baixa de estoque consome as reservas deles e o
      *kardex registra a saida com o codigo da fatura. A fatura 1
      *da tabela de faturas leva todos os itens (NF-e e expedicao).
      *O saldo de cada deposito cai pelos pedidos de origem que
      *sairam dele; a fatura fica com o deposito do primeiro.
       montar-itens-fatura.
           EXEC SQL
                INSERT INTO PEDIDO_ITENS
                       (codigo_pedido, codigo_produto, quantidade,
                        precounitario, total, operador, reservado,
                        icms_aliq, icms_valor, qtd_faturada,
                        custo)
                SELECT :sqlfatura-mensal, I.CODIGO_PRODUTO,
                       SUM(I.QUANTIDADE),
                       ROUND(SUM(I.TOTAL) / SUM(I.QUANTIDADE), 2),
                       SUM(I.TOTAL), '000',
                       SUM(IFNULL(I.RESERVADO, 0)),
                       MAX(IFNULL(I.ICMS_ALIQ, 0)),
                       SUM(IFNULL(I.ICMS_VALOR, 0)),
                       SUM(I.QUANTIDADE),
                       ROUND(SUM(IFNULL(I.CUSTO, 0) * I.QUANTIDADE)
                             / SUM(I.QUANTIDADE), 2)
                  FROM PEDIDO_ITENS I, PEDIDOS P
                 WHERE P.FATURA_MENSAL = :sqlfatura-mensal
                   AND I.CODIGO_PEDIDO = P.CODIGO
                   AND I.QUANTIDADE > 0
                 GROUP BY I.CODIGO_PRODUTO
           END-EXEC
           if sqlcode not = 0
              initialize ws-linha-relatorio
              string sqlfatura-mensal delimited by size
                     " | ERRO NOS ITENS DA FATURA" delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go montar-itens-fim
           end-if
           move zeros to sqlicms-fatura sqlvalor-fatura
           move "01" to sqldeposito-fatura
           EXEC SQL
                SELECT IFNULL(MIN(IFNULL(DEPOSITO, '01')), '01')
                  INTO :sqldeposito-fatura
                  FROM PEDIDOS
                 WHERE FATURA_MENSAL = :sqlfatura-mensal
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                SELECT IFNULL(SUM(TOTAL), 0),
                       IFNULL(SUM(ICMS_VALOR), 0)
                  INTO :sqlvalor-fatura, :sqlicms-fatura
                  FROM PEDIDO_ITENS
                 WHERE CODIGO_PEDIDO = :sqlfatura-mensal
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                UPDATE PEDIDOS
                   SET VALOR = :sqlvalor-fatura,
                       ICMS_TOTAL = :sqlicms-fatura,
                       DEPOSITO = :sqldeposito-fatura
                 WHERE CODIGO = :sqlfatura-mensal
                 LIMIT 1
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                UPDATE PRODUTOS A, PEDIDO_ITENS B
                   SET A.ESTOQUE = A.ESTOQUE - B.QUANTIDADE,
                       A.RESERVADO = IFNULL(A.RESERVADO, 0)
                                   - IFNULL(B.RESERVADO, 0),
                       B.RESERVADO = 0
                 WHERE B.CODIGO_PEDIDO = :sqlfatura-mensal
                   AND A.CODIGO = B.CODIGO_PRODUTO
                   AND NOT EXISTS
                       (SELECT 1 FROM PRODUTO_KITS K
                         WHERE K.KIT = B.CODIGO_PRODUTO)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              initialize ws-linha-relatorio
              string sqlfatura-mensal delimited by size
                     " | ERRO NA BAIXA DE ESTOQUE" delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go montar-itens-fim
           end-if
      *    Kit baixa os componentes e consome a reserva deles.
           EXEC SQL
                UPDATE PRODUTOS A,
                       (SELECT K.COMPONENTE,
                               SUM(B.QUANTIDADE * K.QUANTIDADE)
                                   AS QTD,
                               SUM(IFNULL(B.RESERVADO, 0)
                                   * K.QUANTIDADE) AS RESERVA
                          FROM PEDIDO_ITENS B, PRODUTO_KITS K
                         WHERE B.CODIGO_PEDIDO = :sqlfatura-mensal
                           AND K.KIT = B.CODIGO_PRODUTO
                         GROUP BY K.COMPONENTE) C
                   SET A.ESTOQUE = A.ESTOQUE - C.QTD,
                       A.RESERVADO = IFNULL(A.RESERVADO, 0)
                                   - C.RESERVA
                 WHERE A.CODIGO = C.COMPONENTE
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              initialize ws-linha-relatorio
              string sqlfatura-mensal delimited by size
                     " | ERRO NA BAIXA DOS COMPONENTES"
                                      delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go montar-itens-fim
           end-if
           EXEC SQL
                UPDATE PEDIDO_ITENS B
                   SET B.RESERVADO = 0
                 WHERE B.CODIGO_PEDIDO = :sqlfatura-mensal
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                INSERT INTO ESTOQUE_DEPOSITO
                       (codigo_produto, deposito, estoque)
                SELECT C.PRODUTO, C.DEPOSITO, 0 - C.QTD
                  FROM (SELECT I.CODIGO_PRODUTO AS PRODUTO,
                               IFNULL(P.DEPOSITO, '01') AS DEPOSITO,
                               SUM(I.QUANTIDADE) AS QTD
                          FROM PEDIDOS P, PEDIDO_ITENS I
                         WHERE P.FATURA_MENSAL = :sqlfatura-mensal
                           AND I.CODIGO_PEDIDO = P.CODIGO
                           AND I.QUANTIDADE > 0
                           AND NOT EXISTS
                               (SELECT 1 FROM PRODUTO_KITS K
                                 WHERE K.KIT = I.CODIGO_PRODUTO)
                         GROUP BY I.CODIGO_PRODUTO,
                                  IFNULL(P.DEPOSITO, '01')
                        UNION ALL
                        SELECT K.COMPONENTE,
                               IFNULL(P.DEPOSITO, '01'),
                               SUM(I.QUANTIDADE * K.QUANTIDADE)
                          FROM PEDIDOS P, PEDIDO_ITENS I,
                               PRODUTO_KITS K
                         WHERE P.FATURA_MENSAL = :sqlfatura-mensal
                           AND I.CODIGO_PEDIDO = P.CODIGO
                           AND I.QUANTIDADE > 0
                           AND K.KIT = I.CODIGO_PRODUTO
                         GROUP BY K.COMPONENTE,
                                  IFNULL(P.DEPOSITO, '01')) C
                ON DUPLICATE KEY UPDATE
                       ESTOQUE = ESTOQUE + VALUES(ESTOQUE)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              initialize ws-linha-relatorio
              string sqlfatura-mensal delimited by size
                     " | ERRO NA BAIXA DOS DEPOSITOS"
                                      delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go montar-itens-fim
           end-if
           EXEC SQL
                INSERT INTO ESTOQUE_MOV
                       (codigo_produto, quando, tipo, quantidade,
                        saldo, documento, operador, deposito,
                        saldo_deposito)
                SELECT C.PRODUTO, NOW(), 'SA', 0 - C.QTD,
                       A.ESTOQUE, :sqlfatura-mensal, 'BATCH',
                       C.DEPOSITO, D.ESTOQUE
                  FROM (SELECT I.CODIGO_PRODUTO AS PRODUTO,
                               IFNULL(P.DEPOSITO, '01') AS DEPOSITO,
                               SUM(I.QUANTIDADE) AS QTD
                          FROM PEDIDOS P, PEDIDO_ITENS I
                         WHERE P.FATURA_MENSAL = :sqlfatura-mensal
                           AND I.CODIGO_PEDIDO = P.CODIGO
                           AND I.QUANTIDADE > 0
                           AND NOT EXISTS
                               (SELECT 1 FROM PRODUTO_KITS K
                                 WHERE K.KIT = I.CODIGO_PRODUTO)
                         GROUP BY I.CODIGO_PRODUTO,
                                  IFNULL(P.DEPOSITO, '01')) C,
                       PRODUTOS A, ESTOQUE_DEPOSITO D
                 WHERE A.CODIGO = C.PRODUTO
                   AND D.CODIGO_PRODUTO = C.PRODUTO
                   AND D.DEPOSITO = C.DEPOSITO
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                INSERT INTO ESTOQUE_MOV
                       (codigo_produto, quando, tipo, quantidade,
                        saldo, documento, operador, kit, deposito,
                        saldo_deposito)
                SELECT C.PRODUTO, NOW(), 'SA', 0 - C.QTD,
                       A.ESTOQUE, :sqlfatura-mensal, 'BATCH',
                       C.KIT, C.DEPOSITO, D.ESTOQUE
                  FROM (SELECT K.COMPONENTE AS PRODUTO,
                               K.KIT AS KIT,
                               IFNULL(P.DEPOSITO, '01') AS DEPOSITO,
                               SUM(I.QUANTIDADE * K.QUANTIDADE)
                                   AS QTD
                          FROM PEDIDOS P, PEDIDO_ITENS I,
                               PRODUTO_KITS K
                         WHERE P.FATURA_MENSAL = :sqlfatura-mensal
                           AND I.CODIGO_PEDIDO = P.CODIGO
                           AND I.QUANTIDADE > 0
                           AND K.KIT = I.CODIGO_PRODUTO
                         GROUP BY K.COMPONENTE, K.KIT,
                                  IFNULL(P.DEPOSITO, '01')) C,
                       PRODUTOS A, ESTOQUE_DEPOSITO D
                 WHERE A.CODIGO = C.PRODUTO
                   AND D.CODIGO_PRODUTO = C.PRODUTO
                   AND D.DEPOSITO = C.DEPOSITO
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                UPDATE PEDIDO_ITENS I, PEDIDOS P
                   SET I.RESERVADO = 0,
                       I.QTD_FATURADA = I.QUANTIDADE
                 WHERE P.FATURA_MENSAL = :sqlfatura-mensal
                   AND I.CODIGO_PEDIDO = P.CODIGO
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                INSERT INTO PEDIDO_FATURA_ITENS
                       (codigo_pedido, fatura, codigo_produto,
                        quantidade, total, icms_valor)
                SELECT CODIGO_PEDIDO, 1, CODIGO_PRODUTO,
                       QUANTIDADE, TOTAL, IFNULL(ICMS_VALOR, 0)
                  FROM PEDIDO_ITENS
                 WHERE CODIGO_PEDIDO = :sqlfatura-mensal
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                INSERT INTO PEDIDO_FATURAS
                       (codigo_pedido, fatura, quando, valor, icms,
                        status, cancelada, operador)
                VALUES
                       (:sqlfatura-mensal,
                        1,
                        NOW(),
                        :sqlvalor-fatura,
                        :sqlicms-fatura,
                        'FATURADA',
                        NULL,
                        '000')
           END-EXEC
           if sqlcode not = 0
              initialize ws-linha-relatorio
              string sqlfatura-mensal delimited by size
                     " | ERRO NO REGISTRO DA FATURA" delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
           end-if.
       montar-itens-fim.
           exit.
      *Um jogo de parcelas para a fatura pela condicao do cliente,
      *contado da data do fechamento.
       gerar-parcelas-fatura.
           move condpagto-credito to ws-parc-condpagto
           move sqlvalor-fatura to ws-parc-valor
           move ws-data-hoje to ws-parc-data-base
           move sqluf-cliente to ws-parc-uf
           call "CalculaParcelas" using ws-parc-condpagto
                                        ws-parc-valor
                                        ws-parc-data-base
                                        ws-parc-uf
                                        ws-parc-qtd
                                        ws-parc-cronograma
                                        ws-parc-retorno
           perform gravar-parcela
                   varying ws-parc-indice from 1 by 1
                   until ws-parc-indice > ws-parc-qtd
           move ws-parc-vencimento(1) to ws-limite
           move spaces to sqlvencimento
           string ws-limite(1:4) delimited by size
                  "-"            delimited by size
                  ws-limite(5:2) delimited by size
                  "-"            delimited by size
                  ws-limite(7:2) delimited by size
                  into sqlvencimento
           EXEC SQL
                UPDATE PEDIDOS
                   SET VENCIMENTO = :sqlvencimento
                 WHERE CODIGO = :sqlfatura-mensal
                 LIMIT 1
           END-EXEC
           move zeros to sqlcode.
       gravar-parcela.
           move ws-parc-indice to sqlparcela
           move ws-parc-valor-item(ws-parc-indice) to sqlvalor-parcela
           move ws-parc-vencimento(ws-parc-indice) to ws-limite
           move spaces to sqlvencimento
           string ws-limite(1:4) delimited by size
                  "-"            delimited by size
                  ws-limite(5:2) delimited by size
                  "-"            delimited by size
                  ws-limite(7:2) delimited by size
                  into sqlvencimento
           EXEC SQL
                INSERT INTO PEDIDO_PARCELAS
                       (codigo_pedido, parcela, vencimento,
                        valor, valorpago, status, fatura)
                VALUES
                       (:sqlfatura-mensal,
                        :sqlparcela,
                        :sqlvencimento,
                        :sqlvalor-parcela,
                        0,
                        'ABERTO',
                        1)
           END-EXEC
           if sqlcode not = 0
              initialize ws-linha-relatorio
              string sqlfatura-mensal delimited by size
                     " | PARCELA NAO GRAVADA " delimited by size
                     sqlparcela       delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              move zeros to sqlcode
           end-if.
      *Cubo de vendas pelos pedidos de origem (mes, vendedor e UF
      *de cada um), como no faturamento pedido a pedido.
       atualizar-vendas-mensal.
           EXEC SQL
                INSERT INTO VENDAS_RESUMO
                       (anomes, vendedor, uf, categoria, qtd,
                        valor)
                SELECT DATE_FORMAT(A.DATAPEDIDO, '%Y%m'),
                       A.CODIGO_VENDEDOR, B.ESTADO,
                       IFNULL(P.CATEGORIA, '???'),
                       I.QUANTIDADE, I.TOTAL
                  FROM PEDIDOS A, CLIENTES B, PEDIDO_ITENS I,
                       PRODUTOS P
                 WHERE A.FATURA_MENSAL = :sqlfatura-mensal
                   AND B.CODIGO = A.CODIGO_CLIENTE
                   AND I.CODIGO_PEDIDO = A.CODIGO
                   AND P.CODIGO = I.CODIGO_PRODUTO
                ON DUPLICATE KEY UPDATE
                       QTD = QTD + VALUES(QTD),
                       VALOR = VALOR + VALUES(VALOR)
           END-EXEC
           move zeros to sqlcode.
       verificar-inventario.
           move spaces to status-runctrl
           open input runctrl
           if fs-runctrl not = "00"
              close runctrl
              go verificar-inventario-fim
           end-if
           move "INVENTARIO" to job-runctrl
           read runctrl invalid key
              move spaces to status-runctrl
           end-read
           close runctrl.
       verificar-inventario-fim.
           exit.
       ler-alcada.
           move zeros to ws-alcada
           open input limites-config
           if fs-limites not = "00"
              close limites-config
              go ler-alcada-fim
           end-if.
       ler-alcada-le.
           read limites-config into ws-config-linha at end
              close limites-config
              go ler-alcada-fim
           end-read
           if ws-config-linha = spaces
              go ler-alcada-le
           end-if
           if ws-config-linha(1:1) = "*"
              go ler-alcada-le
           end-if
           move spaces to ws-config-classe ws-config-valor
           unstring ws-config-linha delimited by "|"
                    into ws-config-classe ws-config-valor
           end-unstring
           if ws-config-classe = "ALCADA-PEDIDO"
              compute ws-alcada =
                      function numval (ws-config-valor)
                   on size error move zeros to ws-alcada
              end-compute
           end-if
           go ler-alcada-le.
       ler-alcada-fim.
           exit.
       fechando.
           close credito
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Clientes Mensais.: " delimited by size
                  ws-total-clientes     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Faturas Geradas..: " delimited by size
                  ws-total-faturas      delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Pedidos Faturados: " delimited by size
                  ws-total-consolidados delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Pedidos Pulados..: " delimited by size
                  ws-total-pulados      delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move ws-total-valor to ws-valor-edit
           initialize ws-linha-relatorio
           string "Valor Faturado...: " delimited by size
                  ws-valor-edit         delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-fat

           move "F" to ws-plog-evento
           move ws-total-faturas to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog

           move "FATURA_MENSAL" to ws-cat-nome
           move ws-total-faturas to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Faturas Geradas: " at 0901 ws-total-faturas
           display "Pedidos........: " at 1001 ws-total-consolidados
           display "Pulados........: " at 1101 ws-total-pulados
           display "Relatorio......: " at 1201 ws-relatorio-nome
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
       end program FaturaMensal.
