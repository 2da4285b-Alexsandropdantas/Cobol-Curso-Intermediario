       01 espera                    pic x(01) value spaces.
       01 linha                     pic 9(02).
       01 ws-operador                pic x(20).
       01 ws-validade                pic 9(08).
       01 ws-data-hoje               pic 9(08).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 sqlsaldo-estoque           pic s9(09).
       01 sqlpendentes               pic 9(05).
       01 sqlmov-oper                pic x(20).
       01 sqlcodigo-lido             pic x(13).
       01 sqldeposito                pic x(03).
       01 sqldeposito-nome           pic x(30).
       01 sqlsaldo-deposito          pic s9(09).
       01 sqlcontrola-lote           pic x(01).
       01 sqlcusto-anterior          pic 9(09)v99.
       01 sqlcusto-medio             pic 9(09)v99.
       01 sqllote                    pic x(20).
       01 sqllote-validade           pic x(10).
       01 sqllote-val-atual          pic x(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
           end-if
           move ws-operador to sqlmov-oper.
      *Recebimento fisico contra o pedido de compra: cada entrada
      *soma no estoque com movimento EN no kardex e refaz o custo
      *medio do produto; quando nada resta a receber a compra fecha
      *como RECEBIDA. A entrada vai
      *para o deposito escolhido para o recebimento. Produto que
      *controla lote so entra com lote e validade, e o saldo do
      *lote no deposito fica em ESTOQUE_LOTES.
       escolher-compra.
           display erase at 0101
           display "Recebimento de Compras" at 0101
              display "Compra nao esta ABERTA" at 1510
              accept espera at 2301
              go escolher-compra
           end-if.
       escolher-deposito.
           display "Deposito (branco=01)......: " at 0301
           move spaces to sqldeposito
           accept sqldeposito at 0329
           if sqldeposito = spaces
              move "01" to sqldeposito
           end-if
           move spaces to sqldeposito-nome
           EXEC SQL
                SELECT DESCRICAO INTO :sqldeposito-nome
                  FROM DEPOSITOS
                 WHERE CODIGO = :sqldeposito
           END-EXEC
           if sqlcode not = 0
              display "Deposito nao cadastrado" at 1510
              move zeros to sqlcode
              accept espera at 2301
              display "                       " at 1510
              go escolher-deposito
           end-if
           display sqldeposito at 0329
           display sqldeposito-nome at 0334
           perform listar-pendencias.
       receber-item.
           display "                                        " at 1901
           display "                                       " at 1941
           display "Produto (branco=encerra)..: " at 1601
           move spaces to sqlcodigo-lido
           accept sqlcodigo-lido at 1629
           perform resolver-codigo-lido
                   thru resolver-codigo-lido-fim
           if sqlproduto = spaces
              go fechar-recebimento
           end-if
           move sqlproduto to sqlcodigo-lido
           display sqlcodigo-lido at 1629
           move zeros to sqlquantidade sqlqtd-recebida
                         sqlpreco-compra
           EXEC SQL
              accept espera at 2180
              go receber-item
           end-if
           move "N" to sqlcontrola-lote
           EXEC SQL
                SELECT IFNULL(CONTROLA_LOTE, 'N')
                  INTO :sqlcontrola-lote
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlproduto
           END-EXEC
           move zeros to sqlcode
           move spaces to sqllote sqllote-validade
           if sqlcontrola-lote = "S"
              perform aceitar-lote thru aceitar-lote-fim
              if sqllote = spaces
                 go receber-item
              end-if
           end-if

           EXEC SQL
                UPDATE COMPRA_ITENS
                 LIMIT 1
           END-EXEC
           move zeros to sqlcode
      *O recebimento recalcula o custo medio ponderado do produto:
      *(saldo x custo medio + recebido x preco da compra) dividido
      *pelo novo saldo. Sem saldo positivo vale o preco da compra.
           move zeros to sqlsaldo-estoque sqlcusto-anterior
           EXEC SQL
                SELECT ESTOQUE, IFNULL(CUSTO, 0)
                  INTO :sqlsaldo-estoque, :sqlcusto-anterior
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlproduto
           END-EXEC
           move zeros to sqlcode
           if sqlsaldo-estoque <= zeros
              move sqlpreco-compra to sqlcusto-medio
           else
              compute sqlcusto-medio rounded =
                      (sqlsaldo-estoque * sqlcusto-anterior
                     + sqlqtd-receber * sqlpreco-compra)
                    / (sqlsaldo-estoque + sqlqtd-receber)
                   on size error
                      move sqlpreco-compra to sqlcusto-medio
              end-compute
           end-if
           EXEC SQL
                UPDATE PRODUTOS
                   SET ESTOQUE = ESTOQUE + :sqlqtd-receber,
                       CUSTO = :sqlcusto-medio
                 WHERE CODIGO = :sqlproduto
                 LIMIT 1
           END-EXEC
                 WHERE CODIGO = :sqlproduto
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                INSERT INTO ESTOQUE_DEPOSITO
                       (codigo_produto, deposito, estoque)
                VALUES
                       (:sqlproduto, :sqldeposito, :sqlqtd-receber)
                ON DUPLICATE KEY UPDATE
                       ESTOQUE = ESTOQUE + :sqlqtd-receber
           END-EXEC
           move zeros to sqlcode
           if sqllote not = spaces
              EXEC SQL
                   INSERT INTO ESTOQUE_LOTES
                          (codigo_produto, deposito, lote, validade,
                           estoque, custo, data_entrada)
                   VALUES
                          (:sqlproduto, :sqldeposito, :sqllote,
                           :sqllote-validade, :sqlqtd-receber,
                           :sqlpreco-compra, CURDATE())
                   ON DUPLICATE KEY UPDATE
                          ESTOQUE = ESTOQUE + :sqlqtd-receber,
                          CUSTO = :sqlpreco-compra
              END-EXEC
              move zeros to sqlcode
           end-if
           move zeros to sqlsaldo-deposito
           EXEC SQL
                SELECT ESTOQUE INTO :sqlsaldo-deposito
                  FROM ESTOQUE_DEPOSITO
                 WHERE CODIGO_PRODUTO = :sqlproduto
                   AND DEPOSITO = :sqldeposito
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                INSERT INTO ESTOQUE_MOV
                       (codigo_produto, quando, tipo, quantidade,
                        saldo, documento, operador, deposito,
                        saldo_deposito, lote, custo_anterior,
                        custo_medio)
                VALUES
                       (:sqlproduto,
                        NOW(),
                        :sqlqtd-receber,
                        :sqlsaldo-estoque,
                        :sqlnumero-compra,
                        :sqlmov-oper,
                        :sqldeposito,
                        :sqlsaldo-deposito,
                        NULLIF(:sqllote, ' '),
                        :sqlcusto-anterior,
                        :sqlcusto-medio)
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
              accept espera at 2180
           end-if
           go escolher-compra.
      *Lote em branco na volta = recebimento do item abandonado. O
      *mesmo lote nao pode chegar com outra validade e nao se recebe
      *mercadoria ja vencida.
       aceitar-lote.
           display "Lote......................: " at 1901
           display "Validade AAAAMMDD: " at 1951
           move spaces to sqllote
           accept sqllote at 1929
           if sqllote = spaces
              display "Produto controla lote: informe o lote" at 2101
              accept espera at 2180
              go aceitar-lote-fim
           end-if
           move function upper-case(sqllote) to sqllote
           display sqllote at 1929
           move zeros to ws-validade
           accept ws-validade at 1970
           if function test-date-yyyymmdd(ws-validade) not = 0
              display "Validade invalida" at 2101
              accept espera at 2180
              move spaces to sqllote
              go aceitar-lote-fim
           end-if
           move function current-date(1:8) to ws-data-hoje
           if ws-validade < ws-data-hoje
              display "Lote ja vencido: nao recebido" at 2101
              accept espera at 2180
              move spaces to sqllote
              go aceitar-lote-fim
           end-if
           move spaces to sqllote-validade
           string ws-validade(1:4) delimited by size
                  "-"              delimited by size
                  ws-validade(5:2) delimited by size
                  "-"              delimited by size
                  ws-validade(7:2) delimited by size
                  into sqllote-validade
           move spaces to sqllote-val-atual
           EXEC SQL
                SELECT DATE_FORMAT(VALIDADE, '%Y-%m-%d')
                  INTO :sqllote-val-atual
                  FROM ESTOQUE_LOTES
                 WHERE CODIGO_PRODUTO = :sqlproduto
                   AND LOTE = :sqllote
                 LIMIT 1
           END-EXEC
           if sqlcode = 0
              and sqllote-val-atual not = sqllote-validade
              display "Lote ja cadastrado com validade "
                      at 2101 sqllote-val-atual
              accept espera at 2180
              move spaces to sqllote
           end-if
           move zeros to sqlcode.
       aceitar-lote-fim.
           exit.
      *Leitura do produto: aceita o codigo interno ou o EAN-13 do
      *codigo de barras; o codigo interno tem preferencia.
       resolver-codigo-lido.
           move sqlcodigo-lido to sqlproduto
           if sqlcodigo-lido = spaces
              go resolver-codigo-lido-fim
           end-if
           EXEC SQL
                SELECT CODIGO INTO :sqlproduto
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlcodigo-lido
                    OR EAN = :sqlcodigo-lido
                 ORDER BY CASE WHEN CODIGO = :sqlcodigo-lido
                               THEN 0 ELSE 1 END
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0
              move sqlcodigo-lido to sqlproduto
              move zeros to sqlcode
           end-if.
       resolver-codigo-lido-fim.
           exit.
       listar-pendencias.
           display "Produto    Descricao            Pendente"
                   at 0401
