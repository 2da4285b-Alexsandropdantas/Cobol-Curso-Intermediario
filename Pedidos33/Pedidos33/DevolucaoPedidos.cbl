       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
       01 linha                      pic 9(02).
       01 ws-amb-nome                pic x(30).
       01 ws-amb-valor               pic x(10).
       01 ws-sac-pedido              pic x(10).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 sqlanomes-atual            pic x(06).
       01 sqlqtd-pagos               pic 9(05).
       01 sqlvalor-estorno           pic s9(11)v99.
       01 sqlkit-componentes         pic 9(05).
       01 sqldeposito                pic x(03).
       01 sqlmotivo                  pic x(03).
       01 sqlmotivo-descricao        pic x(40).
       01 sqlmotivo-destino          pic x(01).
       01 sqldestino                 pic x(01).
       01 sqlfornecedor              pic x(10).
       01 sqlsac-chamado             pic x(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 ws-taxa-comissao           pic 9(02)v99.

                exit program
                stop run
           end-if.
      *Devolucao aberta pelo SAC (ChamadosSAC) num chamado de item
      *errado: o pedido e o chamado chegam pelo ambiente e, emitida a
      *nota de credito, o programa volta para o SAC.
       verificar-sac.
           move spaces to ws-sac-pedido sqlsac-chamado
           accept ws-sac-pedido from environment "SAC_DEVOLUCAO_PEDIDO"
           accept sqlsac-chamado
                  from environment "SAC_DEVOLUCAO_CHAMADO"
           if ws-sac-pedido = spaces
              move spaces to sqlsac-chamado
              go menugeral
           end-if
           move "SAC_DEVOLUCAO_PEDIDO" to ws-amb-nome
           move spaces to ws-amb-valor
           display ws-amb-nome upon environment-name
           display ws-amb-valor upon environment-value
           display erase at 0101
           display "Registrar Devolucao - Chamado SAC " at 0101
                   sqlsac-chamado
           display "Codigo Pedido.............: " at 0201
           move ws-sac-pedido to sqlcodigo-pedido
           display sqlcodigo-pedido at 0229
           go escolher-pedido-busca.
       menugeral.
           display erase at 0101
           display "Devolucao de Mercadorias" at 0101
           display "1.Registrar Devolucao" at 0301
           display "2.Criar Tabelas" at 0401
           display "3.Motivos de Devolucao" at 0501
           display "0.Sair" at 0601
           display "Opcao:" at 0701
           initialize opcao
           accept opcao at 0707
           if opcao = 1 go escolher-pedido.
           if opcao = 2 go criartabelas.
           if opcao = 3 go manter-motivos.
           if opcao = 0 go desconectando.
           go menugeral.
       criartabelas.
           else
              display "Criou NOTAS_CREDITO OK." at 2201
           end-if
      *    Motivos de devolucao e, por item devolvido, o motivo, o
      *    destino da mercadoria (E volta ao estoque, S sucata, F
      *    devolvida ao fornecedor) e o fornecedor do produto.
           EXEC SQL
                CREATE TABLE DEVOLUCAO_MOTIVOS
                    (codigo         char(03),
                     descricao      char(40),
                     destino        char(01) default 'E',
                     primary key    (codigo))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "DEVOLUCAO_MOTIVOS ja existe." at 1901
              else
                 display "Erro: DEVOLUCAO_MOTIVOS " at 1901
                 display sqlcode at 1931
              end-if
           else
              display "Criou DEVOLUCAO_MOTIVOS OK." at 1901
           end-if
           EXEC SQL
                ALTER TABLE DEVOLUCOES
                      ADD MOTIVO     CHAR(03),
                      ADD DESTINO    CHAR(01) DEFAULT 'E',
                      ADD FORNECEDOR CHAR(10)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER DEVOLUCOES " at 2001
              display sqlcode at 2031
           end-if
           move zeros to sqlcode
           accept espera at 2301
           go menugeral.
      *Tabela de motivos de devolucao: codigo, descricao e o destino
      *sugerido para a mercadoria devolvida pelo motivo.
       manter-motivos.
           display erase at 0101
           display "Motivos de Devolucao" at 0101
           display "Codigo Motivo.............: " at 0301
           display "Descricao.................: " at 0401
           display "Destino (E/S/F)...........: " at 0501
           display "E=volta ao estoque S=sucata F=devolve ao fornecedor"
                   at 0601
           perform listar-motivos thru listar-motivos-fim
           move spaces to sqlmotivo
           accept sqlmotivo at 0329
           if sqlmotivo = spaces
              go menugeral
           end-if
           move spaces to sqlmotivo-descricao
           move "E" to sqlmotivo-destino
           EXEC SQL
                SELECT DESCRICAO, DESTINO
                  INTO :sqlmotivo-descricao, :sqlmotivo-destino
                  FROM DEVOLUCAO_MOTIVOS
                 WHERE CODIGO = :sqlmotivo
           END-EXEC
           if sqlcode not = 0
              display "(motivo novo)" at 0341
              move zeros to sqlcode
           end-if
           accept sqlmotivo-descricao at 0429 with update
           move function upper-case(sqlmotivo-descricao)
                to sqlmotivo-descricao
           if sqlmotivo-descricao = spaces
              go manter-motivos
           end-if.
       manter-motivos-destino.
           accept sqlmotivo-destino at 0529 with update
           move function upper-case(sqlmotivo-destino)
                to sqlmotivo-destino
           if sqlmotivo-destino not = "E"
              and sqlmotivo-destino not = "S"
              and sqlmotivo-destino not = "F"
              go manter-motivos-destino
           end-if
           EXEC SQL
                INSERT INTO DEVOLUCAO_MOTIVOS
                       (codigo, descricao, destino)
                VALUES
                       (:sqlmotivo,
                        :sqlmotivo-descricao,
                        :sqlmotivo-destino)
                ON DUPLICATE KEY UPDATE
                       DESCRICAO = VALUES(DESCRICAO),
                       DESTINO = VALUES(DESTINO)
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu gravar " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go manter-motivos
           end-if
           EXEC SQL
                COMMIT
           END-EXEC
           go manter-motivos.
       listar-motivos.
           display "Cod Descricao                                Dest"
                   at 0801
           move 09 to linha
           EXEC SQL
                DECLARE CURSORMOTIVOS CURSOR FOR
                   SELECT CODIGO, DESCRICAO, DESTINO
                     FROM DEVOLUCAO_MOTIVOS
                    ORDER BY CODIGO
           END-EXEC
           EXEC SQL
                OPEN CURSORMOTIVOS
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go listar-motivos-fim
           end-if.
       listar-motivos-le.
           EXEC SQL
                FETCH CURSORMOTIVOS INTO
                       :sqlmotivo,
                       :sqlmotivo-descricao,
                       :sqlmotivo-destino
           END-EXEC
           if sqlcode = 0 and linha < 22
              display sqlmotivo at line linha column 01
              display sqlmotivo-descricao at line linha column 05
              display sqlmotivo-destino at line linha column 46
              add 1 to linha
              go listar-motivos-le
           end-if
           EXEC SQL
                CLOSE CURSORMOTIVOS
           END-EXEC
           move zeros to sqlcode.
       listar-motivos-fim.
           exit.
      *Devolucao so de pedidos ja faturados (FATURADO, COBRANCA ou
      *PAGO): os itens voltam ao estoque e o valor devolvido vira
      *uma nota de credito numerada aplicavel nos proximos titulos
           accept sqlcodigo-pedido at 0229
           if sqlcodigo-pedido = spaces
              go menugeral
           end-if.
       escolher-pedido-busca.
           EXEC SQL
                SELECT CODIGO_CLIENTE, STATUS, DATAPEDIDO,
                       CODIGO_VENDEDOR
              accept espera at 2301
              go devolver-item
           end-if
           perform pedir-motivo thru pedir-motivo-fim
           if sqlmotivo = spaces
              go devolver-item
           end-if

           compute sqlvalor-devolucao rounded =
                   sqlqtd-devolver * sqlpreco-item
           move sqlvalor-devolucao to ws-valor-edit
           display "Valor da Devolucao........: " at 1201
                           ws-valor-edit
           display "Confirma o item (S/N)? " at 1241
           move spaces to opcao-sn
           accept opcao-sn at 1264
           if opcao-sn not = "S" and opcao-sn not = "s"
              go devolver-item
           end-if
      *So a mercadoria que volta ao estoque entra no estoque e no
      *kardex; sucata e devolucao ao fornecedor so ficam registradas.
           if sqldestino not = "E"
              go devolver-item-registro
           end-if

      *Estoque volta e o item fica pendente ate o fechamento da
      *nota de credito (numero em branco ate la). Kit devolvido
      *devolve os componentes pela estrutura em PRODUTO_KITS. A
      *mercadoria volta para o deposito de onde o pedido saiu.
           move "01" to sqldeposito
           EXEC SQL
                SELECT IFNULL(DEPOSITO, '01') INTO :sqldeposito
                  FROM PEDIDOS
                 WHERE CODIGO = :sqlcodigo-pedido
           END-EXEC
           if sqlcode not = 0
              move "01" to sqldeposito
              move zeros to sqlcode
           end-if
           move zeros to sqlkit-componentes
           EXEC SQL
                SELECT COUNT(*) INTO :sqlkit-componentes
                  FROM PRODUTO_KITS
                 WHERE KIT = :sqlproduto
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlkit-componentes sqlcode
           end-if
           if sqlkit-componentes > zeros
              EXEC SQL
                   UPDATE PRODUTOS A, PRODUTO_KITS K
                      SET A.ESTOQUE = A.ESTOQUE
                                    + :sqlqtd-devolver * K.QUANTIDADE
                    WHERE K.KIT = :sqlproduto
                      AND A.CODIGO = K.COMPONENTE
              END-EXEC
              if sqlcode not = 0 and sqlcode not = 100
                 display "Erro: estoque nao atualizado" at 1510
                 display sqlcode at 1610
                 accept espera at 2301
                 EXEC SQL
                      ROLLBACK
                 END-EXEC
                 go devolver-item
              end-if
              EXEC SQL
                   INSERT INTO ESTOQUE_DEPOSITO
                          (codigo_produto, deposito, estoque)
                   SELECT K.COMPONENTE, :sqldeposito,
                          :sqlqtd-devolver * K.QUANTIDADE
                     FROM PRODUTO_KITS K
                    WHERE K.KIT = :sqlproduto
                   ON DUPLICATE KEY UPDATE
                          ESTOQUE = ESTOQUE + VALUES(ESTOQUE)
              END-EXEC
              move zeros to sqlcode
              EXEC SQL
                   INSERT INTO ESTOQUE_MOV
                          (codigo_produto, quando, tipo, quantidade,
                           saldo, documento, operador, kit,
                           deposito, saldo_deposito, custo_anterior,
                           custo_medio)
                   SELECT K.COMPONENTE, NOW(), 'DV',
                          :sqlqtd-devolver * K.QUANTIDADE,
                          A.ESTOQUE, :sqlcodigo-pedido,
                          :sqloperador, K.KIT,
                          D.DEPOSITO, D.ESTOQUE,
                          IFNULL(A.CUSTO, 0), IFNULL(A.CUSTO, 0)
                     FROM PRODUTOS A, PRODUTO_KITS K,
                          ESTOQUE_DEPOSITO D
                    WHERE K.KIT = :sqlproduto
                      AND A.CODIGO = K.COMPONENTE
                      AND D.CODIGO_PRODUTO = K.COMPONENTE
                      AND D.DEPOSITO = :sqldeposito
              END-EXEC
              move zeros to sqlcode
              go devolver-item-registro
           end-if
           EXEC SQL
                UPDATE PRODUTOS
                   SET ESTOQUE = ESTOQUE + :sqlqtd-devolver
              END-EXEC
              go devolver-item
           end-if
           EXEC SQL
                INSERT INTO ESTOQUE_DEPOSITO
                       (codigo_produto, deposito, estoque)
                VALUES
                       (:sqlproduto, :sqldeposito, :sqlqtd-devolver)
                ON DUPLICATE KEY UPDATE
                       ESTOQUE = ESTOQUE + :sqlqtd-devolver
           END-EXEC
           move zeros to sqlcode
      *Entrada do kardex com o saldo ja atualizado pela volta. A
      *devolucao volta pelo custo medio atual, que nao se altera.
           move zeros to sqlsaldo-estoque
           EXEC SQL
                SELECT ESTOQUE INTO :sqlsaldo-estoque
           EXEC SQL
                INSERT INTO ESTOQUE_MOV
                       (codigo_produto, quando, tipo, quantidade,
                        saldo, documento, operador, deposito,
                        saldo_deposito, custo_anterior, custo_medio)
                SELECT :sqlproduto, NOW(), 'DV',
                       :sqlqtd-devolver, :sqlsaldo-estoque,
                       :sqlcodigo-pedido, :sqloperador,
                       D.DEPOSITO, D.ESTOQUE,
                       IFNULL(A.CUSTO, 0), IFNULL(A.CUSTO, 0)
                  FROM ESTOQUE_DEPOSITO D, PRODUTOS A
                 WHERE D.CODIGO_PRODUTO = :sqlproduto
                   AND A.CODIGO = D.CODIGO_PRODUTO
                   AND D.DEPOSITO = :sqldeposito
           END-EXEC
           move zeros to sqlcode.
       devolver-item-registro.
           EXEC SQL
                INSERT INTO DEVOLUCOES
                       (numero_nota, codigo_pedido, codigo_produto,
                        quantidade, valor, quando, operador,
                        motivo, destino, fornecedor)
                VALUES
                       (' ',
                        :sqlcodigo-pedido,
                        :sqlqtd-devolver,
                        :sqlvalor-devolucao,
                        NOW(),
                        :sqloperador,
                        :sqlmotivo,
                        :sqldestino,
                        :sqlfornecedor)
           END-EXEC
           if sqlcode not = 0
              display "Erro: devolucao nao gravada" at 1510
           display "                                            "
                   at 0929
           go devolver-item.
      *Motivo da devolucao do item (tabela DEVOLUCAO_MOTIVOS), o
      *destino da mercadoria, sugerido pelo motivo, e o fornecedor
      *do produto, sugerido pela ultima compra. Motivo em branco
      *desiste do item.
       pedir-motivo.
           display "Motivo....................: " at 1001
           display "                                        " at 1034
           move spaces to sqlmotivo
           accept sqlmotivo at 1029
           if sqlmotivo = spaces
              go pedir-motivo-fim
           end-if
           move function upper-case(sqlmotivo) to sqlmotivo
           EXEC SQL
                SELECT DESCRICAO, DESTINO
                  INTO :sqlmotivo-descricao, :sqlmotivo-destino
                  FROM DEVOLUCAO_MOTIVOS
                 WHERE CODIGO = :sqlmotivo
           END-EXEC
           if sqlcode not = 0
              display "Motivo nao cadastrado" at 1510
              move zeros to sqlcode
              accept espera at 2301
              display "                     " at 1510
              go pedir-motivo
           end-if
           display sqlmotivo-descricao at 1034
           move sqlmotivo-destino to sqldestino
           move spaces to sqlfornecedor
           EXEC SQL
                SELECT C.FORNECEDOR INTO :sqlfornecedor
                  FROM COMPRAS C, COMPRA_ITENS I
                 WHERE I.CODIGO_PRODUTO = :sqlproduto
                   AND C.NUMERO = I.NUMERO
                 ORDER BY C.DATA DESC
                 LIMIT 1
           END-EXEC
           move zeros to sqlcode.
       pedir-motivo-destino.
           display "Destino (E/S/F)...........: " at 1101
           accept sqldestino at 1129 with update
           move function upper-case(sqldestino) to sqldestino
           if sqldestino not = "E"
              and sqldestino not = "S"
              and sqldestino not = "F"
              go pedir-motivo-destino
           end-if
           display "Fornecedor: " at 1141
           accept sqlfornecedor at 1153 with update
           if sqldestino = "F" and sqlfornecedor = spaces
              go pedir-motivo-destino
           end-if.
       pedir-motivo-fim.
           exit.
       fechar-devolucao.
           if ws-total-itens = zeros
              EXEC SQL
                   ROLLBACK
              END-EXEC
              if sqlsac-chamado not = spaces
                 go desconectando
              end-if
              go menugeral
           end-if
           move "NOTACREDITO" to ws-seq-nome
           display "Nota de Credito Emitida: " at 1501 sqlnumero-nota
           display "Valor: " at 1601 ws-valor-edit
           accept espera at 2301
           if sqlsac-chamado not = spaces
              perform registrar-nota-sac
              go desconectando
           end-if
           go menugeral.
      *Nota de credito da devolucao aberta pelo SAC entra no
      *historico do chamado, que segue com a area e o status atuais.
       registrar-nota-sac.
           EXEC SQL
                INSERT INTO SAC_HIST
                       (numero, quando, status_de, status_para, area,
                        operador, observacao)
                SELECT NUMERO, NOW(), STATUS, STATUS, AREA,
                       :sqloperador,
                       CONCAT('NOTA DE CREDITO ', :sqlnumero-nota)
                  FROM SAC_CHAMADOS
                 WHERE NUMERO = :sqlsac-chamado
           END-EXEC
           if sqlcode not = 0
              display "Aviso: chamado SAC nao atualizado" at 1810
              move zeros to sqlcode
           end-if
           EXEC SQL
                COMMIT
           END-EXEC
           move spaces to sqlsac-chamado.
      *Devolucao de pedido cujo mes ja teve a comissao PAGA gera
      *estorno negativo sobre o valor devolvido, carregado na
      *apuracao do mes corrente.
