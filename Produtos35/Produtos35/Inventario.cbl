       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-linha-contagem          pic x(80).
       01 ws-campo-produto           pic x(13).
       01 ws-campo-qtd               pic x(10).
       01 ws-data-hoje               pic 9(08).
       01 ws-total-itens             pic 9(05).
       01 sqlsituacao-inv            pic x(10).
       01 sqlqtd-abertos             pic 9(05).
       01 sqlmov-oper                pic x(20).
       01 sqlcodigo-lido             pic x(13).
       01 sqldeposito                pic x(03).
       01 sqldeposito-nome           pic x(30).
       01 sqlsaldo-total             pic s9(09).
       01 sqltipo-inv                pic x(10).
       01 sqlsaldo-deposito          pic s9(09).
       01 ws-inv-escolhido           pic x(10) value spaces.
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
      *fica bloqueado enquanto o controle estiver tomado); as
      *contagens entram na mao ou por CONTAGEM.CSV; o ajuste grava
      *movimentos IN no kardex em vez de sobrepor o estoque em
      *silencio e devolve o controle. Cada inventario e de um
      *deposito: o snapshot e o ajuste usam o saldo do deposito e a
      *diferenca corrige tambem o total do produto.
      *As listas da contagem ciclica (ContagemCiclica) sao
      *inventarios do tipo CICLICO: nao tomam o controle INVENTARIO,
      *o saldo do sistema e lido na hora da contagem de cada item e
      *o ajuste soma a diferenca ao saldo do deposito, de modo que o
      *resto do estoque segue movimentando normalmente.
       menugeral.
           display erase at 0101
           display "Inventario Fisico de Produtos" at 0101
           if ws-inv-escolhido not = spaces
              display "Lista escolhida: " at 0141 ws-inv-escolhido
           end-if
           display "1.Congelar Contagem (snapshot)" at 0301
           display "2.Digitar Contagem" at 0401
           display "3.Carregar CONTAGEM.CSV" at 0501
           display "4.Relatorio de Divergencias" at 0601
           display "5.Efetivar Ajustes" at 0701
           display "6.Criar Tabela INVENTARIOS" at 0801
           display "7.Escolher Lista de Contagem Ciclica" at 0901
           display "0.Sair" at 1001
           display "Opcao:" at 1101
           initialize opcao
           accept opcao at 1107
           if opcao = 1 go congelando.
           if opcao = 2 go digitando.
           if opcao = 3 go carregando-csv.
           if opcao = 4 go divergencias.
           if opcao = 5 go ajustando.
           if opcao = 6 go criartabela.
           if opcao = 7 go escolher-lista.
           if opcao = 0 go desconectando.
           go menugeral.
       criartabela.
           else
              display "Criou INVENTARIOS OK." at 2201
           end-if
           EXEC SQL
                ALTER TABLE INVENTARIOS
                      ADD DEPOSITO CHAR(03) DEFAULT '01'
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER INVENTARIOS.DEPOSITO " at 1510
              display sqlcode at 1610
           end-if
           EXEC SQL
                ALTER TABLE INVENTARIOS
                      ADD TIPO CHAR(10) DEFAULT 'GERAL',
                      ADD DATA_ABERTURA DATE
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER INVENTARIOS.TIPO " at 1510
              display sqlcode at 1610
           end-if
           accept espera at 2301
           go menugeral.
      *Lista da contagem ciclica em aberto a trabalhar; em branco
      *vale o inventario geral aberto ou, sem ele, o inventario
      *aberto mais recente.
       escolher-lista.
           display "Numero da Lista (branco=ultimo aberto): " at 1301
           move spaces to ws-inv-escolhido
           accept ws-inv-escolhido at 1342
           if ws-inv-escolhido = spaces
              go menugeral
           end-if
           move zeros to sqlqtd-abertos
           EXEC SQL
                SELECT COUNT(*) INTO :sqlqtd-abertos
                  FROM INVENTARIOS
                 WHERE NUMERO = :ws-inv-escolhido
                   AND SITUACAO <> 'AJUSTADO'
           END-EXEC
           if sqlcode not = 0 or sqlqtd-abertos = zeros
              display "Lista nao encontrada ou ja ajustada" at 2101
              move spaces to ws-inv-escolhido
              move zeros to sqlcode
              accept espera at 2180
           end-if
           go menugeral.
       congelando.
           display "Deposito (branco=01)......: " at 1101
           move spaces to sqldeposito
           accept sqldeposito at 1129
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
              display "Deposito nao cadastrado" at 2101
              accept espera at 2180
              move zeros to sqlcode
              go menugeral
           end-if
           display sqldeposito-nome at 1134
           move "INVENTARIO" to ws-rc-job
           move "T" to ws-rc-funcao
           call "ControleExecucao" using ws-rc-job
           EXEC SQL
                INSERT INTO INVENTARIOS
                       (numero, codigo_produto, estoque_sistema,
                        contado, situacao, deposito, tipo,
                        data_abertura)
                SELECT :sqlnumero-inv, P.CODIGO,
                       IFNULL(D.ESTOQUE, 0), 0, 'ABERTO',
                       :sqldeposito, 'GERAL', CURDATE()
                  FROM PRODUTOS P
                  LEFT JOIN ESTOQUE_DEPOSITO D
                    ON D.CODIGO_PRODUTO = P.CODIGO
                   AND D.DEPOSITO = :sqldeposito
           END-EXEC
           if sqlcode not = 0
                display "Erro: snapshot falhou " at 1510
                                         ws-rc-oper-atual.
       achar-inventario-aberto.
           move spaces to sqlnumero-inv
           if ws-inv-escolhido not = spaces
              EXEC SQL
                   SELECT IFNULL(MAX(NUMERO), ' ')
                     INTO :sqlnumero-inv
                     FROM INVENTARIOS
                    WHERE NUMERO = :ws-inv-escolhido
                      AND SITUACAO <> 'AJUSTADO'
              END-EXEC
           else
              EXEC SQL
                   SELECT IFNULL(MAX(NUMERO), ' ')
                     INTO :sqlnumero-inv
                     FROM INVENTARIOS
                    WHERE SITUACAO <> 'AJUSTADO'
                      AND IFNULL(TIPO, 'GERAL') = 'GERAL'
              END-EXEC
              if sqlcode = 0 and sqlnumero-inv = spaces
                 EXEC SQL
                      SELECT IFNULL(MAX(NUMERO), ' ')
                        INTO :sqlnumero-inv
                        FROM INVENTARIOS
                       WHERE SITUACAO <> 'AJUSTADO'
                 END-EXEC
              end-if
           end-if
           if sqlcode not = 0 and sqlcode not = 100
              move spaces to sqlnumero-inv
              move zeros to sqlcode
           end-if
           move "01" to sqldeposito
           move "GERAL" to sqltipo-inv
           if sqlnumero-inv = spaces
              move spaces to ws-inv-escolhido
              go achar-inventario-fim
           end-if
           EXEC SQL
                SELECT IFNULL(MAX(DEPOSITO), '01'),
                       IFNULL(MAX(TIPO), 'GERAL')
                  INTO :sqldeposito, :sqltipo-inv
                  FROM INVENTARIOS
                 WHERE NUMERO = :sqlnumero-inv
           END-EXEC
           if sqlcode not = 0
              move "01" to sqldeposito
              move "GERAL" to sqltipo-inv
              move zeros to sqlcode
           end-if.
       achar-inventario-fim.
           exit.
       digitando.
           perform achar-inventario-aberto
                   thru achar-inventario-fim
           if sqlnumero-inv = spaces
              display "Nenhum inventario em aberto" at 2101
              accept espera at 2180
           display erase at 0101
           display "Digitar Contagem - Inventario " at 0101
                           sqlnumero-inv
           display "Deposito " at 0150 sqldeposito
           display "Codigo Produto............: " at 0301
           move spaces to sqlcodigo-lido
           accept sqlcodigo-lido at 0329
           perform resolver-codigo-lido
                   thru resolver-codigo-lido-fim
           if sqlproduto = spaces
              go menugeral
           end-if
           move sqlproduto to sqlcodigo-lido
           display sqlcodigo-lido at 0329
           move zeros to sqlestoque-sistema
           EXEC SQL
                SELECT ESTOQUE_SISTEMA INTO :sqlestoque-sistema
              accept espera at 2301
              go digitando
           end-if
           if sqltipo-inv = "CICLICO"
              perform ler-saldo-deposito
              move sqlsaldo-deposito to sqlestoque-sistema
           end-if
           display "Estoque do Sistema........: " at 0401
                           sqlestoque-sistema
           display "Quantidade Contada........: " at 0501
           EXEC SQL
                UPDATE INVENTARIOS
                   SET CONTADO = :sqlcontado,
                       ESTOQUE_SISTEMA = :sqlestoque-sistema,
                       SITUACAO = 'CONTADO'
                 WHERE NUMERO = :sqlnumero-inv
                   AND CODIGO_PRODUTO = :sqlproduto
           go digitando.
       carregando-csv.
           perform achar-inventario-aberto
                   thru achar-inventario-fim
           if sqlnumero-inv = spaces
              display "Nenhum inventario em aberto" at 2101
              accept espera at 2180
           unstring ws-linha-contagem delimited by ";"
                    into ws-campo-produto ws-campo-qtd
           end-unstring
           move ws-campo-produto to sqlcodigo-lido
           perform resolver-codigo-lido
                   thru resolver-codigo-lido-fim
           compute sqlcontado =
                   function numval (ws-campo-qtd)
                on size error move zeros to sqlcontado
           end-compute
           if sqltipo-inv = "CICLICO"
              perform ler-saldo-deposito
              EXEC SQL
                   UPDATE INVENTARIOS
                      SET ESTOQUE_SISTEMA = :sqlsaldo-deposito
                    WHERE NUMERO = :sqlnumero-inv
                      AND CODIGO_PRODUTO = :sqlproduto
                    LIMIT 1
              END-EXEC
           end-if
           EXEC SQL
                UPDATE INVENTARIOS
                   SET CONTADO = :sqlcontado,
           display "Contagens Carregadas: " at 0601 ws-total-itens
           accept espera at 2301
           go menugeral.
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
       divergencias.
           perform achar-inventario-aberto
                   thru achar-inventario-fim
           if sqlnumero-inv = spaces
              display "Nenhum inventario em aberto" at 2101
              accept espera at 2180
           initialize ws-linha-relatorio
           string "Divergencias do Inventario " delimited by size
                  sqlnumero-inv                 delimited by size
                  " Deposito "                  delimited by size
                  sqldeposito                   delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
      *estavam. Ao final o controle INVENTARIO e liberado.
       ajustando.
           perform achar-inventario-aberto
                   thru achar-inventario-fim
           if sqlnumero-inv = spaces
              display "Nenhum inventario em aberto" at 2101
              accept espera at 2180
           end-if
           display "Efetivar os ajustes do inventario " at 0301
                           sqlnumero-inv
           display "Deposito " at 0350 sqldeposito
           display "Confirma (S/N)? " at 0401
           move spaces to espera
           accept espera at 0418
           end-if
           compute sqldiferenca = sqlcontado - sqlestoque-sistema
           if sqldiferenca not = zeros
              if sqltipo-inv = "CICLICO"
                 EXEC SQL
                      INSERT INTO ESTOQUE_DEPOSITO
                             (codigo_produto, deposito, estoque)
                      VALUES
                             (:sqlproduto, :sqldeposito,
                              :sqldiferenca)
                      ON DUPLICATE KEY UPDATE
                             ESTOQUE = ESTOQUE + :sqldiferenca
                 END-EXEC
              else
                 EXEC SQL
                      INSERT INTO ESTOQUE_DEPOSITO
                             (codigo_produto, deposito, estoque)
                      VALUES
                             (:sqlproduto, :sqldeposito, :sqlcontado)
                      ON DUPLICATE KEY UPDATE ESTOQUE = :sqlcontado
                 END-EXEC
              end-if
              move zeros to sqlcode
              perform ler-saldo-deposito
              EXEC SQL
                   UPDATE PRODUTOS
                      SET ESTOQUE = ESTOQUE + :sqldiferenca
                    WHERE CODIGO = :sqlproduto
                    LIMIT 1
              END-EXEC
              move zeros to sqlcode
              move zeros to sqlsaldo-total
              EXEC SQL
                   SELECT ESTOQUE INTO :sqlsaldo-total
                     FROM PRODUTOS
                    WHERE CODIGO = :sqlproduto
              END-EXEC
              move zeros to sqlcode
              EXEC SQL
                   INSERT INTO ESTOQUE_MOV
                          (codigo_produto, quando, tipo,
                           quantidade, saldo, documento, operador,
                           deposito, saldo_deposito, custo_anterior,
                           custo_medio)
                   SELECT :sqlproduto,
                          NOW(),
                          'IN',
                          :sqldiferenca,
                          :sqlsaldo-total,
                          :sqlnumero-inv,
                          :sqlmov-oper,
                          :sqldeposito,
                          :sqlsaldo-deposito,
                          IFNULL(A.CUSTO, 0),
                          IFNULL(A.CUSTO, 0)
                     FROM PRODUTOS A
                    WHERE A.CODIGO = :sqlproduto
              END-EXEC
              move zeros to sqlcode
              add 1 to ws-total-ajustes
                CLOSE CURSORAJUSTE
           END-EXEC
           move zeros to sqlcode
      *Cobertura da contagem ciclica: todo item contado (lista
      *ciclica ou inventario geral) fica contado hoje no deposito.
           EXEC SQL
                INSERT INTO CONTAGEM_CICLICA
                       (codigo_produto, deposito, ultima_contagem,
                        ultimo_inventario)
                SELECT CODIGO_PRODUTO, DEPOSITO, CURDATE(), NUMERO
                  FROM INVENTARIOS
                 WHERE NUMERO = :sqlnumero-inv
                   AND SITUACAO = 'CONTADO'
                ON DUPLICATE KEY UPDATE
                       ULTIMA_CONTAGEM = VALUES(ULTIMA_CONTAGEM),
                       ULTIMO_INVENTARIO = VALUES(ULTIMO_INVENTARIO)
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                UPDATE INVENTARIOS
                   SET SITUACAO = 'AJUSTADO'
           EXEC SQL
                COMMIT
           END-EXEC
           move spaces to ws-inv-escolhido
           if sqltipo-inv = "CICLICO"
              go ajustando-encerrado
           end-if

           move "INVENTARIO" to ws-rc-job
           move "L" to ws-rc-funcao
           move "OK" to ws-plog-status
           perform gravar-processlog

           display "Faturamento liberado." at 1001.
       ajustando-encerrado.
           display "Inventario encerrado." at 0801
           display "Ajustes: " at 0901 ws-total-ajustes
           accept espera at 2301
           go menugeral.
       ler-saldo-deposito.
           move zeros to sqlsaldo-deposito
           EXEC SQL
                SELECT ESTOQUE INTO :sqlsaldo-deposito
                  FROM ESTOQUE_DEPOSITO
                 WHERE CODIGO_PRODUTO = :sqlproduto
                   AND DEPOSITO = :sqldeposito
           END-EXEC
           move zeros to sqlcode.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio.
       gravar-processlog.
