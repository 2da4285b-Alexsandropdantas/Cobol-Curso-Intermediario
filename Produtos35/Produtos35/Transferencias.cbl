      $SET SQL()
       identification division.
       program-id. Transferencias.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
       data division.
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       01 registro                  pic 9(05).
       01 ws-operador                pic x(20).
       01 ws-seq-nome                pic x(20).
       01 ws-seq-codigo              pic x(10).
       01 ws-seq-retorno             pic x(01).
       01 ws-lote-falta              pic s9(09).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 espera       pic x(01) value spaces.
       01 confirma     pic x(01) value spaces.
       01 opcao        pic 9(01) value zeros.
       01 linha        pic 9(02).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlregistro-deposito.
         02 sqldeposito-codigo         pic x(03).
         02 sqldeposito-descricao      pic x(30).
       01 sqlregistro-transferencia.
         02 sqltransf-numero           pic x(10).
         02 sqltransf-origem           pic x(03).
         02 sqltransf-destino          pic x(03).
         02 sqltransf-situacao         pic x(12).
         02 sqltransf-envio            pic x(19).
         02 sqltransf-recebimento      pic x(19).
       01 sqltransf-itens              pic 9(05).
       01 sqltransf-total              pic s9(09).
       01 sqlproduto                   pic x(10).
       01 sqldescricao                 pic x(40).
       01 sqlcodigo-lido               pic x(13).
       01 sqlquantidade                pic s9(09).
       01 sqlsaldo-origem              pic s9(09).
       01 sqlsaldo-empresa             pic s9(09).
       01 sqleh-kit                    pic 9(05).
       01 sqlmov-oper                  pic x(20).
       01 sqlcontrola-lote             pic x(01).
       01 sqllote                      pic x(20).
       01 sqllote-validade             pic x(10).
       01 sqllote-saldo                pic s9(09).
       01 sqllote-qtd                  pic s9(09).
       01 sqllote-custo                pic 9(09)v99.
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
           end-if
           move spaces to ws-operador
           accept ws-operador from environment "USUARIO"
           if ws-operador = spaces
              move "OPERADOR" to ws-operador
           end-if
           move ws-operador to sqlmov-oper.
      *Transferencia entre depositos: a emissao tira o saldo do
      *deposito de origem (movimento TS no kardex) e a mercadoria
      *fica EM TRANSITO ate o recebimento, que soma no destino
      *(movimento TE) e fecha o documento como RECEBIDA. O ESTOQUE
      *do produto (total da empresa) nao muda na transferencia.
      *Produto com controle de lote leva os lotes da origem pela
      *validade mais proxima (TRANSFERENCIA_LOTES) e os mesmos lotes
      *entram no destino no recebimento.
       menugeral.
           display erase at 0101
           display "Depositos e Transferencias" at 0101
           display "1.Criar Tabelas" at 0301
           display "2.Incluir/Alterar Deposito" at 0401
           display "3.Emitir Transferencia" at 0501
           display "4.Receber Transferencia" at 0601
           display "5.Transferencias em Transito" at 0701
           display "6.Saldos do Produto por Deposito" at 0801
           display "0.Sair" at 0901
           display "Opcao:" at 1001
           initialize opcao
           accept opcao at 1007
           if opcao = 1 go criartabela.
           if opcao = 2 go manter-deposito.
           if opcao = 3 go emitir-transferencia.
           if opcao = 4 go receber-transferencia.
           if opcao = 5 go listar-transito.
           if opcao = 6 go saldos-produto.
           if opcao = 0 go desconectando.
           go menugeral.
       criartabela.
           EXEC SQL
                CREATE TABLE TRANSFERENCIAS
                    (numero          char(10),
                     origem          char(03),
                     destino         char(03),
                     situacao        char(12),
                     data_envio      datetime,
                     data_recebimento datetime,
                     enviado_por     char(20),
                     recebido_por    char(20),
                     primary key     (numero))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE TRANSFERENCIAS " at 2001
              display sqlcode at 2035
           end-if
           EXEC SQL
                CREATE TABLE TRANSFERENCIA_ITENS
                    (numero          char(10),
                     codigo_produto  char(10),
                     quantidade      int,
                     primary key     (numero, codigo_produto))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE TRANSFERENCIA_ITENS " at 2101
              display sqlcode at 2135
           end-if
           EXEC SQL
                CREATE TABLE TRANSFERENCIA_LOTES
                    (numero          char(10),
                     codigo_produto  char(10),
                     lote            char(20),
                     validade        date,
                     quantidade      int,
                     custo           decimal(11,2),
                     primary key     (numero, codigo_produto, lote))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE TRANSFERENCIA_LOTES " at 2101
              display sqlcode at 2135
           else
              display "Tabelas de transferencia prontas." at 2201
           end-if
           accept espera at 2301
           go menugeral.
       manter-deposito.
           display erase at 0101
           display "Incluir/Alterar Deposito" at 0101
           display "Codigo do Deposito........: " at 0301
           display "Descricao.................: " at 0401
           initialize sqlregistro-deposito
           accept sqldeposito-codigo at 0329
           if sqldeposito-codigo = spaces
              go menugeral
           end-if
           move function upper-case(sqldeposito-codigo)
                to sqldeposito-codigo
           display sqldeposito-codigo at 0329
           perform buscar-deposito
           if sqlcode not = 0
              move spaces to sqldeposito-descricao
              display "(deposito novo)" at 0346
           end-if
           accept sqldeposito-descricao at 0429 with update
           move function upper-case(sqldeposito-descricao)
                to sqldeposito-descricao
           EXEC SQL
                INSERT INTO DEPOSITOS
                       (codigo, descricao)
                VALUES
                       (:sqldeposito-codigo,
                        :sqldeposito-descricao)
                ON DUPLICATE KEY UPDATE
                       DESCRICAO = VALUES(DESCRICAO)
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu gravar " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go manter-deposito
           end-if
           perform comitando
           go manter-deposito.
       emitir-transferencia.
           display erase at 0101
           display "Emitir Transferencia" at 0101
           display "Deposito de Origem........: " at 0301
           display "Deposito de Destino.......: " at 0401
           initialize sqlregistro-transferencia
           accept sqltransf-origem at 0329
           if sqltransf-origem = spaces
              go menugeral
           end-if
           move function upper-case(sqltransf-origem)
                to sqltransf-origem
           move sqltransf-origem to sqldeposito-codigo
           perform buscar-deposito
           if sqlcode not = 0
              display "Deposito nao cadastrado. Enter." at 2001
              accept espera at 2101
              go emitir-transferencia
           end-if
           display sqldeposito-descricao at 0334
           accept sqltransf-destino at 0429
           move function upper-case(sqltransf-destino)
                to sqltransf-destino
           move sqltransf-destino to sqldeposito-codigo
           perform buscar-deposito
           if sqlcode not = 0
              display "Deposito nao cadastrado. Enter." at 2001
              accept espera at 2101
              go emitir-transferencia
           end-if
           display sqldeposito-descricao at 0434
           if sqltransf-destino = sqltransf-origem
              display "Origem e destino iguais. Enter." at 2001
              accept espera at 2101
              go emitir-transferencia
           end-if
           move "TRANSFERENCIAS" to ws-seq-nome
           call "NextNumber" using ws-seq-nome
                                   ws-seq-codigo
                                   ws-seq-retorno
           if ws-seq-retorno not = "0"
              display "Erro: sem numero de transferencia" at 2001
              accept espera at 2101
              go menugeral
           end-if
           move ws-seq-codigo to sqltransf-numero
           EXEC SQL
                INSERT INTO TRANSFERENCIAS
                       (numero, origem, destino, situacao,
                        data_envio, enviado_por)
                VALUES
                       (:sqltransf-numero,
                        :sqltransf-origem,
                        :sqltransf-destino,
                        'EM TRANSITO',
                        NOW(),
                        :sqlmov-oper)
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu INSERT " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go menugeral
           end-if
           perform comitando
           display "Transferencia Numero......: " at 0201
                           sqltransf-numero
           move zeros to registro.
      *Cada item sai do saldo da origem na hora; a origem nao pode
      *ficar negativa. Kit nao tem saldo proprio: transfere-se os
      *componentes.
       emitir-transferencia-item.
           display "Produto (branco=encerra)..: " at 0601
           display "Quantidade................: " at 0701
           move spaces to sqlcodigo-lido
           accept sqlcodigo-lido at 0629
           perform resolver-codigo-lido
                   thru resolver-codigo-lido-fim
           if sqlproduto = spaces
              go emitir-transferencia-fim
           end-if
           move sqlproduto to sqlcodigo-lido
           display sqlcodigo-lido at 0629
           move spaces to sqldescricao
           EXEC SQL
                SELECT DESCRICAO INTO :sqldescricao
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlproduto
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              display "Produto nao cadastrado" at 2001
              accept espera at 2101
              display "                      " at 2001
              go emitir-transferencia-item
           end-if
           display sqldescricao at 0641
           move zeros to sqleh-kit
           EXEC SQL
                SELECT COUNT(*) INTO :sqleh-kit
                  FROM PRODUTO_KITS
                 WHERE KIT = :sqlproduto
           END-EXEC
           if sqlcode not = 0
              move zeros to sqleh-kit sqlcode
           end-if
           if sqleh-kit > zeros
              display "Kit: transfira os componentes" at 2001
              accept espera at 2101
              display "                             " at 2001
              go emitir-transferencia-item
           end-if
           move zeros to sqlsaldo-origem
           EXEC SQL
                SELECT ESTOQUE INTO :sqlsaldo-origem
                  FROM ESTOQUE_DEPOSITO
                 WHERE CODIGO_PRODUTO = :sqlproduto
                   AND DEPOSITO = :sqltransf-origem
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlsaldo-origem sqlcode
           end-if
           display "Saldo na Origem...........: " at 0801
                           sqlsaldo-origem
           move zeros to sqlquantidade
           accept sqlquantidade at 0729
           if sqlquantidade <= zeros
              go emitir-transferencia-item
           end-if
           if sqlquantidade > sqlsaldo-origem
              display "Saldo insuficiente na origem" at 2001
              accept espera at 2101
              display "                            " at 2001
              go emitir-transferencia-item
           end-if
           EXEC SQL
                INSERT INTO TRANSFERENCIA_ITENS
                       (numero, codigo_produto, quantidade)
                VALUES
                       (:sqltransf-numero,
                        :sqlproduto,
                        :sqlquantidade)
                ON DUPLICATE KEY UPDATE
                       QUANTIDADE = QUANTIDADE + :sqlquantidade
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu gravar " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go emitir-transferencia-item
           end-if
           EXEC SQL
                UPDATE ESTOQUE_DEPOSITO
                   SET ESTOQUE = ESTOQUE - :sqlquantidade
                 WHERE CODIGO_PRODUTO = :sqlproduto
                   AND DEPOSITO = :sqltransf-origem
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                INSERT INTO ESTOQUE_MOV
                       (codigo_produto, quando, tipo, quantidade,
                        saldo, documento, operador, deposito,
                        saldo_deposito)
                SELECT P.CODIGO, NOW(), 'TS',
                       0 - :sqlquantidade, P.ESTOQUE,
                       :sqltransf-numero, :sqlmov-oper,
                       D.DEPOSITO, D.ESTOQUE
                  FROM PRODUTOS P, ESTOQUE_DEPOSITO D
                 WHERE P.CODIGO = :sqlproduto
                   AND D.CODIGO_PRODUTO = P.CODIGO
                   AND D.DEPOSITO = :sqltransf-origem
           END-EXEC
           move zeros to sqlcode
           move "N" to sqlcontrola-lote
           EXEC SQL
                SELECT IFNULL(CONTROLA_LOTE, 'N')
                  INTO :sqlcontrola-lote
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlproduto
           END-EXEC
           move zeros to sqlcode
           if sqlcontrola-lote = "S"
              move sqlquantidade to ws-lote-falta
              perform transferir-lotes thru transferir-lotes-fim
           end-if
           perform comitando
           add 1 to registro
           display "Itens na Transferencia....: " at 1001 registro
           display "                                        " at 0801
           go emitir-transferencia-item.
       emitir-transferencia-fim.
           if registro = zeros
              EXEC SQL
                   DELETE FROM TRANSFERENCIAS
                    WHERE NUMERO = :sqltransf-numero
              END-EXEC
              move zeros to sqlcode
              perform comitando
              display "Transferencia sem itens descartada." at 2001
           else
              display "Transferencia emitida EM TRANSITO." at 2001
           end-if
           accept espera at 2101
           go menugeral.
      *O recebimento e do documento inteiro: soma todos os itens
      *no deposito de destino.
       receber-transferencia.
           display erase at 0101
           display "Receber Transferencia" at 0101
           display "Numero da Transferencia...: " at 0301
           initialize sqlregistro-transferencia
           accept sqltransf-numero at 0329
           if sqltransf-numero = spaces
              go menugeral
           end-if
           EXEC SQL
                SELECT ORIGEM, DESTINO, SITUACAO,
                       DATE_FORMAT(DATA_ENVIO, '%Y-%m-%d %H:%i:%s')
                  INTO :sqltransf-origem,
                       :sqltransf-destino,
                       :sqltransf-situacao,
                       :sqltransf-envio
                  FROM TRANSFERENCIAS
                 WHERE NUMERO = :sqltransf-numero
           END-EXEC
           if sqlcode not = 0
              display "Transferencia nao encontrada. Enter." at 2001
              accept espera at 2101
              go receber-transferencia
           end-if
           display "Origem: " at 0401 sqltransf-origem
           display "Destino: " at 0416 sqltransf-destino
           display "Enviada em: " at 0432 sqltransf-envio
           display "Situacao: " at 0501 sqltransf-situacao
           if sqltransf-situacao not = "EM TRANSITO"
              display "Transferencia nao esta EM TRANSITO" at 2001
              accept espera at 2101
              go receber-transferencia
           end-if
           display "Produto    Descricao" at 0701
           display "Quantidade" at 0753
           EXEC SQL
                DECLARE CURSORTRANSFITENS CURSOR FOR
                   SELECT I.CODIGO_PRODUTO, P.DESCRICAO,
                          I.QUANTIDADE
                     FROM TRANSFERENCIA_ITENS I, PRODUTOS P
                    WHERE I.NUMERO = :sqltransf-numero
                      AND P.CODIGO = I.CODIGO_PRODUTO
                    ORDER BY I.CODIGO_PRODUTO
           END-EXEC
           EXEC SQL
                OPEN CURSORTRANSFITENS
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go menugeral
           end-if
           move zeros to registro
           move 08 to linha.
       receber-transferencia-le.
           EXEC SQL
                FETCH CURSORTRANSFITENS INTO
                       :sqlproduto,
                       :sqldescricao,
                       :sqlquantidade
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORTRANSFITENS
              END-EXEC
              move zeros to sqlcode
              go receber-transferencia-confirma
           end-if
           add 1 to registro
           if linha < 20
              display sqlproduto at line linha column 01
              display sqldescricao at line linha column 12
              display sqlquantidade at line linha column 53
              add 1 to linha
           end-if
           go receber-transferencia-le.
       receber-transferencia-confirma.
           display "Itens: " at 2001 registro
           display "Confirma o recebimento (S/N)? " at 2101
           move spaces to confirma
           accept confirma at 2132
           if confirma not = "S" and confirma not = "s"
              go receber-transferencia
           end-if
           EXEC SQL
                INSERT INTO ESTOQUE_DEPOSITO
                       (codigo_produto, deposito, estoque)
                SELECT I.CODIGO_PRODUTO, :sqltransf-destino,
                       I.QUANTIDADE
                  FROM TRANSFERENCIA_ITENS I
                 WHERE I.NUMERO = :sqltransf-numero
                ON DUPLICATE KEY UPDATE
                       ESTOQUE = ESTOQUE + VALUES(ESTOQUE)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
                display "Erro: Nao conseguiu somar no destino " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go receber-transferencia
           end-if
           EXEC SQL
                INSERT INTO ESTOQUE_MOV
                       (codigo_produto, quando, tipo, quantidade,
                        saldo, documento, operador, deposito,
                        saldo_deposito)
                SELECT I.CODIGO_PRODUTO, NOW(), 'TE',
                       I.QUANTIDADE, P.ESTOQUE,
                       I.NUMERO, :sqlmov-oper,
                       D.DEPOSITO, D.ESTOQUE
                  FROM TRANSFERENCIA_ITENS I, PRODUTOS P,
                       ESTOQUE_DEPOSITO D
                 WHERE I.NUMERO = :sqltransf-numero
                   AND P.CODIGO = I.CODIGO_PRODUTO
                   AND D.CODIGO_PRODUTO = I.CODIGO_PRODUTO
                   AND D.DEPOSITO = :sqltransf-destino
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                INSERT INTO ESTOQUE_LOTES
                       (codigo_produto, deposito, lote, validade,
                        estoque, custo, data_entrada)
                SELECT T.CODIGO_PRODUTO, :sqltransf-destino,
                       T.LOTE, T.VALIDADE, T.QUANTIDADE, T.CUSTO,
                       CURDATE()
                  FROM TRANSFERENCIA_LOTES T
                 WHERE T.NUMERO = :sqltransf-numero
                ON DUPLICATE KEY UPDATE
                       ESTOQUE = ESTOQUE + VALUES(ESTOQUE)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
                display "Erro: Nao conseguiu somar os lotes " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go receber-transferencia
           end-if
           EXEC SQL
                UPDATE TRANSFERENCIAS
                   SET SITUACAO = 'RECEBIDA',
                       DATA_RECEBIMENTO = NOW(),
                       RECEBIDO_POR = :sqlmov-oper
                 WHERE NUMERO = :sqltransf-numero
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu UPDATE " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go receber-transferencia
           end-if
           perform comitando
           display "Transferencia RECEBIDA.          " at 2101
           accept espera at 2301
           go receber-transferencia.
       listar-transito.
           display erase at 0101
           display "Transferencias em Transito" at 0101
           display "Numero     Orig Dest Enviada em" at 0301
           display "Itens  Quantidade" at 0336
           EXEC SQL
                DECLARE CURSORTRANSITO CURSOR FOR
                   SELECT T.NUMERO, T.ORIGEM, T.DESTINO,
                          DATE_FORMAT(T.DATA_ENVIO,
                                      '%Y-%m-%d %H:%i:%s'),
                          COUNT(I.CODIGO_PRODUTO),
                          IFNULL(SUM(I.QUANTIDADE), 0)
                     FROM TRANSFERENCIAS T
                     LEFT JOIN TRANSFERENCIA_ITENS I
                       ON I.NUMERO = T.NUMERO
                    WHERE T.SITUACAO = 'EM TRANSITO'
                    GROUP BY T.NUMERO, T.ORIGEM, T.DESTINO,
                             T.DATA_ENVIO
                    ORDER BY T.DATA_ENVIO, T.NUMERO
           END-EXEC
           EXEC SQL
                OPEN CURSORTRANSITO
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go menugeral
           end-if
           initialize registro
           move 04 to linha.
       listar-transito-le.
           EXEC SQL
                FETCH CURSORTRANSITO INTO
                       :sqltransf-numero,
                       :sqltransf-origem,
                       :sqltransf-destino,
                       :sqltransf-envio,
                       :sqltransf-itens,
                       :sqltransf-total
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORTRANSITO
              END-EXEC
              go listar-transito-fim
           end-if
           add 1 to registro
           display sqltransf-numero at line linha column 01
           display sqltransf-origem at line linha column 12
           display sqltransf-destino at line linha column 17
           display sqltransf-envio at line linha column 22
           display sqltransf-itens at line linha column 42
           display sqltransf-total at line linha column 48
           add 1 to linha
           if linha >= 22
              display "Enter para proxima tela." at 2301
              accept espera at 2370
              display erase at 0401
              move 04 to linha
           end-if
           go listar-transito-le.
       listar-transito-fim.
           display "Em Transito: " at 2201 registro
           display "Enter Finaliza." at 2301
           accept espera at 2370
           go menugeral.
      *Saldo de cada deposito, o que esta em transito e o total da
      *empresa (soma dos depositos mais o transito).
       saldos-produto.
           display erase at 0101
           display "Saldos do Produto por Deposito" at 0101
           display "Codigo Produto............: " at 0301
           move spaces to sqlcodigo-lido
           accept sqlcodigo-lido at 0329
           perform resolver-codigo-lido
                   thru resolver-codigo-lido-fim
           if sqlproduto = spaces
              go menugeral
           end-if
           move zeros to sqlsaldo-empresa
           EXEC SQL
                SELECT DESCRICAO, ESTOQUE
                  INTO :sqldescricao, :sqlsaldo-empresa
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlproduto
           END-EXEC
           if sqlcode not = 0
              display "Produto nao encontrado. Enter." at 2001
              accept espera at 2101
              go saldos-produto
           end-if
           move sqlproduto to sqlcodigo-lido
           display sqlcodigo-lido at 0329
           display sqldescricao at 0341
           display "Dep Descricao                       Saldo"
                   at 0501
           EXEC SQL
                DECLARE CURSORSALDODEP CURSOR FOR
                   SELECT D.CODIGO, D.DESCRICAO,
                          IFNULL(E.ESTOQUE, 0)
                     FROM DEPOSITOS D
                     LEFT JOIN ESTOQUE_DEPOSITO E
                       ON E.DEPOSITO = D.CODIGO
                      AND E.CODIGO_PRODUTO = :sqlproduto
                    ORDER BY D.CODIGO
           END-EXEC
           EXEC SQL
                OPEN CURSORSALDODEP
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go menugeral
           end-if
           move 06 to linha.
       saldos-produto-le.
           EXEC SQL
                FETCH CURSORSALDODEP INTO
                       :sqldeposito-codigo,
                       :sqldeposito-descricao,
                       :sqlsaldo-origem
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORSALDODEP
              END-EXEC
              go saldos-produto-fim
           end-if
           if linha < 18
              display sqldeposito-codigo at line linha column 01
              display sqldeposito-descricao at line linha column 05
              display sqlsaldo-origem at line linha column 36
              add 1 to linha
           end-if
           go saldos-produto-le.
       saldos-produto-fim.
           move zeros to sqltransf-total
           EXEC SQL
                SELECT IFNULL(SUM(I.QUANTIDADE), 0)
                  INTO :sqltransf-total
                  FROM TRANSFERENCIAS T, TRANSFERENCIA_ITENS I
                 WHERE T.SITUACAO = 'EM TRANSITO'
                   AND I.NUMERO = T.NUMERO
                   AND I.CODIGO_PRODUTO = :sqlproduto
           END-EXEC
           if sqlcode not = 0
              move zeros to sqltransf-total sqlcode
           end-if
           display "Em Transito.......................: " at 1901
                           sqltransf-total
           display "Total da Empresa..................: " at 2001
                           sqlsaldo-empresa
           display "Enter Finaliza." at 2301
           accept espera at 2370
           go saldos-produto.
      *Tira dos lotes da origem, o de validade mais proxima
      *primeiro, ate cobrir a quantidade transferida. Um lote de
      *cada vez, relido a cada passo porque o saldo e alterado.
       transferir-lotes.
           if ws-lote-falta <= zeros
              go transferir-lotes-fim
           end-if
           EXEC SQL
                SELECT LOTE, DATE_FORMAT(VALIDADE, '%Y-%m-%d'),
                       ESTOQUE, IFNULL(CUSTO, 0)
                  INTO :sqllote, :sqllote-validade,
                       :sqllote-saldo, :sqllote-custo
                  FROM ESTOQUE_LOTES
                 WHERE CODIGO_PRODUTO = :sqlproduto
                   AND DEPOSITO = :sqltransf-origem
                   AND ESTOQUE > 0
                 ORDER BY VALIDADE, LOTE
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go transferir-lotes-fim
           end-if
           if sqllote-saldo < ws-lote-falta
              move sqllote-saldo to sqllote-qtd
           else
              move ws-lote-falta to sqllote-qtd
           end-if
           subtract sqllote-qtd from ws-lote-falta
           EXEC SQL
                UPDATE ESTOQUE_LOTES
                   SET ESTOQUE = ESTOQUE - :sqllote-qtd
                 WHERE CODIGO_PRODUTO = :sqlproduto
                   AND DEPOSITO = :sqltransf-origem
                   AND LOTE = :sqllote
                 LIMIT 1
           END-EXEC
           EXEC SQL
                INSERT INTO TRANSFERENCIA_LOTES
                       (numero, codigo_produto, lote, validade,
                        quantidade, custo)
                VALUES
                       (:sqltransf-numero, :sqlproduto, :sqllote,
                        :sqllote-validade, :sqllote-qtd,
                        :sqllote-custo)
                ON DUPLICATE KEY UPDATE
                       QUANTIDADE = QUANTIDADE + :sqllote-qtd
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go transferir-lotes-fim
           end-if
           go transferir-lotes.
       transferir-lotes-fim.
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
       buscar-deposito.
           EXEC SQL
                SELECT DESCRICAO INTO :sqldeposito-descricao
                  FROM DEPOSITOS
                 WHERE CODIGO = :sqldeposito-codigo
           END-EXEC.
       comitando.
           EXEC SQL
                COMMIT
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu COMMIT " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
           end-if.
       desconectando.
           EXEC SQL
                DISCONNECT all
           END-EXEC
           display "DisconnectOK= CONEXAO" at 2301
           accept espera at 2401
           exit program
           stop run.
       end program Transferencias.
