      $SET SQL()
       identification division.
       program-id. ManterTabelaPreco.
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
       01 ws-data-hoje              pic x(08).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 espera       pic x(01) value spaces.
       01 confirma     pic x(01) value spaces.
       01 opcao        pic 9(01) value zeros.
       01 linha        pic 9(02).
       01 ws-preco-edit              pic zzz.zzz.zz9,99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlregistro-tabela.
         02 sqltabela-codigo           pic x(15).
         02 sqltabela-descricao        pic x(40).
       01 sqlregistro-preco.
         02 sqlpreco-produto           pic x(10).
         02 sqlpreco-qtd-minima        pic 9(05).
         02 sqlpreco-valor             pic 9(09)v99.
         02 sqlpreco-inicio            pic x(10).
         02 sqlpreco-fim               pic x(10).
       01 sqltabela-existe             pic 9(05).
       01 sqldescricao-produto         pic x(40).
       01 sqlcliente-codigo            pic x(10).
       01 sqlcliente-nome              pic x(50).
       01 sqlcliente-tabela            pic x(15).
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
       menugeral.
           display erase at 0101
           display "Tabelas de Preco por Cliente" at 0101
           display "1.Criar Tabelas" at 0301
           display "2.Incluir/Alterar Tabela de Preco" at 0401
           display "3.Precos e Faixas da Tabela" at 0501
           display "4.Atribuir Tabela ao Cliente" at 0601
           display "5.Listar Tabelas" at 0701
           display "0.Sair" at 0801
           display "Opcao:" at 0901
           initialize opcao
           accept opcao at 0907
           if opcao = 1 go criartabela.
           if opcao = 2 go manter-tabela.
           if opcao = 3 go precos-tabela.
           if opcao = 4 go atribuir-cliente.
           if opcao = 5 go listar-tabelas.
           if opcao = 0 go desconectando.
           go menugeral.
      *Preco negociado por tabela (DISTRIBUIDOR, VAREJO, ...): cada
      *linha vale para um produto a partir de uma quantidade minima
      *e dentro de um periodo; DATA_FIM nula = sem fim. O ID serve
      *ao arquivo de reversao do ReajustaPrecos.
       criartabela.
           EXEC SQL
                CREATE TABLE TABELAS_PRECO
                    (codigo       char(15),
                     descricao    char(40),
                     primary key  (codigo))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE TABELAS_PRECO " at 2001
              display sqlcode at 2035
           end-if
           EXEC SQL
                CREATE TABLE TABELA_PRECO_ITENS
                    (id             int auto_increment,
                     tabela         char(15),
                     codigo_produto char(10),
                     qtd_minima     int,
                     preco          decimal(11,2),
                     data_inicio    date,
                     data_fim       date,
                     primary key    (id),
                     unique key     (tabela, codigo_produto,
                                     qtd_minima, data_inicio))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE TABELA_PRECO_ITENS " at 2101
              display sqlcode at 2135
           end-if
           EXEC SQL
                ALTER TABLE CLIENTES ADD TABELA_PRECO CHAR(15)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER CLIENTES.TABELA_PRECO " at 2201
              display sqlcode at 2235
           else
              display "Tabelas de preco prontas." at 2201
           end-if
           accept espera at 2301
           go menugeral.
       manter-tabela.
           display erase at 0101
           display "Incluir/Alterar Tabela de Preco" at 0101
           display "Codigo da Tabela..........: " at 0301
           display "Descricao.................: " at 0401
           initialize sqlregistro-tabela
           accept sqltabela-codigo at 0329
           if sqltabela-codigo = spaces
              go menugeral
           end-if
           move function upper-case(sqltabela-codigo)
                to sqltabela-codigo
           display sqltabela-codigo at 0329
           EXEC SQL
                SELECT DESCRICAO INTO :sqltabela-descricao
                  FROM TABELAS_PRECO
                 WHERE CODIGO = :sqltabela-codigo
           END-EXEC
           if sqlcode not = 0
              move spaces to sqltabela-descricao
              display "(tabela nova)" at 0346
           end-if
           accept sqltabela-descricao at 0429 with update
           EXEC SQL
                INSERT INTO TABELAS_PRECO
                       (codigo, descricao)
                VALUES
                       (:sqltabela-codigo,
                        :sqltabela-descricao)
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
                go manter-tabela
           end-if
           perform comitando
           go manter-tabela.
       precos-tabela.
           display erase at 0101
           display "Precos e Faixas da Tabela" at 0101
           display "Codigo da Tabela..........: " at 0201
           move spaces to sqltabela-codigo
           accept sqltabela-codigo at 0229
           if sqltabela-codigo = spaces
              go menugeral
           end-if
           move function upper-case(sqltabela-codigo)
                to sqltabela-codigo
           display sqltabela-codigo at 0229
           perform buscar-tabela
           if sqlcode not = 0
              display "Tabela nao cadastrada. Enter." at 2001
              accept espera at 2101
              go precos-tabela
           end-if
           display sqltabela-descricao at 0246.
       precos-tabela-lista.
           display erase at 0301
           display "Produto    Qtd.Min Preco" at 0301
           display "Inicio     Fim" at 0342
           EXEC SQL
                DECLARE CURSORTABPRECO CURSOR FOR
                   SELECT CODIGO_PRODUTO, QTD_MINIMA, PRECO,
                          DATA_INICIO,
                          IFNULL(DATA_FIM, ' ')
                     FROM TABELA_PRECO_ITENS
                    WHERE TABELA = :sqltabela-codigo
                    ORDER BY CODIGO_PRODUTO, QTD_MINIMA,
                             DATA_INICIO
           END-EXEC
           EXEC SQL
                OPEN CURSORTABPRECO
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
       precos-tabela-le.
           EXEC SQL
                FETCH CURSORTABPRECO INTO
                       :sqlpreco-produto,
                       :sqlpreco-qtd-minima,
                       :sqlpreco-valor,
                       :sqlpreco-inicio,
                       :sqlpreco-fim
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORTABPRECO
              END-EXEC
              go precos-tabela-item
           end-if
           add 1 to registro
           if linha < 16
              display sqlpreco-produto at line linha column 01
              display sqlpreco-qtd-minima at line linha column 12
              move sqlpreco-valor to ws-preco-edit
              display ws-preco-edit at line linha column 20
              display sqlpreco-inicio at line linha column 42
              display sqlpreco-fim at line linha column 53
              add 1 to linha
           end-if
           go precos-tabela-le.
      *A chave da linha e produto + quantidade minima + inicio de
      *vigencia; preco zero exclui a linha.
       precos-tabela-item.
           display "Linhas: " at 1601 registro
           display "Produto (branco=fim)......: " at 1701
           display "Quantidade Minima.........: " at 1801
           display "Inicio (AAAA-MM-DD).......: " at 1901
           display "Preco (0=exclui)..........: " at 2001
           display "Fim (AAAA-MM-DD/branco)...: " at 2101
           initialize sqlregistro-preco
           accept sqlpreco-produto at 1729
           if sqlpreco-produto = spaces
              go precos-tabela
           end-if
           move function upper-case(sqlpreco-produto)
                to sqlpreco-produto
           EXEC SQL
                SELECT DESCRICAO INTO :sqldescricao-produto
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlpreco-produto
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              display "Produto nao cadastrado em PRODUTOS" at 2201
              accept espera at 2301
              go precos-tabela-lista
           end-if
           display sqldescricao-produto at 1741
           move 1 to sqlpreco-qtd-minima
           accept sqlpreco-qtd-minima at 1829 with update
           if sqlpreco-qtd-minima = zeros
              move 1 to sqlpreco-qtd-minima
           end-if
           move function current-date(1:8) to ws-data-hoje
           string ws-data-hoje(1:4) "-"
                  ws-data-hoje(5:2) "-"
                  ws-data-hoje(7:2)
                  delimited by size into sqlpreco-inicio
           accept sqlpreco-inicio at 1929 with update
           if sqlpreco-inicio(5:1) not = "-"
              or sqlpreco-inicio(8:1) not = "-"
              display "Data de inicio invalida" at 2201
              accept espera at 2301
              go precos-tabela-lista
           end-if
           accept sqlpreco-valor at 2029
           if sqlpreco-valor = zeros
              EXEC SQL
                   DELETE FROM TABELA_PRECO_ITENS
                    WHERE TABELA = :sqltabela-codigo
                      AND CODIGO_PRODUTO = :sqlpreco-produto
                      AND QTD_MINIMA = :sqlpreco-qtd-minima
                      AND DATA_INICIO = :sqlpreco-inicio
              END-EXEC
              go precos-tabela-grava
           end-if
           accept sqlpreco-fim at 2129
           if sqlpreco-fim not = spaces
              and sqlpreco-fim < sqlpreco-inicio
              display "Fim anterior ao inicio da vigencia" at 2201
              accept espera at 2301
              go precos-tabela-lista
           end-if
           EXEC SQL
                INSERT INTO TABELA_PRECO_ITENS
                       (tabela, codigo_produto, qtd_minima, preco,
                        data_inicio, data_fim)
                VALUES
                       (:sqltabela-codigo,
                        :sqlpreco-produto,
                        :sqlpreco-qtd-minima,
                        :sqlpreco-valor,
                        :sqlpreco-inicio,
                        NULLIF(:sqlpreco-fim, ' '))
                ON DUPLICATE KEY UPDATE
                       PRECO = VALUES(PRECO),
                       DATA_FIM = VALUES(DATA_FIM)
           END-EXEC.
       precos-tabela-grava.
           if sqlcode not = 0 and sqlcode not = 100
                display "Erro: Nao conseguiu gravar " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go precos-tabela-lista
           end-if
           perform comitando
           go precos-tabela-lista.
       atribuir-cliente.
           display erase at 0101
           display "Atribuir Tabela ao Cliente" at 0101
           display "Codigo do Cliente.........: " at 0301
           display "Tabela Atual..............: " at 0401
           display "Nova Tabela (branco=lista): " at 0501
           move spaces to sqlcliente-codigo
           accept sqlcliente-codigo at 0329
           if sqlcliente-codigo = spaces
              go menugeral
           end-if
           EXEC SQL
                SELECT NOME, IFNULL(TABELA_PRECO, ' ')
                  INTO :sqlcliente-nome,
                       :sqlcliente-tabela
                  FROM CLIENTES
                 WHERE CODIGO = :sqlcliente-codigo
           END-EXEC
           if sqlcode not = 0
              display "Cliente nao encontrado. Enter." at 2001
              accept espera at 2101
              go atribuir-cliente
           end-if
           display sqlcliente-nome(1:40) at 0341
           display sqlcliente-tabela at 0429
           accept sqlcliente-tabela at 0529 with update
           move function upper-case(sqlcliente-tabela)
                to sqlcliente-tabela
           if sqlcliente-tabela not = spaces
              move sqlcliente-tabela to sqltabela-codigo
              perform buscar-tabela
              if sqlcode not = 0
                 display "Tabela nao cadastrada. Enter." at 2001
                 accept espera at 2101
                 go atribuir-cliente
              end-if
           end-if
           EXEC SQL
                UPDATE CLIENTES
                   SET TABELA_PRECO = NULLIF(:sqlcliente-tabela, ' ')
                 WHERE CODIGO = :sqlcliente-codigo
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu UPDATE " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go atribuir-cliente
           end-if
           perform comitando
           display "Tabela atribuida. Enter." at 2001
           accept espera at 2101
           go atribuir-cliente.
       listar-tabelas.
           display erase at 0101
           display "Tabela          Descricao" at 0101
           display "Linhas Clientes" at 0158
           EXEC SQL
                DECLARE CURSORTABELAS CURSOR FOR
                   SELECT T.CODIGO, T.DESCRICAO,
                          (SELECT COUNT(*) FROM TABELA_PRECO_ITENS I
                            WHERE I.TABELA = T.CODIGO),
                          (SELECT COUNT(*) FROM CLIENTES C
                            WHERE C.TABELA_PRECO = T.CODIGO)
                     FROM TABELAS_PRECO T
                    ORDER BY T.CODIGO
           END-EXEC
           EXEC SQL
                OPEN CURSORTABELAS
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go menugeral
           end-if
           initialize registro
           move 03 to linha.
       listar-tabelas-le.
           EXEC SQL
                FETCH CURSORTABELAS INTO
                       :sqltabela-codigo,
                       :sqltabela-descricao,
                       :sqltabela-existe,
                       :sqlpreco-qtd-minima
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORTABELAS
              END-EXEC
              go listar-tabelas-fim
           end-if
           add 1 to registro
           display sqltabela-codigo at line linha column 01
           display sqltabela-descricao at line linha column 17
           display sqltabela-existe at line linha column 58
           display sqlpreco-qtd-minima at line linha column 65
           add 1 to linha
           if linha >= 22
              display "Enter para proxima tela." at 2301
              accept espera at 2370
              display erase at 0301
              move 03 to linha
           end-if
           go listar-tabelas-le.
       listar-tabelas-fim.
           display "Total de Tabelas: " at 2201 registro
           display "Enter Finaliza." at 2301
           accept espera at 2370
           go menugeral.
       buscar-tabela.
           EXEC SQL
                SELECT DESCRICAO INTO :sqltabela-descricao
                  FROM TABELAS_PRECO
                 WHERE CODIGO = :sqltabela-codigo
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
       end program ManterTabelaPreco.
