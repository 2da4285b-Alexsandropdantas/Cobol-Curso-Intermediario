      $SET SQL()
       identification division.
       program-id. ManterGrupos.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       data division.
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       01 registro                  pic 9(05).
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
       01 ws-outro-grupo             pic x(10).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 espera       pic x(01) value spaces.
       01 confirma     pic x(01) value spaces.
       01 opcao        pic 9(01) value zeros.
       01 linha        pic 9(02).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlregistro-grupo.
         02 sqlgrupo-codigo            pic x(10).
         02 sqlgrupo-nome              pic x(40).
         02 sqlgrupo-limite            pic 9(09)v99.
       01 sqlcliente-codigo            pic x(10).
       01 sqlcliente-nome              pic x(50).
       01 sqlcliente-grupo             pic x(10).
       01 sqlgrupo-membros             pic 9(05).
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
      *Grupo economico: clientes ligados a um cliente principal (o
      *codigo do grupo e o codigo do principal, que tambem e membro)
      *com um limite de credito do grupo, conferido no Pedidos junto
      *com o limite individual do CREDITO.ARQ. Cada cliente pertence
      *a um unico grupo; limite zero nao bloqueia pelo grupo.
       menugeral.
           display erase at 0101
           display "Grupos Economicos" at 0101
           display "1.Criar Tabelas" at 0301
           display "2.Incluir/Alterar Grupo" at 0401
           display "3.Clientes do Grupo" at 0501
           display "4.Listar Grupos" at 0601
           display "0.Sair" at 0701
           display "Opcao:" at 0801
           initialize opcao
           accept opcao at 0807
           if opcao = 1 go criartabela.
           if opcao = 2 go manter-grupo.
           if opcao = 3 go manter-membros.
           if opcao = 4 go listar-grupos.
           if opcao = 0 go desconectando.
           go menugeral.
       criartabela.
           EXEC SQL
                CREATE TABLE GRUPOS_ECONOMICOS
                    (grupo           char(10),
                     nome            char(40),
                     limite          decimal(11,2) default 0,
                     primary key     (grupo))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE GRUPOS_ECONOMICOS " at 2001
              display sqlcode at 2035
           end-if
           EXEC SQL
                CREATE TABLE GRUPO_CLIENTES
                    (codigo_cliente  char(10),
                     grupo           char(10),
                     primary key     (codigo_cliente))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE GRUPO_CLIENTES " at 2101
              display sqlcode at 2135
           end-if
           perform comitando
           display "Tabelas de grupos OK." at 2201
           accept espera at 2301
           go menugeral.
       manter-grupo.
           perform monta-tela-grupo
           display "Incluir/Alterar Grupo Economico" at 0101
           perform pedir-grupo thru pedir-grupo-fim
           if sqlgrupo-codigo = spaces
              go menugeral
           end-if
           perform buscar-grupo
           if sqlcode not = 0
              move sqlcliente-nome to sqlgrupo-nome
              move zeros to sqlgrupo-limite
              display "(grupo novo)" at 0346
           end-if
           accept sqlgrupo-nome at 0429 with update
           accept sqlgrupo-limite at 0529 with update
           move sqlgrupo-limite to ws-valor-edit
           display ws-valor-edit at 0529
           EXEC SQL
                INSERT INTO GRUPOS_ECONOMICOS
                       (grupo, nome, limite)
                VALUES
                       (:sqlgrupo-codigo,
                        :sqlgrupo-nome,
                        :sqlgrupo-limite)
                ON DUPLICATE KEY UPDATE
                       NOME = VALUES(NOME),
                       LIMITE = VALUES(LIMITE)
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu gravar " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go manter-grupo
           end-if
      *    O principal entra como membro do proprio grupo.
           EXEC SQL
                INSERT INTO GRUPO_CLIENTES
                       (codigo_cliente, grupo)
                VALUES
                       (:sqlgrupo-codigo,
                        :sqlgrupo-codigo)
                ON DUPLICATE KEY UPDATE
                       GRUPO = VALUES(GRUPO)
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu gravar " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go manter-grupo
           end-if
           perform comitando
           go manter-grupo.
      *Cliente informado que ja esta no grupo sai dele (menos o
      *principal); cliente de outro grupo precisa sair de la antes.
      *Cliente em branco volta ao menu.
       manter-membros.
           perform monta-tela-grupo
           display "Clientes do Grupo Economico" at 0101
           perform pedir-grupo thru pedir-grupo-fim
           if sqlgrupo-codigo = spaces
              go menugeral
           end-if
           perform buscar-grupo
           if sqlcode not = 0
              display "Grupo nao cadastrado" at 1510
              accept espera at 2301
              go manter-membros
           end-if.
       manter-membros-item.
           perform listar-membros thru listar-membros-fim
           display "Cliente...................: " at 0701
           display "                                        " at 0741
           move spaces to sqlcliente-codigo
           accept sqlcliente-codigo at 0729
           if sqlcliente-codigo = spaces
              go manter-membros
           end-if
           EXEC SQL
                SELECT NOME INTO :sqlcliente-nome
                  FROM CLIENTES
                 WHERE CODIGO = :sqlcliente-codigo
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              display "Cliente nao cadastrado" at 1510
              accept espera at 2301
              display "                      " at 1510
              go manter-membros-item
           end-if
           display sqlcliente-nome(1:30) at 0741
           move spaces to sqlcliente-grupo
           EXEC SQL
                SELECT GRUPO INTO :sqlcliente-grupo
                  FROM GRUPO_CLIENTES
                 WHERE CODIGO_CLIENTE = :sqlcliente-codigo
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              move spaces to sqlcliente-grupo
           end-if
           if sqlcliente-grupo = sqlgrupo-codigo
              go manter-membros-retirar
           end-if
           if sqlcliente-grupo not = spaces
              move sqlcliente-grupo to ws-outro-grupo
              display "Cliente ja e do grupo " at 1510
              display ws-outro-grupo at 1532
              accept espera at 2301
              display "                                  " at 1510
              go manter-membros-item
           end-if
           EXEC SQL
                INSERT INTO GRUPO_CLIENTES
                       (codigo_cliente, grupo)
                VALUES
                       (:sqlcliente-codigo,
                        :sqlgrupo-codigo)
           END-EXEC
           go manter-membros-grava.
       manter-membros-retirar.
           if sqlcliente-codigo = sqlgrupo-codigo
              display "O principal nao sai do grupo" at 1510
              accept espera at 2301
              display "                            " at 1510
              go manter-membros-item
           end-if
           display "Retirar do grupo (S/N):" at 0901
           move spaces to confirma
           accept confirma at 0925
           display "                         " at 0901
           if confirma not = "S" and confirma not = "s"
              go manter-membros-item
           end-if
           EXEC SQL
                DELETE FROM GRUPO_CLIENTES
                 WHERE CODIGO_CLIENTE = :sqlcliente-codigo
                 LIMIT 1
           END-EXEC.
       manter-membros-grava.
           if sqlcode not = 0 and sqlcode not = 100
                display "Erro: Nao conseguiu gravar " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go manter-membros-item
           end-if
           perform comitando
           go manter-membros-item.
       listar-grupos.
           display erase at 0101
           display "Grupo      Nome" at 0101
           display "Limite do Grupo Clientes" at 0153
           move 03 to linha
           move zeros to registro
           EXEC SQL
                DECLARE CURSORGRUPOS CURSOR FOR
                   SELECT E.GRUPO, E.NOME, E.LIMITE, COUNT(G.GRUPO)
                     FROM GRUPOS_ECONOMICOS E
                     LEFT JOIN GRUPO_CLIENTES G
                       ON G.GRUPO = E.GRUPO
                    GROUP BY E.GRUPO, E.NOME, E.LIMITE
                    ORDER BY E.GRUPO
           END-EXEC
           EXEC SQL
                OPEN CURSORGRUPOS
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go listar-grupos-fim
           end-if.
       listar-grupos-le.
           EXEC SQL
                FETCH CURSORGRUPOS INTO
                       :sqlgrupo-codigo,
                       :sqlgrupo-nome,
                       :sqlgrupo-limite,
                       :sqlgrupo-membros
           END-EXEC
           if sqlcode not = 0
              go listar-grupos-feche
           end-if
           add 1 to registro
           move sqlgrupo-limite to ws-valor-edit
           display sqlgrupo-codigo at line linha column 01
           display sqlgrupo-nome at line linha column 12
           display ws-valor-edit at line linha column 53
           display sqlgrupo-membros at line linha column 69
           add 1 to linha
           if linha >= 22
              display "Enter para proxima tela." at 2301
              accept espera at 2370
              display erase at 0301
              move 03 to linha
           end-if
           go listar-grupos-le.
       listar-grupos-feche.
           EXEC SQL
                CLOSE CURSORGRUPOS
           END-EXEC
           move zeros to sqlcode.
       listar-grupos-fim.
           display "Total de Grupos: " at 2201 registro
           display "Enter Finaliza." at 2301
           accept espera at 2370
           go menugeral.
       monta-tela-grupo.
           display erase at 0101
           display "Cliente Principal.........: " at 0301
           display "Nome do Grupo.............: " at 0401
           display "Limite de Credito Grupo...: " at 0501
           initialize sqlregistro-grupo.
      *O grupo e identificado pelo codigo do cliente principal.
       pedir-grupo.
           accept sqlgrupo-codigo at 0329
           if sqlgrupo-codigo = spaces
              go pedir-grupo-fim
           end-if
           EXEC SQL
                SELECT NOME INTO :sqlcliente-nome
                  FROM CLIENTES
                 WHERE CODIGO = :sqlgrupo-codigo
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              display "Cliente nao cadastrado" at 1510
              accept espera at 2301
              move spaces to sqlgrupo-codigo
              go pedir-grupo-fim
           end-if.
       pedir-grupo-fim.
           exit.
       buscar-grupo.
           EXEC SQL
                SELECT NOME, LIMITE
                  INTO :sqlgrupo-nome, :sqlgrupo-limite
                  FROM GRUPOS_ECONOMICOS
                 WHERE GRUPO = :sqlgrupo-codigo
           END-EXEC
           if sqlcode = 0
              display sqlgrupo-nome at 0429
              move sqlgrupo-limite to ws-valor-edit
              display ws-valor-edit at 0529
           end-if.
       listar-membros.
           display erase at 1101
           display "Cliente    Nome" at 1101
           move 12 to linha
           move zeros to registro
           EXEC SQL
                DECLARE CURSORMEMBROS CURSOR FOR
                   SELECT G.CODIGO_CLIENTE, IFNULL(C.NOME, ' ')
                     FROM GRUPO_CLIENTES G
                     LEFT JOIN CLIENTES C
                       ON C.CODIGO = G.CODIGO_CLIENTE
                    WHERE G.GRUPO = :sqlgrupo-codigo
                    ORDER BY G.CODIGO_CLIENTE
           END-EXEC
           EXEC SQL
                OPEN CURSORMEMBROS
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go listar-membros-fim
           end-if.
       listar-membros-le.
           EXEC SQL
                FETCH CURSORMEMBROS INTO
                       :sqlcliente-codigo,
                       :sqlcliente-nome
           END-EXEC
           if sqlcode not = 0
              go listar-membros-feche
           end-if
           add 1 to registro
           if linha < 22
              display sqlcliente-codigo at line linha column 01
              display sqlcliente-nome at line linha column 12
              add 1 to linha
           end-if
           go listar-membros-le.
       listar-membros-feche.
           EXEC SQL
                CLOSE CURSORMEMBROS
           END-EXEC
           move zeros to sqlcode
           display "Clientes: " at 2201 registro.
       listar-membros-fim.
           exit.
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
       end program ManterGrupos.
