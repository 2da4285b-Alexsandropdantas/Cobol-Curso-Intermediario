       01 ws-valor-edit              pic zzz.zzz.zz9,99.
       01 ws-total-edit              pic z.zzz.zzz.zz9,99.
       01 ws-modo-extrato            pic x(01).
       01 ws-qtd-titulos             pic 9(05).
       01 ws-pix-pos                 pic 9(03).
       01 ws-limite-edit             pic zzz.zzz.zz9,99.
       01 ws-login-codigo            pic 9(03).
       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
       01 ws-documento-tela          pic x(18).
       01 ws-patrimonio-tela         pic x(14).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 sqlvalor-pedido              pic 9(09)v99.
       01 sqlstatus-pedido             pic x(10).
       01 sqlicms-pedido               pic 9(11)v99.
       01 sqldata-prometida            pic x(10).
       01 sqlparcela                   pic 9(02).
       01 sqlvencimento                pic x(10).
       01 sqlsaldo-parcela             pic 9(11)v99.
       01 sqlpix-payload               pic x(256).
       01 sqlgrupo-codigo              pic x(10).
       01 sqlgrupo-nome                pic x(40).
       01 sqlgrupo-limite              pic 9(09)v99.
       01 sqlgrupo-exposicao           pic 9(13)v99.
       01 sqlgrupo-cliente             pic x(10).
       01 ws-filtro-estado             pic x(02).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
      *Chamado pelo menu ou pelo CRUD06 o Login devolve a sessao ja
      *assinada; o nivel do operador decide a mascara do documento.
       assinatura.
           call "Login" using ws-login-codigo
                              ws-login-nome
                              ws-login-nivel
                              ws-login-retorno
           if ws-login-retorno not = "0"
              exit program
              stop run
           end-if.
       conectando.
      *Conexao propria (CONEXAOEXT) para poder ser chamado tanto
      *avulso quanto a partir do menu do CRUD06 sem derrubar a
           display "Extrato de Clientes (cadastro + pedidos)" at 0101
           display "1.Extrato de um Cliente" at 0301
           display "2.Extrato dos Clientes de um Estado" at 0401
           display "3.Extrato de um Grupo Economico" at 0501
           display "0.Voltar" at 0601
           display "Opcao:" at 0701
           initialize opcao
           accept opcao at 0707
           if opcao = 1 go extrato-um-cliente.
           if opcao = 2 go extrato-estado.
           if opcao = 3 go extrato-grupo.
           if opcao = 0 go finalizando.
           go menugeral.
       abrir-relatorio.
                  into ws-linha-relatorio
           perform gravar-relatorio
           go fechar-relatorio.
      *Grupo economico (ManterGrupos): extrato de cada cliente do
      *grupo e o total do grupo, com a exposicao em aberto de todos
      *contra o limite de credito do grupo.
       extrato-grupo.
           move "G" to ws-modo-extrato
           display "Grupo (cliente principal): " at 0801
           move spaces to sqlgrupo-codigo
           accept sqlgrupo-codigo at 0828
           if sqlgrupo-codigo = spaces
              go menugeral
           end-if
           EXEC SQL
                SELECT NOME, LIMITE
                  INTO :sqlgrupo-nome, :sqlgrupo-limite
                  FROM GRUPOS_ECONOMICOS
                 WHERE GRUPO = :sqlgrupo-codigo
           END-EXEC
           if sqlcode not = 0
              display "Grupo nao encontrado" at 1510
              accept espera at 2301
              go menugeral
           end-if
           perform abrir-relatorio
           initialize ws-linha-relatorio
           string "Grupo Economico: " delimited by size
                  sqlgrupo-codigo     delimited by size
                  " "                 delimited by size
                  sqlgrupo-nome       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           EXEC SQL
                DECLARE CURSOREXTGRP CURSOR FOR
                   SELECT C.CODIGO, C.NOME, C.ENDERECO, C.BAIRRO,
                          C.PAIS, C.CIDADE, C.ESTADO, C.PATRIMONIO,
                          C.DATACADASTRO, C.SITUACAO,
                          IFNULL(C.DOCUMENTO, ' ')
                     FROM GRUPO_CLIENTES G, CLIENTES C
                    WHERE G.GRUPO = :sqlgrupo-codigo
                      AND C.CODIGO = G.CODIGO_CLIENTE
                    ORDER BY C.CODIGO
           END-EXEC
           EXEC SQL
                OPEN CURSOREXTGRP
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go fechar-relatorio
           end-if.
       extrato-grupo-le.
           EXEC SQL
                FETCH CURSOREXTGRP INTO
                       (:sqlcodigo-clientes,
                        :sqlnome-clientes,
                        :sqlendereco-clientes,
                        :sqlbairro-clientes,
                        :sqlpais-clientes,
                        :sqlcidade-clientes,
                        :sqlestado-clientes,
                        :sqlpatrimonio-clientes,
                        :sqldatacadastro-clientes,
                        :sqlsituacao-clientes,
                        :sqldocumento-clientes)
           END-EXEC
           if sqlcode = 100
              go extrato-grupo-fim
           end-if
           if sqlcode not = 0
                display "Erro: Nao conseguiu Fetch " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go extrato-grupo-fim
           end-if
           perform extrato-do-cliente
                   thru extrato-do-cliente-fim
           go extrato-grupo-le.
       extrato-grupo-fim.
           EXEC SQL
                CLOSE CURSOREXTGRP
           END-EXEC
           move zeros to sqlgrupo-exposicao
           EXEC SQL
                SELECT IFNULL(SUM(A.VALOR),0)
                  INTO :sqlgrupo-exposicao
                  FROM PEDIDOS A, GRUPO_CLIENTES G
                 WHERE G.GRUPO = :sqlgrupo-codigo
                   AND A.CODIGO_CLIENTE = G.CODIGO_CLIENTE
                   AND A.STATUS IN ('ABERTO','FATURADO','COBRANCA')
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlgrupo-exposicao
           end-if
           move all "=" to ws-linha-relatorio
           perform gravar-relatorio
           move ws-total-geral to ws-total-edit
           initialize ws-linha-relatorio
           string "TOTAL DO GRUPO " delimited by size
                  sqlgrupo-codigo   delimited by size
                  " ("              delimited by size
                  ws-qtd-clientes   delimited by size
                  " clientes): "    delimited by size
                  ws-total-edit     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move sqlgrupo-exposicao to ws-total-edit
           move sqlgrupo-limite to ws-limite-edit
           initialize ws-linha-relatorio
           string "Exposicao em aberto do grupo: " delimited by size
                  ws-total-edit                    delimited by size
                  "  Limite do grupo: "            delimited by size
                  ws-limite-edit                   delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go fechar-relatorio.
      *Imprime o cadastro do cliente e seus pedidos com subtotal
      *por mes e total de fechamento.
       extrato-do-cliente.
                  sqlbairro-clientes(1:30) delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           call "MascaraCliente" using ws-login-nivel
                                       sqldocumento-clientes
                                       sqlpatrimonio-clientes
                                       ws-documento-tela
                                       ws-patrimonio-tela
           initialize ws-linha-relatorio
           string "Cidade: "  delimited by size
                  sqlcidade-clientes delimited by size
                  " Situacao: " delimited by size
                  sqlsituacao-clientes delimited by size
                  " Doc: "      delimited by size
                  ws-documento-tela delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           if ws-modo-extrato not = "G"
              perform mostrar-grupo-cliente
           end-if
           initialize ws-linha-relatorio
           string "Pedido     Data       Valor          Status"
                                       delimited by size
                  "     ICMS"          delimited by size
                  "            Entrega" delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           EXEC SQL
                DECLARE CURSOREXTPED CURSOR FOR
                   SELECT CODIGO, DATAPEDIDO, VALOR, STATUS,
                          IFNULL(ICMS_TOTAL, 0),
                          IFNULL((SELECT DATE_FORMAT(
                                         MAX(I.DATA_PROMETIDA),
                                         '%Y-%m-%d')
                                    FROM PEDIDO_ITENS I
                                   WHERE I.CODIGO_PEDIDO =
                                         PEDIDOS.CODIGO
                                     AND IFNULL(I.QTD_FATURADA, 0)
                                         < I.QUANTIDADE), ' ')
                     FROM PEDIDOS
                    WHERE CODIGO_CLIENTE = :sqlcodigo-clientes
                    ORDER BY DATAPEDIDO, CODIGO
                       :sqldata-pedido,
                       :sqlvalor-pedido,
                       :sqlstatus-pedido,
                       :sqlicms-pedido,
                       :sqldata-prometida
           END-EXEC
           if sqlcode = 100
              go extrato-pedidos-fim
           string ws-linha-relatorio(1:48) delimited by size
                  " "                      delimited by size
                  ws-valor-edit            delimited by size
                  " "                      delimited by size
                  sqldata-prometida        delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go extrato-pedidos-le.
                  ws-total-edit        delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
      *Parcelas em aberto do cliente, com o PIX copia e cola para
      *pagamento quando a cobranca PIX ja foi gerada.
       extrato-titulos.
           move zeros to ws-qtd-titulos
           EXEC SQL
                DECLARE CURSOREXTTIT CURSOR FOR
                   SELECT P.CODIGO_PEDIDO, P.PARCELA, P.VENCIMENTO,
                          P.VALOR - P.VALORPAGO,
                          IFNULL(P.PIX_PAYLOAD, ' ')
                     FROM PEDIDOS A, PEDIDO_PARCELAS P
                    WHERE A.CODIGO_CLIENTE = :sqlcodigo-clientes
                      AND A.STATUS IN ('FATURADO','COBRANCA')
                      AND P.CODIGO_PEDIDO = A.CODIGO
                      AND P.STATUS = 'ABERTO'
                    ORDER BY P.VENCIMENTO, P.CODIGO_PEDIDO, P.PARCELA
           END-EXEC
           EXEC SQL
                OPEN CURSOREXTTIT
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go extrato-do-cliente-fim
           end-if.
       extrato-titulos-le.
           EXEC SQL
                FETCH CURSOREXTTIT INTO
                       :sqlcodigo-pedido,
                       :sqlparcela,
                       :sqlvencimento,
                       :sqlsaldo-parcela,
                       :sqlpix-payload
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSOREXTTIT
              END-EXEC
              go extrato-do-cliente-fim
           end-if
           if ws-qtd-titulos = zeros
              move "Titulos em aberto:" to ws-linha-relatorio
              perform gravar-relatorio
           end-if
           add 1 to ws-qtd-titulos
           move sqlsaldo-parcela to ws-valor-edit
           initialize ws-linha-relatorio
           string "  "             delimited by size
                  sqlcodigo-pedido delimited by size
                  "/"              delimited by size
                  sqlparcela       delimited by size
                  " venc. "        delimited by size
                  sqlvencimento    delimited by size
                  " saldo "        delimited by size
                  ws-valor-edit    delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           if sqlpix-payload not = spaces
              move "    PIX copia e cola:" to ws-linha-relatorio
              perform gravar-relatorio
              move 1 to ws-pix-pos
              perform gravar-pix-extrato
                      until ws-pix-pos > 256
                         or sqlpix-payload(ws-pix-pos:) = spaces
           end-if
           go extrato-titulos-le.
       extrato-do-cliente-fim.
           exit.
       gravar-pix-extrato.
           move spaces to ws-linha-relatorio
           move sqlpix-payload(ws-pix-pos:100)
                to ws-linha-relatorio(5:100)
           perform gravar-relatorio
           add 100 to ws-pix-pos.
       mostrar-grupo-cliente.
           move spaces to sqlgrupo-cliente
           EXEC SQL
                SELECT GRUPO INTO :sqlgrupo-cliente
                  FROM GRUPO_CLIENTES
                 WHERE CODIGO_CLIENTE = :sqlcodigo-clientes
           END-EXEC
           if sqlcode = 0
              initialize ws-linha-relatorio
              string "Grupo Economico: " delimited by size
                     sqlgrupo-cliente    delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
           end-if
           move zeros to sqlcode.
       gravar-subtotal-mes.
           move ws-total-mes to ws-total-edit
           initialize ws-linha-relatorio
