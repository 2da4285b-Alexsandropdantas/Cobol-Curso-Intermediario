       01 ws-total-pedidos           pic 9(05) value zeros.
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
       01 ws-total-edit              pic z.zzz.zzz.zz9,99.
       01 ws-limite-edit             pic zzz.zzz.zz9,99.
       01 ws-baldes.
          02 ws-balde occurs 4 times.
             03 ws-balde-qtd        pic 9(05).
       01 sqlvalor-pedido            pic 9(09)v99.
       01 sqlestado-cliente          pic x(02).
       01 sqlstatus-pedido           pic x(10).
       01 sqlgrupo-codigo            pic x(10).
       01 sqlgrupo-nome              pic x(40).
       01 sqlgrupo-limite            pic 9(09)v99.
       01 sqlgrupo-qtd               pic 9(05).
       01 sqlgrupo-valor             pic 9(13)v99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
                     into ws-linha-relatorio
              perform gravar-relatorio
           end-perform
           perform aging-grupos thru aging-grupos-fim
           close relatorio-aging

           move "F" to ws-plog-evento
           display "Pedidos ABERTOS analisados: " at 0901
                           ws-total-pedidos
           accept espera at 2301.
      *Subtotal por grupo economico (ManterGrupos) com o limite de
      *credito do grupo; cliente fora de grupo nao entra aqui.
       aging-grupos.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "Valor em Risco por Grupo Economico:"
                to ws-linha-relatorio
           perform gravar-relatorio
           EXEC SQL
                DECLARE CURSORAGINGGRP CURSOR FOR
                   SELECT G.GRUPO, E.NOME, E.LIMITE, COUNT(*),
                          SUM(A.VALOR)
                     FROM PEDIDOS A, GRUPO_CLIENTES G,
                          GRUPOS_ECONOMICOS E
                    WHERE A.STATUS IN
                          ('ABERTO','FATURADO','COBRANCA')
                      AND G.CODIGO_CLIENTE = A.CODIGO_CLIENTE
                      AND E.GRUPO = G.GRUPO
                    GROUP BY G.GRUPO, E.NOME, E.LIMITE
                    ORDER BY SUM(A.VALOR) DESC
           END-EXEC
           EXEC SQL
                OPEN CURSORAGINGGRP
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go aging-grupos-fim
           end-if.
       aging-grupos-le.
           EXEC SQL
                FETCH CURSORAGINGGRP INTO
                       :sqlgrupo-codigo,
                       :sqlgrupo-nome,
                       :sqlgrupo-limite,
                       :sqlgrupo-qtd,
                       :sqlgrupo-valor
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORAGINGGRP
              END-EXEC
              move zeros to sqlcode
              go aging-grupos-fim
           end-if
           move sqlgrupo-valor to ws-total-edit
           move sqlgrupo-limite to ws-limite-edit
           initialize ws-linha-relatorio
           string "Grupo "               delimited by size
                  sqlgrupo-codigo        delimited by size
                  " "                    delimited by size
                  sqlgrupo-nome(1:30)    delimited by size
                  " Qtd: "               delimited by size
                  sqlgrupo-qtd           delimited by size
                  " Valor: "             delimited by size
                  ws-total-edit          delimited by size
                  " Limite: "            delimited by size
                  ws-limite-edit         delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go aging-grupos-le.
       aging-grupos-fim.
           exit.
       desconectando.
           EXEC SQL
                DISCONNECT all
