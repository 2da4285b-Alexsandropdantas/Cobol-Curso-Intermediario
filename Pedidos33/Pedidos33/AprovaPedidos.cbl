       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
       01 ws-notif-modelo            pic x(10).
       01 ws-notif-cliente           pic x(10).
       01 ws-notif-papel             pic x(01).
       01 ws-notif-documento         pic x(10).
       01 ws-notif-dados             pic x(200).
       01 ws-notif-retorno           pic x(01).

       EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL
                COMMIT
           END-EXEC
           if sqlacao = "APROVADO"
              perform notificar-aprovacao
           end-if
           display "Decisao aplicada: " at 2301 sqlacao
           accept espera at 2330
           go listando-fila.
      *Pedido aprovado vai para a fila de notificacoes do cliente
      *(contato de compras).
       notificar-aprovacao.
           move "PED-APROV" to ws-notif-modelo
           move sqlcliente-pedido to ws-notif-cliente
           move "C" to ws-notif-papel
           move sqlcodigo-pedido to ws-notif-documento
           move sqlvalor-pedido to ws-valor-edit
           move spaces to ws-notif-dados
           string "PEDIDO="                     delimited by size
                  sqlcodigo-pedido              delimited by space
                  ";VALOR="                     delimited by size
                  function trim (ws-valor-edit) delimited by size
                  into ws-notif-dados
           call "EnfileiraNotificacao" using ws-notif-modelo
                                             ws-notif-cliente
                                             ws-notif-papel
                                             ws-notif-documento
                                             ws-notif-dados
                                             ws-notif-retorno
           if ws-notif-retorno not = "0"
              display "Aviso: notificacao nao enfileirada" at 1810
           end-if.
       desconectando.
           EXEC SQL
                DISCONNECT all
