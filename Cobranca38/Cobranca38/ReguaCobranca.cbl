       01 ws-saldo-edit              pic zzz.zzz.zz9,99.
       01 ws-juros-edit              pic zzz.zz9,99.
       01 ws-multa-edit              pic zzz.zz9,99.
       01 ws-pix-pos                 pic 9(03).
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-alerta-mensagem         pic x(60).
       01 ws-alerta-classe           pic x(20).
       01 ws-alerta-valor            pic 9(07).
      *Fila de notificacoes ao cliente (EnfileiraNotificacao).
       01 ws-notif-modelo            pic x(10).
       01 ws-notif-cliente           pic x(10).
       01 ws-notif-papel             pic x(01).
       01 ws-notif-documento         pic x(10).
       01 ws-notif-dados             pic x(200).
       01 ws-notif-retorno           pic x(01).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 sqljuros                   pic 9(09)v99.
       01 sqlmulta                   pic 9(09)v99.
       01 sqlja-registrada           pic 9(05).
       01 sqlpix-payload             pic x(256).
       01 sqlcont-nome               pic x(40).
       01 sqlcont-telefone           pic x(20).
       01 sqlcont-email              pic x(60).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
                DECLARE CURSORREGUA CURSOR FOR
                   SELECT A.CODIGO, P.PARCELA, A.CODIGO_CLIENTE,
                          B.NOME, B.ESTADO, P.VENCIMENTO,
                          P.VALOR, P.VALORPAGO,
                          IFNULL(P.PIX_PAYLOAD, ' ')
                     FROM PEDIDOS A, PEDIDO_PARCELAS P, CLIENTES B
                    WHERE A.STATUS IN ('FATURADO','COBRANCA')
                      AND P.CODIGO_PEDIDO = A.CODIGO
                       :sqluf-cliente,
                       :sqlvencimento,
                       :sqlvalor-parcela,
                       :sqlpago-parcela,
                       :sqlpix-payload
           END-EXEC
           if sqlcode = 100
              go processando-fim
                  ws-etapa-nova    delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           perform notificar-etapa
           if ws-etapa-nova = "PROTESTO"
              add 1 to ws-total-protestos
              perform alerta-protesto
           end-if.
       registrar-etapa-fim.
           exit.
      *A etapa alcancada vai para a fila de notificacoes do cliente
      *(contato financeiro), um modelo de mensagem por etapa.
       notificar-etapa.
           move "COB-LEMBR" to ws-notif-modelo
           if ws-etapa-nova = "AVISO"
              move "COB-AVISO" to ws-notif-modelo
           end-if
           if ws-etapa-nova = "PROTESTO"
              move "COB-PROTES" to ws-notif-modelo
           end-if
           move sqlcliente to ws-notif-cliente
           move "F" to ws-notif-papel
           move sqlcodigo-pedido to ws-notif-documento
           move sqlsaldo to ws-saldo-edit
           move spaces to ws-notif-dados
           string "PEDIDO="                     delimited by size
                  sqlcodigo-pedido              delimited by space
                  ";PARCELA="                   delimited by size
                  sqlparcela                    delimited by size
                  ";VENCIMENTO="                delimited by size
                  sqlvencimento                 delimited by size
                  ";SALDO="                     delimited by size
                  function trim (ws-saldo-edit) delimited by size
                  ";DIAS="                      delimited by size
                  sqldias                       delimited by size
                  into ws-notif-dados
           call "EnfileiraNotificacao" using ws-notif-modelo
                                             ws-notif-cliente
                                             ws-notif-papel
                                             ws-notif-documento
                                             ws-notif-dados
                                             ws-notif-retorno.
       alerta-protesto.
           move "REGUA-COBRANCA" to ws-alerta-job
           move "E" to ws-alerta-severidade
                     sqlnome-cliente        delimited by size
                     into ws-linha-carta
              perform gravar-carta
              perform contato-financeiro
                      thru contato-financeiro-fim
              move spaces to ws-linha-carta
              perform gravar-carta
              move "Constam em aberto os seguintes titulos:"
                  ws-multa-edit    delimited by size
                  into ws-linha-carta
           perform gravar-carta
           if sqlpix-payload not = spaces
              move "  Pague com PIX (copia e cola):" to ws-linha-carta
              perform gravar-carta
              move 1 to ws-pix-pos
              perform escrever-pix-carta
                      until ws-pix-pos > 256
                         or sqlpix-payload(ws-pix-pos:) = spaces
           end-if
           compute ws-total-cliente =
                   ws-total-cliente + sqlsaldo + sqljuros + sqlmulta.
       escrever-carta-fim.
           exit.
      *A carta vai aos cuidados do contato financeiro do cliente
      *(CRUD06 opcao 29); sem contato, ao departamento financeiro.
       contato-financeiro.
           move spaces to sqlcont-nome sqlcont-telefone sqlcont-email
           EXEC SQL
                SELECT NOME, IFNULL(TELEFONE, ' '),
                       IFNULL(EMAIL, ' ')
                  INTO :sqlcont-nome, :sqlcont-telefone,
                       :sqlcont-email
                  FROM CLIENTES_CONTATOS
                 WHERE CODIGO_CLIENTE = :sqlcliente
                   AND PAPEL = 'F'
                 ORDER BY SEQ
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              move "A/C: Departamento Financeiro" to ws-linha-carta
              perform gravar-carta
              go contato-financeiro-fim
           end-if
           initialize ws-linha-carta
           string "A/C: "          delimited by size
                  sqlcont-nome     delimited by "  "
                  " - Financeiro"  delimited by size
                  into ws-linha-carta
           perform gravar-carta
           initialize ws-linha-carta
           string "Fone: "         delimited by size
                  sqlcont-telefone delimited by "  "
                  "  E-mail: "     delimited by size
                  sqlcont-email    delimited by "  "
                  into ws-linha-carta
           perform gravar-carta.
       contato-financeiro-fim.
           exit.
      *O copia e cola do PIX vai inteiro, quebrado em linhas.
       escrever-pix-carta.
           move spaces to ws-linha-carta
           move sqlpix-payload(ws-pix-pos:100) to ws-linha-carta(3:100)
           perform gravar-carta
           add 100 to ws-pix-pos.
       fechar-carta.
           move spaces to ws-linha-carta
           perform gravar-carta
