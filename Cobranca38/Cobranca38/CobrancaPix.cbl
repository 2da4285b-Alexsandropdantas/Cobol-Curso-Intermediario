      $SET SQL()
       identification division.
       program-id. CobrancaPix.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select arquivo-pix assign to ws-arquivo-nome
             organization is line sequential
             file status is fs-arquivo.
           select relatorio-pix assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       file section.
       fd arquivo-pix
           label record is standard.
       01 reg-arquivo                pic x(120).
       fd relatorio-pix
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-arquivo                pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 ws-operador                pic x(20).
       01 ws-arquivo-nome            pic x(60).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-linha-arquivo           pic x(120).
       01 ws-data-hoje               pic 9(08).
      *Arquivo diario de recebimentos do PSP, uma linha por PIX:
      *E2EID;TXID;AAAAMMDD;VALOR (linhas * sao comentario).
       01 ws-campo-e2eid             pic x(32).
       01 ws-campo-txid              pic x(25).
       01 ws-campo-data              pic x(08).
       01 ws-campo-valor             pic x(20).
       01 ws-pix-txid                pic x(25).
       01 ws-pix-valor               pic 9(09)v99.
       01 ws-pix-payload             pic x(256).
       01 ws-pix-retorno             pic x(01).
       01 ws-total-geradas           pic 9(06) value zeros.
       01 ws-total-lidos             pic 9(06) value zeros.
       01 ws-total-pagos             pic 9(06) value zeros.
       01 ws-total-parciais          pic 9(06) value zeros.
       01 ws-total-amaior            pic 9(06) value zeros.
       01 ws-total-duplicados        pic 9(06) value zeros.
       01 ws-total-sem-titulo        pic 9(06) value zeros.
       01 ws-total-renegociados      pic 9(06) value zeros.
       01 ws-total-recuperados       pic 9(06) value zeros.
       01 ws-recup-valor             pic 9(11)v99.
       01 ws-recup-status            pic x(10).
       01 ws-recup-retorno           pic x(01).
       01 ws-valor-esperado-edit     pic zzz.zzz.zz9,99.
       01 ws-valor-pago-edit         pic zzz.zzz.zz9,99.
       01 ws-cat-nome                pic x(20).
       01 ws-cat-registros           pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
       01 ws-alerta-job              pic x(20).
       01 ws-alerta-severidade       pic x(01).
       01 ws-alerta-mensagem         pic x(60).
       01 ws-alerta-classe           pic x(20).
       01 ws-alerta-valor            pic 9(07).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlcodigo-pedido           pic x(10).
       01 sqlparcela                 pic 9(02).
       01 sqlstatus-pedido           pic x(10).
       01 sqlstatus-parcela          pic x(10).
       01 sqlvalor-parcela           pic 9(09)v99.
       01 sqlpago-parcela            pic 9(11)v99.
       01 sqlsaldo                   pic 9(11)v99.
       01 sqlvalorpago               pic 9(11)v99.
       01 sqlpendentes               pic 9(05).
       01 sqltxid                    pic x(25).
       01 sqle2eid                   pic x(32).
       01 sqlpayload                 pic x(256).
       01 sqlarquivo                 pic x(60).
       01 sqldata-pix                pic x(10).
       01 sqloperador                pic x(20).
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
           move ws-operador to sqloperador.
       menugeral.
           display erase at 0101
           display "Cobranca por PIX" at 0101
           display "1.Gerar Cobrancas PIX das Parcelas Abertas" at 0301
           display "2.Processar Recebimentos PIX (arquivo do PSP)"
                   at 0401
           display "3.Criar/Ajustar Tabelas" at 0501
           display "0.Sair" at 0601
           display "Opcao:" at 0701
           initialize opcao
           accept opcao at 0707
           if opcao = 1 go gerando.
           if opcao = 2 go recebendo.
           if opcao = 3 go criartabelas.
           if opcao = 0 go desconectando.
           go menugeral.
      *A cobranca PIX fica na propria parcela (txid, copia e cola e
      *o valor cobrado); PIX_RECEBIDOS guarda cada PIX pelo
      *identificador fim a fim para nunca baixar o mesmo duas vezes.
       criartabelas.
           display erase at 0101
           display "Criar/Ajustar Tabelas do PIX" at 0101
           EXEC SQL
                ALTER TABLE PEDIDO_PARCELAS ADD PIX_TXID CHAR(25)
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1060
                 display "PIX_TXID ja existe." at 0301
              else
                 display "Erro: ALTER PIX_TXID " at 0301
                 display sqlcode at 0331
              end-if
           else
              display "Criou PEDIDO_PARCELAS.PIX_TXID OK." at 0301
           end-if
           EXEC SQL
                ALTER TABLE PEDIDO_PARCELAS ADD PIX_PAYLOAD
                      VARCHAR(256)
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1060
                 display "PIX_PAYLOAD ja existe." at 0401
              else
                 display "Erro: ALTER PIX_PAYLOAD " at 0401
                 display sqlcode at 0431
              end-if
           else
              display "Criou PEDIDO_PARCELAS.PIX_PAYLOAD OK." at 0401
           end-if
           EXEC SQL
                ALTER TABLE PEDIDO_PARCELAS ADD PIX_VALOR
                      DECIMAL(11,2)
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1060
                 display "PIX_VALOR ja existe." at 0501
              else
                 display "Erro: ALTER PIX_VALOR " at 0501
                 display sqlcode at 0531
              end-if
           else
              display "Criou PEDIDO_PARCELAS.PIX_VALOR OK." at 0501
           end-if
           EXEC SQL
                CREATE TABLE PIX_RECEBIDOS
                    (e2eid       char(32),
                     txid        char(25),
                     data        date,
                     valor       decimal(11,2),
                     arquivo     char(60),
                     quando      datetime,
                     primary key (e2eid))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "PIX_RECEBIDOS ja existe." at 0601
              else
                 display "Erro: PIX_RECEBIDOS " at 0601
                 display sqlcode at 0631
              end-if
           else
              display "Criou PIX_RECEBIDOS OK." at 0601
           end-if
           accept espera at 2301
           go menugeral.
      *Cobranca PIX pelo saldo de cada parcela ABERTA: gera para as
      *que ainda nao tem e refaz as que tiveram pagamento parcial
      *desde a ultima geracao. O txid e fixo por parcela.
       gerando.
           display erase at 0101
           display "Gerando Cobrancas PIX..." at 0101
           move "PIX-COBRANCA" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           move zeros to ws-total-geradas
           EXEC SQL
                DECLARE CURSORGERAPIX CURSOR FOR
                   SELECT P.CODIGO_PEDIDO, P.PARCELA,
                          P.VALOR - P.VALORPAGO
                     FROM PEDIDOS A, PEDIDO_PARCELAS P
                    WHERE A.STATUS IN ('FATURADO','COBRANCA')
                      AND P.CODIGO_PEDIDO = A.CODIGO
                      AND P.STATUS = 'ABERTO'
                      AND P.VALOR > P.VALORPAGO
                      AND (P.PIX_TXID IS NULL
                           OR IFNULL(P.PIX_VALOR, 0)
                              <> P.VALOR - P.VALORPAGO)
                    ORDER BY P.CODIGO_PEDIDO, P.PARCELA
           END-EXEC
           EXEC SQL
                OPEN CURSORGERAPIX
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go gerando-erro
           end-if.
       gerando-le.
           EXEC SQL
                FETCH CURSORGERAPIX INTO
                       :sqlcodigo-pedido, :sqlparcela, :sqlsaldo
           END-EXEC
           if sqlcode not = 0
              go gerando-fim
           end-if
           move spaces to ws-pix-txid
           string "PED"            delimited by size
                  sqlcodigo-pedido delimited by space
                  "P"              delimited by size
                  sqlparcela       delimited by size
                  into ws-pix-txid
           move sqlsaldo to ws-pix-valor
           call "GeraPayloadPix" using ws-pix-txid
                                       ws-pix-valor
                                       ws-pix-payload
                                       ws-pix-retorno
           if ws-pix-retorno not = "0"
              EXEC SQL
                   CLOSE CURSORGERAPIX
              END-EXEC
              display "PIX.CFG sem a chave do recebedor." at 2101
              accept espera at 2180
              go gerando-erro
           end-if
           move ws-pix-txid to sqltxid
           move ws-pix-payload to sqlpayload
           EXEC SQL
                UPDATE PEDIDO_PARCELAS
                   SET PIX_TXID = :sqltxid,
                       PIX_PAYLOAD = :sqlpayload,
                       PIX_VALOR = :sqlsaldo
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
           END-EXEC
           if sqlcode not = 0
              display "Aviso: cobranca PIX nao gravada" at 1810
              move zeros to sqlcode
              go gerando-le
           end-if
           add 1 to ws-total-geradas
           display "Cobrancas Geradas: " at 0301 ws-total-geradas
           go gerando-le.
       gerando-fim.
           EXEC SQL
                CLOSE CURSORGERAPIX
           END-EXEC
           EXEC SQL
                COMMIT
           END-EXEC
           move "F" to ws-plog-evento
           move ws-total-geradas to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           display "Cobrancas Geradas: " at 0301 ws-total-geradas
           accept espera at 2301
           go menugeral.
       gerando-erro.
           EXEC SQL
                ROLLBACK
           END-EXEC
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go menugeral.
      *Recebimentos do PSP: cada PIX acha a parcela pelo txid, entra
      *em PAGAMENTOS com origem PIX e baixa a parcela pelas mesmas
      *regras do retorno do banco (parcial fica ABERTO, a maior
      *baixa com alerta, pedido sem parcela aberta vira PAGO; titulo
      *PERDA registra a recuperacao e RENEGOCIADO vai para o
      *acordo).
       recebendo.
           display erase at 0101
           display "Processar Recebimentos PIX" at 0101
           display "Arquivo do PSP: " at 0301
           move function current-date(1:8) to ws-data-hoje
           initialize ws-arquivo-nome
           string "PIX_"       delimited by size
                  ws-data-hoje delimited by size
                  ".TXT"       delimited by size
                  into ws-arquivo-nome
           accept ws-arquivo-nome at 0317 with update
           if ws-arquivo-nome = spaces
              go menugeral
           end-if
           open input arquivo-pix
           if fs-arquivo not = "00"
              display "Arquivo do PSP nao encontrado." at 2101
              accept espera at 2180
              go menugeral
           end-if
           move ws-arquivo-nome to sqlarquivo
           move "PIX-RECEBIMENTO" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           initialize ws-relatorio-nome
           string "PIX_PROCESSADO_" delimited by size
                  ws-data-hoje      delimited by size
                  ".TXT"            delimited by size
                  into ws-relatorio-nome
           open output relatorio-pix
           initialize ws-linha-relatorio
           string "Processamento de Recebimentos PIX - "
                                   delimited by size
                  ws-arquivo-nome  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-total-lidos ws-total-pagos
                         ws-total-parciais ws-total-amaior
                         ws-total-duplicados ws-total-sem-titulo
                         ws-total-renegociados ws-total-recuperados.
       recebendo-le.
           read arquivo-pix into ws-linha-arquivo at end
              go recebendo-fim
           end-read
           if ws-linha-arquivo = spaces
              go recebendo-le
           end-if
           if ws-linha-arquivo(1:1) = "*"
              go recebendo-le
           end-if
           add 1 to ws-total-lidos
           display "PIX Lidos: " at 0501 ws-total-lidos
           move spaces to ws-campo-e2eid ws-campo-txid ws-campo-data
                          ws-campo-valor
           unstring ws-linha-arquivo delimited by ";"
                    into ws-campo-e2eid
                         ws-campo-txid
                         ws-campo-data
                         ws-campo-valor
           end-unstring
           compute sqlvalorpago = function numval (ws-campo-valor)
                on size error move zeros to sqlvalorpago
           end-compute
           move ws-campo-e2eid to sqle2eid
           move ws-campo-txid to sqltxid
           move spaces to sqldata-pix
           string ws-campo-data(1:4) "-" ws-campo-data(5:2) "-"
                  ws-campo-data(7:2) delimited by size
                  into sqldata-pix
           EXEC SQL
                INSERT INTO PIX_RECEBIDOS
                       (e2eid, txid, data, valor, arquivo, quando)
                VALUES
                       (:sqle2eid,
                        :sqltxid,
                        :sqldata-pix,
                        :sqlvalorpago,
                        :sqlarquivo,
                        NOW())
           END-EXEC
           if sqlcode = -1062
              add 1 to ws-total-duplicados
              initialize ws-linha-relatorio
              string sqle2eid delimited by size
                     " | PIX JA PROCESSADO" delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              move zeros to sqlcode
              go recebendo-le
           end-if
           if sqlcode not = 0
                display "Erro: Nao conseguiu INSERT " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go recebendo-fim
           end-if
           EXEC SQL
                SELECT P.CODIGO_PEDIDO, P.PARCELA, P.STATUS,
                       P.VALOR, P.VALORPAGO, A.STATUS
                  INTO :sqlcodigo-pedido, :sqlparcela,
                       :sqlstatus-parcela, :sqlvalor-parcela,
                       :sqlpago-parcela, :sqlstatus-pedido
                  FROM PEDIDO_PARCELAS P, PEDIDOS A
                 WHERE P.PIX_TXID = :sqltxid
                   AND A.CODIGO = P.CODIGO_PEDIDO
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0
              add 1 to ws-total-sem-titulo
              initialize ws-linha-relatorio
              string sqltxid delimited by size
                     " | TXID SEM PARCELA" delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              perform alerta-sem-titulo
              move zeros to sqlcode
              go recebendo-le
           end-if
           if sqlstatus-parcela = "RENEGOCIADO"
              perform recusar-renegociado
              go recebendo-le
           end-if
           EXEC SQL
                INSERT INTO PAGAMENTOS
                       (codigo_pedido, parcela, quando,
                        ocorrencia, valorpago, origem)
                VALUES
                       (:sqlcodigo-pedido,
                        :sqlparcela,
                        NOW(),
                        '00',
                        :sqlvalorpago,
                        'PIX')
           END-EXEC
           if sqlcode not = 0
              display "Aviso: PAGAMENTOS nao gravado" at 1810
              move zeros to sqlcode
           end-if
           if sqlstatus-parcela = "PERDA"
              perform baixar-parcela-perda
                      thru baixar-parcela-perda-fim
           else
              perform baixar-parcela-pix thru baixar-parcela-pix-fim
           end-if
           go recebendo-le.
       baixar-parcela-pix.
           compute sqlpago-parcela =
                   sqlpago-parcela + sqlvalorpago
           if sqlpago-parcela < sqlvalor-parcela
              move "ABERTO" to sqlstatus-parcela
           else
              move "PAGO" to sqlstatus-parcela
           end-if
           EXEC SQL
                UPDATE PEDIDO_PARCELAS
                   SET STATUS = :sqlstatus-parcela,
                       VALORPAGO = :sqlpago-parcela
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
                 LIMIT 1
           END-EXEC
           move sqlvalor-parcela to ws-valor-esperado-edit
           move sqlpago-parcela  to ws-valor-pago-edit
           initialize ws-linha-relatorio
           string sqlcodigo-pedido delimited by size
                  "/"           delimited by size
                  sqlparcela    delimited by size
                  " | Esperado " delimited by size
                  ws-valor-esperado-edit delimited by size
                  " | Pago "    delimited by size
                  ws-valor-pago-edit delimited by size
                  into ws-linha-relatorio
           if sqlstatus-parcela = "ABERTO"
              add 1 to ws-total-parciais
              string ws-linha-relatorio(1:75) delimited by size
                     " | PARCIAL"             delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go baixar-parcela-pix-fim
           end-if
           add 1 to ws-total-pagos
           if sqlpago-parcela > sqlvalor-parcela
              add 1 to ws-total-amaior
              string ws-linha-relatorio(1:75) delimited by size
                     " | *PAGO A MAIOR*"      delimited by size
                     into ws-linha-relatorio
              perform alerta-pago-a-maior
           end-if
           perform verificar-pedido-quitado
           if sqlpendentes = zeros
              string ws-linha-relatorio(1:93) delimited by size
                     " | PEDIDO QUITADO"      delimited by size
                     into ws-linha-relatorio
           end-if
           perform gravar-relatorio.
       baixar-parcela-pix-fim.
           exit.
      *Titulo baixado como perda continua PERDA: o valor soma em
      *VALORPAGO e a recuperacao fica registrada na mesma transacao
      *(RegistraRecuperacao, como no retorno do banco), que so
      *passa a PAGO o titulo coberto por inteiro.
       baixar-parcela-perda.
           compute sqlpago-parcela =
                   sqlpago-parcela + sqlvalorpago
           EXEC SQL
                UPDATE PEDIDO_PARCELAS
                   SET VALORPAGO = :sqlpago-parcela
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0
              display "Aviso: VALORPAGO nao atualizado" at 1810
              move zeros to sqlcode
              go baixar-parcela-perda-fim
           end-if
           call "RegistraRecuperacao" using sqlcodigo-pedido
                                            sqlparcela
                                            sqloperador
                                            ws-recup-valor
                                            ws-recup-status
                                            ws-recup-retorno
           if ws-recup-retorno = "9"
              display "Aviso: RECUPERACOES nao gravada" at 1810
              move zeros to sqlcode
           end-if
           add 1 to ws-total-recuperados
           move sqlvalor-parcela to ws-valor-esperado-edit
           move sqlpago-parcela  to ws-valor-pago-edit
           initialize ws-linha-relatorio
           string sqlcodigo-pedido delimited by size
                  "/"           delimited by size
                  sqlparcela    delimited by size
                  " | Esperado " delimited by size
                  ws-valor-esperado-edit delimited by size
                  " | Pago "    delimited by size
                  ws-valor-pago-edit delimited by size
                  into ws-linha-relatorio
           move ws-recup-valor to ws-valor-pago-edit
           string ws-linha-relatorio(1:75) delimited by size
                  " | PERDA RECUPERADA "   delimited by size
                  ws-valor-pago-edit       delimited by size
                  into ws-linha-relatorio
           if ws-recup-status = "PAGO"
              perform verificar-pedido-quitado
              if sqlpendentes = zeros
                 string ws-linha-relatorio(1:95) delimited by size
                        " | PEDIDO QUITADO"      delimited by size
                        into ws-linha-relatorio
              end-if
           end-if
           perform gravar-relatorio.
       baixar-parcela-perda-fim.
           exit.
      *Parcela renegociada nao e baixada pelo PIX nem entra no
      *PAGAMENTOS: o valor vai para a parcela do acordo
      *(RenegociaDivida, pagamento de parcela do acordo), que lanca
      *o PAGAMENTOS contra os titulos originais. Fica no relatorio
      *com o alerta para o financeiro aplicar.
       recusar-renegociado.
           add 1 to ws-total-renegociados
           move sqlvalorpago to ws-valor-pago-edit
           initialize ws-linha-relatorio
           string sqlcodigo-pedido   delimited by size
                  "/"                delimited by size
                  sqlparcela         delimited by size
                  " | Pago "         delimited by size
                  ws-valor-pago-edit delimited by size
                  " | PARCELA RENEGOCIADA - APLICAR NO ACORDO"
                                     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move "PIX-RECEBIMENTO" to ws-alerta-job
           move "A" to ws-alerta-severidade
           initialize ws-alerta-mensagem
           string "PIX EM PARCELA RENEGOCIADA " delimited by size
                  sqlcodigo-pedido              delimited by size
                  "/"                           delimited by size
                  sqlparcela                    delimited by size
                  into ws-alerta-mensagem
           move spaces to ws-alerta-classe
           move sqlvalorpago to ws-alerta-valor
           call "GravaAlerta" using ws-alerta-job
                                    ws-alerta-severidade
                                    ws-alerta-mensagem
                                    ws-alerta-classe
                                    ws-alerta-valor.
       alerta-pago-a-maior.
           move "PIX-RECEBIMENTO" to ws-alerta-job
           move "A" to ws-alerta-severidade
           initialize ws-alerta-mensagem
           string "PAGAMENTO A MAIOR PEDIDO " delimited by size
                  sqlcodigo-pedido            delimited by size
                  " PARCELA "                 delimited by size
                  sqlparcela                  delimited by size
                  into ws-alerta-mensagem
           move spaces to ws-alerta-classe
           move zeros to ws-alerta-valor
           call "GravaAlerta" using ws-alerta-job
                                    ws-alerta-severidade
                                    ws-alerta-mensagem
                                    ws-alerta-classe
                                    ws-alerta-valor.
       alerta-sem-titulo.
           move "PIX-RECEBIMENTO" to ws-alerta-job
           move "A" to ws-alerta-severidade
           initialize ws-alerta-mensagem
           string "PIX SEM PARCELA TXID " delimited by size
                  sqltxid                 delimited by size
                  into ws-alerta-mensagem
           move spaces to ws-alerta-classe
           move zeros to ws-alerta-valor
           call "GravaAlerta" using ws-alerta-job
                                    ws-alerta-severidade
                                    ws-alerta-mensagem
                                    ws-alerta-classe
                                    ws-alerta-valor.
       verificar-pedido-quitado.
           move zeros to sqlpendentes
           EXEC SQL
                SELECT COUNT(*) INTO :sqlpendentes
                  FROM PEDIDO_PARCELAS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND STATUS <> 'PAGO'
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              move 99 to sqlpendentes
              move zeros to sqlcode
           end-if
           if sqlpendentes = zeros
              EXEC SQL
                   UPDATE PEDIDOS
                      SET STATUS = 'PAGO'
                    WHERE CODIGO = :sqlcodigo-pedido
                    LIMIT 1
              END-EXEC
              EXEC SQL
                   INSERT INTO PEDIDOS_STATUS_HIST
                          (codigo_pedido, status_de, status_para,
                           quando, programa, operador)
                   VALUES
                          (:sqlcodigo-pedido,
                           :sqlstatus-pedido,
                           'PAGO',
                           NOW(),
                           'CobrancaPix',
                           :sqloperador)
              END-EXEC
              move zeros to sqlcode
           end-if.
       recebendo-fim.
           close arquivo-pix
           EXEC SQL
                COMMIT
           END-EXEC
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "PIX Lidos........: " delimited by size
                  ws-total-lidos        delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Pagos............: " delimited by size
                  ws-total-pagos        delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Parciais.........: " delimited by size
                  ws-total-parciais     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Pagos a Maior....: " delimited by size
                  ws-total-amaior       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Duplicados.......: " delimited by size
                  ws-total-duplicados   delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Sem Parcela......: " delimited by size
                  ws-total-sem-titulo   delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Renegociadas.....: " delimited by size
                  ws-total-renegociados delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Perdas Recuperad.: " delimited by size
                  ws-total-recuperados  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-pix

           move "F" to ws-plog-evento
           move ws-total-pagos to ws-plog-registros
           if ws-total-sem-titulo > 0 or ws-total-renegociados > 0
              move "ERRO" to ws-plog-status
           else
              move "OK" to ws-plog-status
           end-if
           perform gravar-processlog
           move "PIX_PROCESSADO" to ws-cat-nome
           move ws-total-pagos to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Pagos......: " at 0601 ws-total-pagos
           display "Parciais...: " at 0701 ws-total-parciais
           display "Duplicados.: " at 0801 ws-total-duplicados
           display "Sem Parcela: " at 0901 ws-total-sem-titulo
           display "Renegociad.: " at 1001 ws-total-renegociados
           display "Recuperad..: " at 1101 ws-total-recuperados
           display "Relatorio..: " at 1201 ws-relatorio-nome
           accept espera at 2301
           go menugeral.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio.
       gravar-processlog.
           call "GravaProcessLog" using ws-plog-job
                                        ws-plog-evento
                                        ws-plog-registros
                                        ws-plog-status.
       desconectando.
           EXEC SQL
                DISCONNECT all
           END-EXEC
           display "DisconnectOK= CONEXAO" at 2301
           accept espera at 2401
           exit program
           stop run.
       end program CobrancaPix.
