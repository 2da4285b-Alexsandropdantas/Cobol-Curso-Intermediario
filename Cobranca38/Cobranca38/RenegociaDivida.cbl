      $SET SQL()
       identification division.
       program-id. RenegociaDivida.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       data division.
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 linha                     pic 9(02).
       01 ws-confirma                pic x(01).
       01 ws-operador                pic x(20).
       01 ws-login-codigo            pic 9(03) value zeros.
       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
       01 ws-data-hoje               pic 9(08).
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
       01 ws-saldo-edit              pic zzz.zzz.zz9,99.
       01 ws-encargo-edit            pic zzz.zz9,99.
      *Titulos vencidos do cliente que entram no acordo: saldo
      *devedor mais os juros e a multa da ultima etapa da regua.
       01 ws-max-itens               pic 9(03) value 60.
       01 ws-qtd-itens               pic 9(03).
       01 ws-indice                  pic 9(03).
       01 ws-itens.
          02 ws-item occurs 60 times.
             03 ws-item-pedido       pic x(10).
             03 ws-item-parcela      pic 9(02).
             03 ws-item-vencimento   pic x(10).
             03 ws-item-saldo        pic 9(11)v99.
             03 ws-item-juros        pic 9(09)v99.
             03 ws-item-multa        pic 9(09)v99.
       01 ws-principal               pic 9(11)v99.
       01 ws-encargos                pic 9(11)v99.
       01 ws-total-acordo            pic 9(11)v99.
       01 ws-restante                pic 9(11)v99.
       01 ws-aplicar                 pic 9(11)v99.
       01 ws-ultimo-pedido           pic x(10).
       01 ws-ultima-parcela          pic 9(02).
       01 ws-acordo-numero           pic 9(06).
       01 ws-seq-nome                pic x(20).
       01 ws-seq-codigo              pic x(10).
       01 ws-seq-retorno             pic x(01).
       01 ws-parc-condpagto          pic x(03).
       01 ws-parc-valor              pic 9(09)v99.
       01 ws-parc-data-base          pic 9(08).
       01 ws-parc-uf                 pic x(02).
       01 ws-parc-qtd                pic 9(02).
       01 ws-parc-cronograma.
          02 ws-parc-item occurs 6 times.
             03 ws-parc-vencimento   pic 9(08).
             03 ws-parc-valor-item   pic 9(09)v99.
       01 ws-parc-retorno            pic x(01).
       01 ws-indice-parcela          pic 9(02).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlcliente                 pic x(10).
       01 sqlnome-cliente            pic x(50).
       01 sqluf-cliente              pic x(02).
       01 sqlcodigo-pedido           pic x(10).
       01 sqlparcela                 pic 9(02).
       01 sqlvencimento              pic x(10).
       01 sqlvalor-parcela           pic 9(09)v99.
       01 sqlpago-parcela            pic 9(11)v99.
       01 sqlsaldo                   pic 9(11)v99.
       01 sqljuros                   pic 9(09)v99.
       01 sqlmulta                   pic 9(09)v99.
       01 sqlacordo                  pic 9(06).
       01 sqlprincipal               pic 9(11)v99.
       01 sqlencargos                pic 9(11)v99.
       01 sqltotal                   pic 9(11)v99.
       01 sqlcondpagto               pic x(03).
       01 sqlqtd-parcelas            pic 9(02).
       01 sqlstatus                  pic x(10).
       01 sqlquando                  pic x(19).
       01 sqlvalor                   pic 9(11)v99.
       01 sqlvalorpago               pic 9(11)v99.
       01 sqlqtd                     pic 9(05).
       01 sqloperador                pic x(20).
       01 sqloperador-pagto          pic x(03).
       01 sqlaplicado                pic 9(11)v99.
       01 sqlpostado                 pic 9(11)v99.
       01 sqlpendentes               pic 9(05).
       01 sqlstatus-pedido           pic x(10).
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
           display "Renegociacao de Dividas (Acordos)" at 0101
           display "1.Novo Acordo" at 0301
           display "2.Consultar Acordo" at 0401
           display "3.Pagamento de Parcela do Acordo" at 0501
           display "4.Romper Acordo (reabre titulos)" at 0601
           display "5.Criar Tabelas" at 0701
           display "0.Sair" at 0801
           display "Opcao:" at 0901
           initialize opcao
           accept opcao at 0907
           if opcao = 1 go novo-acordo.
           if opcao = 2 go consultar-acordo.
           if opcao = 3 go pagar-parcela.
           if opcao = 4 go romper-acordo.
           if opcao = 5 go criartabelas.
           if opcao = 0 go desconectando.
           go menugeral.
      *ACORDOS: cabecalho (ATIVO, QUITADO ou ROMPIDO); ACORDO_ITENS:
      *titulos originais renegociados; ACORDO_PARCELAS: novo
      *cronograma. As parcelas originais ficam RENEGOCIADO.
       criartabelas.
           display erase at 0101
           display "Criar Tabelas de Acordos" at 0101
           EXEC SQL
                CREATE TABLE ACORDOS
                    (numero         int,
                     codigo_cliente char(10),
                     quando         datetime,
                     principal      decimal(13,2),
                     encargos       decimal(13,2),
                     total          decimal(13,2),
                     condpagto      char(03),
                     parcelas       int,
                     status         char(10),
                     operador       char(20),
                     encerrado      datetime,
                     primary key    (numero))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "ACORDOS ja existe." at 0301
              else
                 display "Erro: ACORDOS " at 0301
                 display sqlcode at 0331
              end-if
           else
              display "Criou ACORDOS OK." at 0301
           end-if
           EXEC SQL
                CREATE TABLE ACORDO_ITENS
                    (numero         int,
                     codigo_pedido  char(10),
                     parcela        int,
                     vencimento     date,
                     saldo          decimal(11,2),
                     juros          decimal(11,2),
                     multa          decimal(11,2),
                     primary key    (numero, codigo_pedido, parcela))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "ACORDO_ITENS ja existe." at 0401
              else
                 display "Erro: ACORDO_ITENS " at 0401
                 display sqlcode at 0431
              end-if
           else
              display "Criou ACORDO_ITENS OK." at 0401
           end-if
           EXEC SQL
                CREATE TABLE ACORDO_PARCELAS
                    (numero         int,
                     parcela        int,
                     vencimento     date,
                     valor          decimal(11,2),
                     valorpago      decimal(11,2),
                     status         char(10),
                     primary key    (numero, parcela))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "ACORDO_PARCELAS ja existe." at 0501
              else
                 display "Erro: ACORDO_PARCELAS " at 0501
                 display sqlcode at 0531
              end-if
           else
              display "Criou ACORDO_PARCELAS OK." at 0501
           end-if
           accept espera at 2301
           go menugeral.
      *Novo acordo: junta todos os titulos vencidos do cliente,
      *mostra principal e encargos e gera o cronograma pela
      *condicao de pagamento escolhida (CalculaParcelas).
       novo-acordo.
           display erase at 0101
           display "Novo Acordo de Renegociacao" at 0101
           display "Cliente (branco=sair): " at 0301
           move spaces to sqlcliente
           accept sqlcliente at 0324
           if sqlcliente = spaces
              go menugeral
           end-if
           move spaces to sqlnome-cliente sqluf-cliente
           EXEC SQL
                SELECT NOME, ESTADO
                  INTO :sqlnome-cliente, :sqluf-cliente
                  FROM CLIENTES
                 WHERE CODIGO = :sqlcliente
           END-EXEC
           if sqlcode not = 0
              display "Cliente nao encontrado" at 2101
              accept espera at 2180
              go novo-acordo
           end-if
           display sqlnome-cliente at 0336
           move zeros to ws-qtd-itens ws-principal ws-encargos
           initialize ws-itens
           EXEC SQL
                DECLARE CURSORVENCIDOS CURSOR FOR
                   SELECT A.CODIGO, P.PARCELA, P.VENCIMENTO,
                          P.VALOR, P.VALORPAGO
                     FROM PEDIDOS A, PEDIDO_PARCELAS P
                    WHERE A.CODIGO_CLIENTE = :sqlcliente
                      AND A.STATUS IN ('FATURADO','COBRANCA')
                      AND P.CODIGO_PEDIDO = A.CODIGO
                      AND P.STATUS = 'ABERTO'
                      AND P.VENCIMENTO < CURDATE()
                    ORDER BY P.VENCIMENTO, A.CODIGO, P.PARCELA
           END-EXEC
           EXEC SQL
                OPEN CURSORVENCIDOS
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go menugeral
           end-if
           display "Titulo        Vencimento Saldo" at 0501
           display "          Juros      Multa" at 0531
           move 6 to linha.
       novo-acordo-le.
           EXEC SQL
                FETCH CURSORVENCIDOS INTO
                       :sqlcodigo-pedido,
                       :sqlparcela,
                       :sqlvencimento,
                       :sqlvalor-parcela,
                       :sqlpago-parcela
           END-EXEC
           if sqlcode not = 0
              go novo-acordo-totais
           end-if
           if ws-qtd-itens >= ws-max-itens
              display "Limite de titulos por acordo atingido." at 2101
              go novo-acordo-totais
           end-if
           compute sqlsaldo = sqlvalor-parcela - sqlpago-parcela
           if sqlsaldo = zeros
              go novo-acordo-le
           end-if
           perform buscar-encargos
           add 1 to ws-qtd-itens
           move sqlcodigo-pedido to ws-item-pedido(ws-qtd-itens)
           move sqlparcela to ws-item-parcela(ws-qtd-itens)
           move sqlvencimento to ws-item-vencimento(ws-qtd-itens)
           move sqlsaldo to ws-item-saldo(ws-qtd-itens)
           move sqljuros to ws-item-juros(ws-qtd-itens)
           move sqlmulta to ws-item-multa(ws-qtd-itens)
           add sqlsaldo to ws-principal
           compute ws-encargos = ws-encargos + sqljuros + sqlmulta
           display sqlcodigo-pedido at line linha column 01
           display "/" at line linha column 11
           display sqlparcela at line linha column 12
           display sqlvencimento at line linha column 15
           move sqlsaldo to ws-saldo-edit
           display ws-saldo-edit at line linha column 26
           move sqljuros to ws-encargo-edit
           display ws-encargo-edit at line linha column 41
           move sqlmulta to ws-encargo-edit
           display ws-encargo-edit at line linha column 52
           add 1 to linha
           if linha >= 18
              display "Enter para proxima tela." at 2301
              accept espera at 2325
              display erase at 0601
              move 6 to linha
           end-if
           go novo-acordo-le.
      *Encargos ja apurados pela ReguaCobranca na etapa mais recente
      *do titulo; sem etapa registrada, nao ha encargo.
       buscar-encargos.
           move zeros to sqljuros sqlmulta
           EXEC SQL
                SELECT IFNULL(JUROS,0), IFNULL(MULTA,0)
                  INTO :sqljuros, :sqlmulta
                  FROM COBRANCA_ETAPAS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
                 ORDER BY QUANDO DESC
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0
              move zeros to sqljuros sqlmulta
              move zeros to sqlcode
           end-if.
       novo-acordo-totais.
           EXEC SQL
                CLOSE CURSORVENCIDOS
           END-EXEC
           if ws-qtd-itens = zeros
              display "Cliente sem titulos vencidos." at 2101
              accept espera at 2180
              go menugeral
           end-if
           compute ws-total-acordo = ws-principal + ws-encargos
           move ws-principal to ws-valor-edit
           display "Principal..: " at 1801 ws-valor-edit
           move ws-encargos to ws-valor-edit
           display "Encargos...: " at 1841 ws-valor-edit
           move ws-total-acordo to ws-valor-edit
           display "Total......: " at 1901 ws-valor-edit
           display "Condicao de Pagamento do Acordo: " at 2001
           move spaces to ws-parc-condpagto
           accept ws-parc-condpagto at 2034
           move function current-date(1:8) to ws-data-hoje
           move ws-total-acordo to ws-parc-valor
           move ws-data-hoje to ws-parc-data-base
           move sqluf-cliente to ws-parc-uf
           call "CalculaParcelas" using ws-parc-condpagto
                                        ws-parc-valor
                                        ws-parc-data-base
                                        ws-parc-uf
                                        ws-parc-qtd
                                        ws-parc-cronograma
                                        ws-parc-retorno
           if ws-parc-retorno not = "0"
              display "Condicao inexistente: 1 parcela a 28 dias."
                      at 2101
           end-if
           display "Parcelas do acordo: " at 2041 ws-parc-qtd
           display "Confirma o acordo (S/N)? " at 2201
           move "N" to ws-confirma
           accept ws-confirma at 2226
           if ws-confirma not = "S" and ws-confirma not = "s"
              go menugeral
           end-if
           move "ACORDO" to ws-seq-nome
           call "NextNumber" using ws-seq-nome
                                   ws-seq-codigo
                                   ws-seq-retorno
           if ws-seq-retorno not = "0"
              display "Erro: sem numero de acordo (SEQUENCIAS)"
                      at 2101
              accept espera at 2180
              go menugeral
           end-if
           compute ws-acordo-numero =
                   function numval (ws-seq-codigo)
                on size error move zeros to ws-acordo-numero
           end-compute
           move ws-acordo-numero to sqlacordo
           move ws-principal to sqlprincipal
           move ws-encargos to sqlencargos
           move ws-total-acordo to sqltotal
           move ws-parc-condpagto to sqlcondpagto
           move ws-parc-qtd to sqlqtd-parcelas
           EXEC SQL
                INSERT INTO ACORDOS
                       (numero, codigo_cliente, quando, principal,
                        encargos, total, condpagto, parcelas,
                        status, operador)
                VALUES
                       (:sqlacordo,
                        :sqlcliente,
                        NOW(),
                        :sqlprincipal,
                        :sqlencargos,
                        :sqltotal,
                        :sqlcondpagto,
                        :sqlqtd-parcelas,
                        'ATIVO',
                        :sqloperador)
           END-EXEC
           if sqlcode not = 0
              go novo-acordo-erro
           end-if
           move 1 to ws-indice.
       novo-acordo-itens.
           if ws-indice > ws-qtd-itens
              go novo-acordo-cronograma
           end-if
           move ws-item-pedido(ws-indice) to sqlcodigo-pedido
           move ws-item-parcela(ws-indice) to sqlparcela
           move ws-item-vencimento(ws-indice) to sqlvencimento
           move ws-item-saldo(ws-indice) to sqlsaldo
           move ws-item-juros(ws-indice) to sqljuros
           move ws-item-multa(ws-indice) to sqlmulta
           EXEC SQL
                INSERT INTO ACORDO_ITENS
                       (numero, codigo_pedido, parcela, vencimento,
                        saldo, juros, multa)
                VALUES
                       (:sqlacordo,
                        :sqlcodigo-pedido,
                        :sqlparcela,
                        :sqlvencimento,
                        :sqlsaldo,
                        :sqljuros,
                        :sqlmulta)
           END-EXEC
           if sqlcode not = 0
              go novo-acordo-erro
           end-if
      *    So troca o status se o titulo ainda esta ABERTO: um
      *    pagamento entrando ao mesmo tempo derruba o acordo.
           EXEC SQL
                UPDATE PEDIDO_PARCELAS
                   SET STATUS = 'RENEGOCIADO'
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
                   AND STATUS = 'ABERTO'
           END-EXEC
           if sqlcode not = 0 or sqlerrd(3) = 0
              go novo-acordo-erro
           end-if
           add 1 to ws-indice
           go novo-acordo-itens.
       novo-acordo-cronograma.
           move 1 to ws-indice-parcela.
       novo-acordo-cronograma-grava.
           if ws-indice-parcela > ws-parc-qtd
              go novo-acordo-fim
           end-if
           move ws-indice-parcela to sqlparcela
           move spaces to sqlvencimento
           string ws-parc-vencimento(ws-indice-parcela)(1:4) "-"
                  ws-parc-vencimento(ws-indice-parcela)(5:2) "-"
                  ws-parc-vencimento(ws-indice-parcela)(7:2)
                  delimited by size
                  into sqlvencimento
           move ws-parc-valor-item(ws-indice-parcela) to sqlvalor
           EXEC SQL
                INSERT INTO ACORDO_PARCELAS
                       (numero, parcela, vencimento, valor,
                        valorpago, status)
                VALUES
                       (:sqlacordo,
                        :sqlparcela,
                        :sqlvencimento,
                        :sqlvalor,
                        0,
                        'ABERTO')
           END-EXEC
           if sqlcode not = 0
              go novo-acordo-erro
           end-if
           add 1 to ws-indice-parcela
           go novo-acordo-cronograma-grava.
       novo-acordo-fim.
           EXEC SQL
                COMMIT
           END-EXEC
           move "ACORDO-RENEGOCIACAO" to ws-plog-job
           move "F" to ws-plog-evento
           move ws-qtd-itens to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           display erase at 1801
           display "Acordo gravado: " at 1801 ws-acordo-numero
           display "Titulos renegociados: " at 1901 ws-qtd-itens
           accept espera at 2301
           go menugeral.
       novo-acordo-erro.
           display "Erro ao gravar o acordo " at 1510
           display sqlcode at 1610
           display sqlerrmc at 1710
           EXEC SQL
                ROLLBACK
           END-EXEC
           move "ACORDO-RENEGOCIACAO" to ws-plog-job
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           accept espera at 2301
           go menugeral.
       ler-acordo.
           move spaces to sqlcliente sqlstatus sqlquando sqlcondpagto
           move zeros to sqlprincipal sqlencargos sqltotal
                         sqlqtd-parcelas
           EXEC SQL
                SELECT CODIGO_CLIENTE, STATUS, QUANDO, PRINCIPAL,
                       ENCARGOS, TOTAL, CONDPAGTO, PARCELAS
                  INTO :sqlcliente, :sqlstatus, :sqlquando,
                       :sqlprincipal, :sqlencargos, :sqltotal,
                       :sqlcondpagto, :sqlqtd-parcelas
                  FROM ACORDOS
                 WHERE NUMERO = :sqlacordo
           END-EXEC.
       consultar-acordo.
           display erase at 0101
           display "Consultar Acordo" at 0101
           display "Numero do Acordo (0=sair): " at 0301
           move zeros to sqlacordo
           accept sqlacordo at 0328
           if sqlacordo = zeros
              go menugeral
           end-if
           perform ler-acordo
           if sqlcode not = 0
              display "Acordo nao encontrado" at 2101
              accept espera at 2180
              go consultar-acordo
           end-if
           display "Cliente: " at 0401 sqlcliente
           display "Status: " at 0425 sqlstatus
           display "Data: " at 0445 sqlquando
           move sqlprincipal to ws-valor-edit
           display "Principal: " at 0501 ws-valor-edit
           move sqlencargos to ws-valor-edit
           display "Encargos: " at 0530 ws-valor-edit
           move sqltotal to ws-valor-edit
           display "Total: " at 0558 ws-valor-edit
           EXEC SQL
                DECLARE CURSORACPARC CURSOR FOR
                   SELECT PARCELA, VENCIMENTO, VALOR, VALORPAGO,
                          STATUS
                     FROM ACORDO_PARCELAS
                    WHERE NUMERO = :sqlacordo
                    ORDER BY PARCELA
           END-EXEC
           EXEC SQL
                OPEN CURSORACPARC
           END-EXEC
           display "Pc Vencimento Valor          Pago" at 0701
           display "           Status" at 0735
           move 8 to linha.
       consultar-acordo-le.
           EXEC SQL
                FETCH CURSORACPARC INTO
                       :sqlparcela, :sqlvencimento, :sqlvalor,
                       :sqlvalorpago, :sqlstatus
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORACPARC
              END-EXEC
              go consultar-acordo-itens
           end-if
           display sqlparcela at line linha column 01
           display sqlvencimento at line linha column 04
           move sqlvalor to ws-valor-edit
           display ws-valor-edit at line linha column 15
           move sqlvalorpago to ws-saldo-edit
           display ws-saldo-edit at line linha column 30
           display sqlstatus at line linha column 46
           add 1 to linha
           go consultar-acordo-le.
       consultar-acordo-itens.
           add 1 to linha
           display "Titulos renegociados:" at line linha column 01
           add 1 to linha
           EXEC SQL
                DECLARE CURSORACITENS CURSOR FOR
                   SELECT I.CODIGO_PEDIDO, I.PARCELA, I.SALDO,
                          P.STATUS
                     FROM ACORDO_ITENS I, PEDIDO_PARCELAS P
                    WHERE I.NUMERO = :sqlacordo
                      AND P.CODIGO_PEDIDO = I.CODIGO_PEDIDO
                      AND P.PARCELA = I.PARCELA
                    ORDER BY I.CODIGO_PEDIDO, I.PARCELA
           END-EXEC
           EXEC SQL
                OPEN CURSORACITENS
           END-EXEC.
       consultar-acordo-itens-le.
           EXEC SQL
                FETCH CURSORACITENS INTO
                       :sqlcodigo-pedido, :sqlparcela, :sqlsaldo,
                       :sqlstatus
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORACITENS
              END-EXEC
              display "Enter Continua." at 2301
              accept espera at 2325
              go consultar-acordo
           end-if
           if linha >= 22
              display "Enter para proxima tela." at 2301
              accept espera at 2325
              display erase at 0701
              move 7 to linha
           end-if
           display sqlcodigo-pedido at line linha column 01
           display "/" at line linha column 11
           display sqlparcela at line linha column 12
           move sqlsaldo to ws-valor-edit
           display ws-valor-edit at line linha column 15
           display sqlstatus at line linha column 30
           add 1 to linha
           go consultar-acordo-itens-le.
      *Pagamento de parcela do acordo: o dinheiro entra no
      *PAGAMENTOS contra os titulos originais (aplicar-nos-titulos).
      *Com todas as parcelas pagas o acordo fica QUITADO e os
      *titulos originais ficam PAGO.
       pagar-parcela.
           perform assinar
           if ws-login-codigo = zeros
              go menugeral
           end-if
           display erase at 0101
           display "Pagamento de Parcela do Acordo" at 0101
           display "Numero do Acordo (0=sair): " at 0301
           display "Parcela...................: " at 0401
           display "Valor Pago................: " at 0501
           move zeros to sqlacordo sqlparcela sqlvalorpago
           accept sqlacordo at 0329
           if sqlacordo = zeros
              go menugeral
           end-if
           perform ler-acordo
           if sqlcode not = 0 or sqlstatus not = "ATIVO"
              display "Acordo inexistente ou nao ATIVO" at 2101
              accept espera at 2180
              go pagar-parcela
           end-if
           accept sqlparcela at 0429
           accept sqlvalorpago at 0529
           if sqlvalorpago = zeros
              go pagar-parcela
           end-if
           EXEC SQL
                UPDATE ACORDO_PARCELAS
                   SET VALORPAGO = VALORPAGO + :sqlvalorpago,
                       STATUS = IF(VALORPAGO >= VALOR, 'PAGO',
                                   'ABERTO')
                 WHERE NUMERO = :sqlacordo
                   AND PARCELA = :sqlparcela
                   AND STATUS = 'ABERTO'
           END-EXEC
           if sqlcode not = 0 or sqlerrd(3) = 0
              EXEC SQL
                   ROLLBACK
              END-EXEC
              display "Parcela inexistente ou ja paga" at 2101
              accept espera at 2180
              go pagar-parcela
           end-if
           move sqlvalorpago to ws-restante
           perform aplicar-nos-titulos thru aplicar-nos-titulos-fim
           if sqlcode not = 0
              go pagar-parcela-erro
           end-if
           move zeros to sqlqtd
           EXEC SQL
                SELECT COUNT(*) INTO :sqlqtd
                  FROM ACORDO_PARCELAS
                 WHERE NUMERO = :sqlacordo
                   AND STATUS <> 'PAGO'
           END-EXEC
           if sqlcode = 0 and sqlqtd = zeros
              EXEC SQL
                   UPDATE ACORDOS
                      SET STATUS = 'QUITADO',
                          ENCERRADO = NOW()
                    WHERE NUMERO = :sqlacordo
              END-EXEC
              if sqlcode not = 0
                 go pagar-parcela-erro
              end-if
              perform quitar-titulos thru quitar-titulos-fim
              if sqlcode not = 0
                 go pagar-parcela-erro
              end-if
              display "Acordo QUITADO." at 2001
           end-if
           EXEC SQL
                COMMIT
           END-EXEC
           display "Pagamento registrado." at 2101
           accept espera at 2180
           go pagar-parcela.
       pagar-parcela-erro.
           display "Erro ao registrar o pagamento " at 1510
           display sqlcode at 1610
           display sqlerrmc at 1710
           EXEC SQL
                ROLLBACK
           END-EXEC
           accept espera at 2301
           go pagar-parcela.
      *Acordo quitado: os titulos originais ficam PAGO e o pedido
      *sem parcela em aberto fica PAGO, como no AplicaPagamentos.
       quitar-titulos.
           EXEC SQL
                UPDATE PEDIDO_PARCELAS
                   SET STATUS = 'PAGO'
                 WHERE STATUS = 'RENEGOCIADO'
                   AND EXISTS
                       (SELECT 1 FROM ACORDO_ITENS I
                         WHERE I.NUMERO = :sqlacordo
                           AND I.CODIGO_PEDIDO =
                               PEDIDO_PARCELAS.CODIGO_PEDIDO
                           AND I.PARCELA = PEDIDO_PARCELAS.PARCELA)
           END-EXEC
           if sqlcode not = 0
              go quitar-titulos-fim
           end-if
           EXEC SQL
                DECLARE CURSORQUITA CURSOR FOR
                   SELECT DISTINCT CODIGO_PEDIDO
                     FROM ACORDO_ITENS
                    WHERE NUMERO = :sqlacordo
           END-EXEC
           EXEC SQL
                OPEN CURSORQUITA
           END-EXEC
           if sqlcode not = 0
              go quitar-titulos-fim
           end-if.
       quitar-titulos-le.
           EXEC SQL
                FETCH CURSORQUITA INTO :sqlcodigo-pedido
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORQUITA
              END-EXEC
              move zeros to sqlcode
              go quitar-titulos-fim
           end-if
           perform verificar-pedido-quitado
           go quitar-titulos-le.
       quitar-titulos-fim.
           exit.
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
           end-if
           move zeros to sqlcode
           if sqlpendentes = zeros
              move spaces to sqlstatus-pedido
              EXEC SQL
                   SELECT STATUS INTO :sqlstatus-pedido
                     FROM PEDIDOS
                    WHERE CODIGO = :sqlcodigo-pedido
              END-EXEC
              move zeros to sqlcode
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
                           'RenegociaDivida',
                           :sqloperador-pagto)
              END-EXEC
              move zeros to sqlcode
           end-if.
      *Dinheiro do acordo (ws-restante) entra no PAGAMENTOS com
      *ORIGEM ACORDO contra os titulos originais, do mais antigo
      *para o mais novo, ate o saldo de cada um; o que passa do
      *principal (juros e multa do acordo) fica no titulo mais
      *novo, como o pagamento acima do esperado no retorno do
      *banco. VALORPAGO da parcela acompanha o PAGAMENTOS. Erro
      *volta em sqlcode para o chamador desfazer tudo.
       aplicar-nos-titulos.
           move spaces to ws-ultimo-pedido
           move zeros to ws-ultima-parcela
           EXEC SQL
                DECLARE CURSORAPLICA CURSOR FOR
                   SELECT P.CODIGO_PEDIDO, P.PARCELA,
                          GREATEST(P.VALOR - P.VALORPAGO, 0)
                     FROM ACORDO_ITENS I, PEDIDO_PARCELAS P
                    WHERE I.NUMERO = :sqlacordo
                      AND P.CODIGO_PEDIDO = I.CODIGO_PEDIDO
                      AND P.PARCELA = I.PARCELA
                      AND P.STATUS = 'RENEGOCIADO'
                    ORDER BY I.VENCIMENTO, I.CODIGO_PEDIDO,
                             I.PARCELA
           END-EXEC
           EXEC SQL
                OPEN CURSORAPLICA
           END-EXEC
           if sqlcode not = 0
              go aplicar-nos-titulos-fim
           end-if.
       aplicar-nos-titulos-le.
           EXEC SQL
                FETCH CURSORAPLICA INTO
                       :sqlcodigo-pedido, :sqlparcela, :sqlsaldo
           END-EXEC
           if sqlcode = 100
              EXEC SQL
                   CLOSE CURSORAPLICA
              END-EXEC
              go aplicar-nos-titulos-resto
           end-if
           if sqlcode not = 0
              go aplicar-nos-titulos-fim
           end-if
           move sqlcodigo-pedido to ws-ultimo-pedido
           move sqlparcela to ws-ultima-parcela
           if ws-restante = zeros or sqlsaldo = zeros
              go aplicar-nos-titulos-le
           end-if
           if ws-restante > sqlsaldo
              move sqlsaldo to ws-aplicar
           else
              move ws-restante to ws-aplicar
           end-if
           subtract ws-aplicar from ws-restante
           perform lancar-pagamento
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORAPLICA
              END-EXEC
              go aplicar-nos-titulos-fim
           end-if
           go aplicar-nos-titulos-le.
       aplicar-nos-titulos-resto.
           move zeros to sqlcode
           if ws-restante > zeros and ws-ultimo-pedido not = spaces
              move ws-ultimo-pedido to sqlcodigo-pedido
              move ws-ultima-parcela to sqlparcela
              move ws-restante to ws-aplicar
              move zeros to ws-restante
              perform lancar-pagamento
           end-if.
       aplicar-nos-titulos-fim.
           exit.
       lancar-pagamento.
           move ws-aplicar to sqlaplicado
           EXEC SQL
                INSERT INTO PAGAMENTOS
                       (codigo_pedido, parcela, quando,
                        ocorrencia, valorpago, origem, operador)
                VALUES
                       (:sqlcodigo-pedido,
                        :sqlparcela,
                        NOW(),
                        '00',
                        :sqlaplicado,
                        'ACORDO',
                        :sqloperador-pagto)
           END-EXEC
           if sqlcode = 0
              EXEC SQL
                   UPDATE PEDIDO_PARCELAS
                      SET VALORPAGO = VALORPAGO + :sqlaplicado
                    WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                      AND PARCELA = :sqlparcela
              END-EXEC
           end-if.
      *Dinheiro entra no PAGAMENTOS com o codigo de quem registrou,
      *como no AplicaPagamentos: pede o Login uma vez.
       assinar.
           if ws-login-codigo = zeros
              call "Login" using ws-login-codigo
                                 ws-login-nome
                                 ws-login-nivel
                                 ws-login-retorno
              if ws-login-retorno not = "0"
                 move zeros to ws-login-codigo
              end-if
              move ws-login-codigo to sqloperador-pagto
           end-if.
      *Acordo rompido: os titulos originais voltam a ABERTO. O que
      *foi pago no acordo ja abateu os titulos pelo PAGAMENTOS; o
      *pago que ainda nao esta la (acordo pago antes do lancamento
      *no PAGAMENTOS) entra agora do mesmo jeito. Titulo coberto
      *por inteiro fica PAGO.
       romper-acordo.
           perform assinar
           if ws-login-codigo = zeros
              go menugeral
           end-if
           display erase at 0101
           display "Romper Acordo" at 0101
           display "Numero do Acordo (0=sair): " at 0301
           move zeros to sqlacordo
           accept sqlacordo at 0329
           if sqlacordo = zeros
              go menugeral
           end-if
           perform ler-acordo
           if sqlcode not = 0 or sqlstatus not = "ATIVO"
              display "Acordo inexistente ou nao ATIVO" at 2101
              accept espera at 2180
              go romper-acordo
           end-if
           display "Cliente: " at 0401 sqlcliente
           move sqltotal to ws-valor-edit
           display "Total: " at 0425 ws-valor-edit
           display "Confirma o rompimento (S/N)? " at 0601
           move "N" to ws-confirma
           accept ws-confirma at 0630
           if ws-confirma not = "S" and ws-confirma not = "s"
              go romper-acordo
           end-if
           move zeros to sqlvalorpago
           EXEC SQL
                SELECT IFNULL(SUM(VALORPAGO),0)
                  INTO :sqlvalorpago
                  FROM ACORDO_PARCELAS
                 WHERE NUMERO = :sqlacordo
           END-EXEC
           if sqlcode not = 0
              go romper-acordo-erro
           end-if
           move zeros to sqlpostado
           EXEC SQL
                SELECT IFNULL(SUM(G.VALORPAGO),0)
                  INTO :sqlpostado
                  FROM PAGAMENTOS G
                 WHERE G.ORIGEM = 'ACORDO'
                   AND G.QUANDO >= :sqlquando
                   AND EXISTS
                       (SELECT 1 FROM ACORDO_ITENS I
                         WHERE I.NUMERO = :sqlacordo
                           AND I.CODIGO_PEDIDO = G.CODIGO_PEDIDO
                           AND I.PARCELA = G.PARCELA)
           END-EXEC
           if sqlcode not = 0
              go romper-acordo-erro
           end-if
           move zeros to ws-restante
           if sqlvalorpago > sqlpostado
              compute ws-restante = sqlvalorpago - sqlpostado
           end-if
           perform aplicar-nos-titulos thru aplicar-nos-titulos-fim
           if sqlcode not = 0
              go romper-acordo-erro
           end-if
           EXEC SQL
                UPDATE PEDIDO_PARCELAS
                   SET STATUS = IF(VALORPAGO >= VALOR, 'PAGO',
                                   'ABERTO')
                 WHERE STATUS = 'RENEGOCIADO'
                   AND EXISTS
                       (SELECT 1 FROM ACORDO_ITENS I
                         WHERE I.NUMERO = :sqlacordo
                           AND I.CODIGO_PEDIDO =
                               PEDIDO_PARCELAS.CODIGO_PEDIDO
                           AND I.PARCELA = PEDIDO_PARCELAS.PARCELA)
           END-EXEC
           if sqlcode not = 0
              go romper-acordo-erro
           end-if
           move sqlerrd(3) to ws-qtd-itens.
       romper-acordo-fim.
           EXEC SQL
                UPDATE ACORDOS
                   SET STATUS = 'ROMPIDO',
                       ENCERRADO = NOW()
                 WHERE NUMERO = :sqlacordo
           END-EXEC
           if sqlcode not = 0
              go romper-acordo-erro
           end-if
           EXEC SQL
                UPDATE ACORDO_PARCELAS
                   SET STATUS = 'CANCELADO'
                 WHERE NUMERO = :sqlacordo
                   AND STATUS = 'ABERTO'
           END-EXEC
           EXEC SQL
                COMMIT
           END-EXEC
           move "ACORDO-ROMPIMENTO" to ws-plog-job
           move "F" to ws-plog-evento
           move ws-qtd-itens to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           display "Acordo ROMPIDO. Titulos reabertos: " at 2001
                   ws-qtd-itens
           accept espera at 2301
           go menugeral.
       romper-acordo-erro.
           display "Erro ao romper o acordo " at 1510
           display sqlcode at 1610
           display sqlerrmc at 1710
           EXEC SQL
                ROLLBACK
           END-EXEC
           accept espera at 2301
           go menugeral.
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
       end program RenegociaDivida.
