      $SET SQL()
       identification division.
       program-id. BaixaPerdas.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select relatorio-pdd assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       file section.
       fd relatorio-pdd
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 ws-operador                pic x(20).
       01 ws-login-codigo            pic 9(03) value zeros.
       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-periodo                 pic 9(06).
       01 ws-data-corte              pic 9(08).
       01 ws-data-corte-x            pic x(10).
       01 ws-data-inicial            pic x(10).
       01 ws-data-final              pic x(10).
       01 ws-integer-corte           pic 9(09).
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
       01 ws-total-edit              pic z.zzz.zzz.zz9,99.
       01 ws-pct-edit                pic zz9,99.
       01 ws-saldo                   pic 9(11)v99.
       01 ws-faixa                   pic 9(01).
       01 ws-indice                  pic 9(01).
       01 ws-total-saldo             pic 9(13)v99.
       01 ws-total-provisao          pic 9(13)v99.
       01 ws-total-titulos           pic 9(05).
       01 ws-total-recuperados       pic 9(05).
       01 ws-recup-valor             pic 9(11)v99.
       01 ws-recup-status            pic x(10).
       01 ws-recup-retorno           pic x(01).
      *Faixas de atraso da provisao (PDD) em dias corridos na data
      *de corte e o percentual provisionado sobre o saldo de cada
      *faixa; titulo baixado como perda sai da base.
       01 ws-faixas.
          02 ws-faixa-tab occurs 6 times.
             03 ws-faixa-qtd        pic 9(05).
             03 ws-faixa-saldo      pic 9(13)v99.
             03 ws-faixa-provisao   pic 9(13)v99.
       01 ws-nomes-faixas.
          02 filler pic x(20) value "a vencer".
          02 filler pic x(20) value "01-30 dias".
          02 filler pic x(20) value "31-60 dias".
          02 filler pic x(20) value "61-90 dias".
          02 filler pic x(20) value "91-180 dias".
          02 filler pic x(20) value "mais de 180 dias".
       01 filler redefines ws-nomes-faixas.
          02 ws-nome-faixa           pic x(20) occurs 6 times.
       01 ws-pcts-faixas.
          02 filler pic 9(03)v99 value 000,00.
          02 filler pic 9(03)v99 value 001,00.
          02 filler pic 9(03)v99 value 003,00.
          02 filler pic 9(03)v99 value 010,00.
          02 filler pic 9(03)v99 value 050,00.
          02 filler pic 9(03)v99 value 100,00.
       01 filler redefines ws-pcts-faixas.
          02 ws-pct-faixa            pic 9(03)v99 occurs 6 times.
       01 ws-super-codigo            pic 9(03).
       01 ws-super-retorno           pic x(01).
       01 ws-periodo-retorno         pic x(01).
       01 ws-cat-nome                pic x(20).
       01 ws-cat-registros           pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlcodigo-pedido           pic x(10).
       01 sqlparcela                 pic 9(02).
       01 sqlvalor-parcela           pic 9(09)v99.
       01 sqlpago-parcela            pic 9(11)v99.
       01 sqlstatus-parcela          pic x(10).
       01 sqlsaldo                   pic 9(11)v99.
       01 sqlvalor                   pic 9(11)v99.
       01 sqldias                    pic s9(05).
       01 sqlmotivo                  pic x(40).
       01 sqlsupervisor              pic 9(03).
       01 sqlqtd                     pic 9(05).
       01 sqldata-corte              pic x(10).
       01 sqldata-inicial            pic x(10).
       01 sqldata-final              pic x(10).
       01 sqloperador                pic x(20).
       01 sqloperador-pagto          pic x(03).
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
           display "Perdas com Clientes (Baixa, PDD e Recuperacao)"
                   at 0101
           display "1.Baixar Titulo como Perda" at 0301
           display "2.Recebimento de Titulo Baixado" at 0401
           display "3.Apurar Recuperacoes (retorno/caixa)" at 0501
           display "4.Relatorio de Provisao (PDD) Mensal" at 0601
           display "5.Criar Tabelas" at 0701
           display "0.Sair" at 0801
           display "Opcao:" at 0901
           initialize opcao
           accept opcao at 0907
           if opcao = 1 go baixando.
           if opcao = 2 go recebendo.
           if opcao = 3 go apurando.
           if opcao = 4 go provisionando.
           if opcao = 5 go criartabelas.
           if opcao = 0 go desconectando.
           go menugeral.
      *PERDAS: uma linha por titulo baixado, com o saldo perdido e
      *o que ja foi recuperado; RECUPERACOES: cada valor recebido
      *depois da baixa (alimenta o evento contabil RECUPERACAO).
       criartabelas.
           display erase at 0101
           display "Criar Tabelas de Perdas" at 0101
           EXEC SQL
                CREATE TABLE PERDAS
                    (codigo_pedido   char(10),
                     parcela         int,
                     quando          datetime,
                     saldo           decimal(11,2),
                     valorpago_baixa decimal(11,2),
                     recuperado      decimal(11,2),
                     motivo          char(40),
                     supervisor      int,
                     operador        char(20),
                     status          char(10),
                     primary key     (codigo_pedido, parcela))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "PERDAS ja existe." at 0301
              else
                 display "Erro: PERDAS " at 0301
                 display sqlcode at 0331
              end-if
           else
              display "Criou PERDAS OK." at 0301
           end-if
           EXEC SQL
                CREATE TABLE RECUPERACOES
                    (codigo_pedido   char(10),
                     parcela         int,
                     quando          datetime,
                     valor           decimal(11,2),
                     operador        char(20))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "RECUPERACOES ja existe." at 0401
              else
                 display "Erro: RECUPERACOES " at 0401
                 display sqlcode at 0431
              end-if
           else
              display "Criou RECUPERACOES OK." at 0401
           end-if
           accept espera at 2301
           go menugeral.
      *Baixa como perda: so titulo ABERTO que ja chegou ao PROTESTO
      *na regua, com motivo e senha de supervisor. O titulo fica
      *PERDA e sai da regua, da projecao e do aging.
       baixando.
           display erase at 0101
           display "Baixar Titulo como Perda" at 0101
           display "Pedido (branco=sair): " at 0301
           display "Parcela.............: " at 0401
           move spaces to sqlcodigo-pedido
           move zeros to sqlparcela
           accept sqlcodigo-pedido at 0323
           if sqlcodigo-pedido = spaces
              go menugeral
           end-if
           accept sqlparcela at 0423
           move zeros to sqlvalor-parcela sqlpago-parcela
           move spaces to sqlstatus-parcela
           EXEC SQL
                SELECT VALOR, VALORPAGO, STATUS
                  INTO :sqlvalor-parcela, :sqlpago-parcela,
                       :sqlstatus-parcela
                  FROM PEDIDO_PARCELAS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
           END-EXEC
           if sqlcode not = 0
              display "Titulo nao encontrado" at 2101
              accept espera at 2180
              go baixando
           end-if
           if sqlstatus-parcela not = "ABERTO"
              display "Titulo nao esta ABERTO: " at 2101
                      sqlstatus-parcela
              accept espera at 2180
              go baixando
           end-if
           move zeros to sqlqtd
           EXEC SQL
                SELECT COUNT(*) INTO :sqlqtd
                  FROM COBRANCA_ETAPAS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
                   AND ETAPA = 'PROTESTO'
           END-EXEC
           if sqlcode not = 0 or sqlqtd = zeros
              display "Titulo ainda nao chegou ao PROTESTO" at 2101
              accept espera at 2180
              go baixando
           end-if
           compute sqlsaldo = sqlvalor-parcela - sqlpago-parcela
           move sqlsaldo to ws-valor-edit
           display "Saldo a Baixar......: " at 0601 ws-valor-edit
           display "Motivo..............: " at 0701
           move spaces to sqlmotivo
           accept sqlmotivo at 0723
           if sqlmotivo = spaces
              display "Motivo obrigatorio." at 2101
              accept espera at 2180
              go baixando
           end-if
           move function current-date(1:8) to ws-data-hoje
           call "ValidaPeriodo" using ws-data-hoje
                                      ws-periodo-retorno
           if ws-periodo-retorno = "1"
              display "Periodo contabil FECHADO." at 2101
              accept espera at 2180
              go menugeral
           end-if
           call "AutorizaSupervisor" using ws-super-codigo
                                           ws-super-retorno
           if ws-super-retorno not = "0"
              display "Baixa nao autorizada." at 2101
              accept espera at 2180
              go baixando
           end-if
           move ws-super-codigo to sqlsupervisor
           EXEC SQL
                UPDATE PEDIDO_PARCELAS
                   SET STATUS = 'PERDA'
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
                   AND STATUS = 'ABERTO'
           END-EXEC
           if sqlcode not = 0 or sqlerrd(3) = 0
              go baixando-erro
           end-if
           EXEC SQL
                INSERT INTO PERDAS
                       (codigo_pedido, parcela, quando, saldo,
                        valorpago_baixa, recuperado, motivo,
                        supervisor, operador, status)
                VALUES
                       (:sqlcodigo-pedido,
                        :sqlparcela,
                        NOW(),
                        :sqlsaldo,
                        :sqlpago-parcela,
                        0,
                        :sqlmotivo,
                        :sqlsupervisor,
                        :sqloperador,
                        'BAIXADO')
           END-EXEC
           if sqlcode not = 0
              go baixando-erro
           end-if
           EXEC SQL
                COMMIT
           END-EXEC
           move "BAIXA-PERDA" to ws-plog-job
           move "F" to ws-plog-evento
           move 1 to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           display "Titulo baixado como PERDA." at 2101
           accept espera at 2180
           go baixando.
       baixando-erro.
           display "Erro ao baixar o titulo " at 1510
           display sqlcode at 1610
           display sqlerrmc at 1710
           EXEC SQL
                ROLLBACK
           END-EXEC
           accept espera at 2301
           go baixando.
      *Recebimento no caixa de titulo ja baixado: entra em
      *PAGAMENTOS como qualquer outro e a recuperacao fica
      *registrada na mesma transacao (RegistraRecuperacao).
      *Dinheiro recebido entra no PAGAMENTOS com o codigo de quem
      *registrou, como no AplicaPagamentos: pede o Login uma vez.
       recebendo.
           if ws-login-codigo = zeros
              call "Login" using ws-login-codigo
                                 ws-login-nome
                                 ws-login-nivel
                                 ws-login-retorno
              if ws-login-retorno not = "0"
                 move zeros to ws-login-codigo
                 go menugeral
              end-if
              move ws-login-codigo to sqloperador-pagto
           end-if
           display erase at 0101
           display "Recebimento de Titulo Baixado como Perda" at 0101
           display "Pedido (branco=sair): " at 0301
           display "Parcela.............: " at 0401
           display "Valor Recebido......: " at 0501
           move spaces to sqlcodigo-pedido
           move zeros to sqlparcela sqlvalor
           accept sqlcodigo-pedido at 0323
           if sqlcodigo-pedido = spaces
              go menugeral
           end-if
           accept sqlparcela at 0423
           accept sqlvalor at 0523
           if sqlvalor = zeros
              go recebendo
           end-if
           move zeros to sqlqtd
           EXEC SQL
                SELECT COUNT(*) INTO :sqlqtd
                  FROM PERDAS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
                   AND STATUS = 'BAIXADO'
           END-EXEC
           if sqlcode not = 0 or sqlqtd = zeros
              display "Titulo nao esta baixado como perda" at 2101
              accept espera at 2180
              go recebendo
           end-if
           EXEC SQL
                INSERT INTO PAGAMENTOS
                       (codigo_pedido, parcela, quando, ocorrencia,
                        valorpago, origem, operador)
                VALUES
                       (:sqlcodigo-pedido,
                        :sqlparcela,
                        NOW(),
                        '00',
                        :sqlvalor,
                        'CAIXA',
                        :sqloperador-pagto)
           END-EXEC
           if sqlcode not = 0
              go recebendo-erro
           end-if
           EXEC SQL
                UPDATE PEDIDO_PARCELAS
                   SET VALORPAGO = VALORPAGO + :sqlvalor
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
           END-EXEC
           if sqlcode not = 0
              go recebendo-erro
           end-if
           call "RegistraRecuperacao" using sqlcodigo-pedido
                                            sqlparcela
                                            sqloperador
                                            ws-recup-valor
                                            ws-recup-status
                                            ws-recup-retorno
           if ws-recup-retorno = "9"
              go recebendo-erro
           end-if
           EXEC SQL
                COMMIT
           END-EXEC
           move ws-recup-valor to ws-valor-edit
           display "Recuperado: " at 2101 ws-valor-edit
           display "Titulo: " at 2141 ws-recup-status
           accept espera at 2180
           go recebendo.
       recebendo-erro.
           display "Erro ao registrar o recebimento " at 1510
           display sqlcode at 1610
           display sqlerrmc at 1710
           EXEC SQL
                ROLLBACK
           END-EXEC
           accept espera at 2301
           go recebendo.
       apurando.
           display erase at 0101
           display "Apurando Recuperacoes de Perdas..." at 0101
           move "RECUPERACAO-PERDA" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           perform apurar-recuperacoes thru apurar-recuperacoes-fim
           move "F" to ws-plog-evento
           move ws-total-recuperados to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           display "Recuperacoes registradas: " at 0301
                   ws-total-recuperados
           accept espera at 2301
           go menugeral.
      *O caixa, o retorno do banco e o PIX ja registram a
      *recuperacao no recebimento (RegistraRecuperacao); a apuracao
      *pega o que tenha somado em VALORPAGO por outro caminho: tudo
      *que o titulo recebeu alem do que tinha na baixa e do ja
      *recuperado vira RECUPERACAO. Titulo coberto fica PAGO;
      *parcial continua PERDA.
       apurar-recuperacoes.
           move zeros to ws-total-recuperados
           EXEC SQL
                DECLARE CURSORRECUPERA CURSOR FOR
                   SELECT R.CODIGO_PEDIDO, R.PARCELA
                     FROM PERDAS R, PEDIDO_PARCELAS P
                    WHERE R.STATUS = 'BAIXADO'
                      AND P.CODIGO_PEDIDO = R.CODIGO_PEDIDO
                      AND P.PARCELA = R.PARCELA
                      AND P.VALORPAGO > R.VALORPAGO_BAIXA
                                      + R.RECUPERADO
           END-EXEC
           EXEC SQL
                OPEN CURSORRECUPERA
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go apurar-recuperacoes-fim
           end-if.
       apurar-recuperacoes-le.
           EXEC SQL
                FETCH CURSORRECUPERA INTO
                       :sqlcodigo-pedido, :sqlparcela
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORRECUPERA
              END-EXEC
              EXEC SQL
                   COMMIT
              END-EXEC
              go apurar-recuperacoes-fim
           end-if
           call "RegistraRecuperacao" using sqlcodigo-pedido
                                            sqlparcela
                                            sqloperador
                                            ws-recup-valor
                                            ws-recup-status
                                            ws-recup-retorno
           if ws-recup-retorno = "9"
              display "Aviso: recuperacao nao gravada" at 1810
              move zeros to sqlcode
           end-if
           if ws-recup-retorno not = "0"
              go apurar-recuperacoes-le
           end-if
           add 1 to ws-total-recuperados
           go apurar-recuperacoes-le.
       apurar-recuperacoes-fim.
           exit.
      *PDD do mes: saldo dos titulos ABERTO por faixa de atraso na
      *data de corte (ultimo dia do mes) e a provisao pelo
      *percentual da faixa; no rodape, as baixas e recuperacoes do
      *mes, que sao os eventos contabeis PERDA e RECUPERACAO.
       provisionando.
           display erase at 0101
           display "Relatorio de Provisao para Devedores Duvidosos"
                   at 0101
           display "Mes de Referencia (AAAAMM): " at 0301
           move function current-date(1:8) to ws-data-hoje
           move ws-data-hoje(1:6) to ws-periodo
           accept ws-periodo at 0329 with update
           if ws-periodo(5:2) < "01" or ws-periodo(5:2) > "12"
              display "Mes invalido." at 2101
              accept espera at 2180
              go menugeral
           end-if
           move spaces to ws-data-inicial
           string ws-periodo(1:4) "-" ws-periodo(5:2) "-01"
                  delimited by size into ws-data-inicial
           if ws-periodo(5:2) = "12"
              compute ws-data-corte =
                      (ws-periodo + 89) * 100 + 1
           else
              compute ws-data-corte = (ws-periodo + 1) * 100 + 1
           end-if
           move spaces to ws-data-final
           string ws-data-corte(1:4) "-" ws-data-corte(5:2) "-01"
                  delimited by size into ws-data-final
           compute ws-integer-corte =
                   function integer-of-date (ws-data-corte) - 1
           compute ws-data-corte =
                   function date-of-integer (ws-integer-corte)
           move spaces to ws-data-corte-x
           string ws-data-corte(1:4) "-" ws-data-corte(5:2) "-"
                  ws-data-corte(7:2) delimited by size
                  into ws-data-corte-x
           move ws-data-corte-x to sqldata-corte
           move ws-data-inicial to sqldata-inicial
           move ws-data-final to sqldata-final

           move "PDD-MENSAL" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           initialize ws-relatorio-nome
           string "PDD_"         delimited by size
                  ws-periodo     delimited by size
                  ".TXT"         delimited by size
                  into ws-relatorio-nome
           open output relatorio-pdd
           initialize ws-linha-relatorio
           string "Provisao para Devedores Duvidosos - corte "
                                  delimited by size
                  ws-data-corte-x delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-faixas
           move zeros to ws-total-titulos ws-total-saldo
                         ws-total-provisao
           EXEC SQL
                DECLARE CURSORPDD CURSOR FOR
                   SELECT P.VALOR, P.VALORPAGO,
                          DATEDIFF(:sqldata-corte, P.VENCIMENTO)
                     FROM PEDIDOS A, PEDIDO_PARCELAS P
                    WHERE A.STATUS IN ('FATURADO','COBRANCA')
                      AND P.CODIGO_PEDIDO = A.CODIGO
                      AND P.STATUS = 'ABERTO'
           END-EXEC
           EXEC SQL
                OPEN CURSORPDD
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                close relatorio-pdd
                go provisionando-erro
           end-if.
       provisionando-le.
           EXEC SQL
                FETCH CURSORPDD INTO
                       :sqlvalor-parcela, :sqlpago-parcela, :sqldias
           END-EXEC
           if sqlcode not = 0
              go provisionando-fim
           end-if
           compute ws-saldo = sqlvalor-parcela - sqlpago-parcela
           if ws-saldo = zeros
              go provisionando-le
           end-if
           evaluate true
             when sqldias < 1
                move 1 to ws-faixa
             when sqldias < 31
                move 2 to ws-faixa
             when sqldias < 61
                move 3 to ws-faixa
             when sqldias < 91
                move 4 to ws-faixa
             when sqldias < 181
                move 5 to ws-faixa
             when other
                move 6 to ws-faixa
           end-evaluate
           add 1 to ws-faixa-qtd(ws-faixa) ws-total-titulos
           add ws-saldo to ws-faixa-saldo(ws-faixa) ws-total-saldo
           go provisionando-le.
       provisionando-fim.
           EXEC SQL
                CLOSE CURSORPDD
           END-EXEC
           move "Faixa                Titulos Saldo            %"
                to ws-linha-relatorio
           move "     Provisao" to ws-linha-relatorio(53:13)
           perform gravar-relatorio
           perform imprimir-faixa
                   varying ws-indice from 1 by 1
                   until ws-indice > 6
           move ws-total-saldo to ws-total-edit
           initialize ws-linha-relatorio
           string "TOTAL                " delimited by size
                  ws-total-titulos        delimited by size
                  " "                     delimited by size
                  ws-total-edit           delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move ws-total-provisao to ws-total-edit
           initialize ws-linha-relatorio
           string "PROVISAO NECESSARIA..: " delimited by size
                  ws-total-edit             delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           perform gravar-relatorio

           move zeros to sqlvalor sqlqtd
           EXEC SQL
                SELECT COUNT(*), IFNULL(SUM(SALDO),0)
                  INTO :sqlqtd, :sqlvalor
                  FROM PERDAS
                 WHERE QUANDO >= :sqldata-inicial
                   AND QUANDO < :sqldata-final
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-total-edit
           initialize ws-linha-relatorio
           string "Baixas como perda no mes.: " delimited by size
                  sqlqtd                        delimited by size
                  " "                           delimited by size
                  ws-total-edit                 delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move zeros to sqlvalor sqlqtd
           EXEC SQL
                SELECT COUNT(*), IFNULL(SUM(VALOR),0)
                  INTO :sqlqtd, :sqlvalor
                  FROM RECUPERACOES
                 WHERE QUANDO >= :sqldata-inicial
                   AND QUANDO < :sqldata-final
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-total-edit
           initialize ws-linha-relatorio
           string "Recuperacoes no mes......: " delimited by size
                  sqlqtd                        delimited by size
                  " "                           delimited by size
                  ws-total-edit                 delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move zeros to sqlvalor
           EXEC SQL
                SELECT IFNULL(SUM(SALDO - RECUPERADO),0)
                  INTO :sqlvalor
                  FROM PERDAS
                 WHERE STATUS = 'BAIXADO'
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-total-edit
           initialize ws-linha-relatorio
           string "Estoque de perdas a recuperar: " delimited by size
                  ws-total-edit                     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-pdd

           move "F" to ws-plog-evento
           move ws-total-titulos to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           move "PDD" to ws-cat-nome
           move ws-total-titulos to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros
           move ws-total-provisao to ws-total-edit
           display "Titulos na Base...: " at 0501 ws-total-titulos
           display "Provisao..........: " at 0601 ws-total-edit
           display "Relatorio.........: " at 0701 ws-relatorio-nome
           accept espera at 2301
           go menugeral.
       provisionando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go menugeral.
       imprimir-faixa.
           compute ws-faixa-provisao(ws-indice) rounded =
                   ws-faixa-saldo(ws-indice) * ws-pct-faixa(ws-indice)
                   / 100
           add ws-faixa-provisao(ws-indice) to ws-total-provisao
           move ws-faixa-saldo(ws-indice) to ws-total-edit
           move ws-pct-faixa(ws-indice) to ws-pct-edit
           move ws-faixa-provisao(ws-indice) to ws-valor-edit
           initialize ws-linha-relatorio
           string ws-nome-faixa(ws-indice) delimited by size
                  " "                      delimited by size
                  ws-faixa-qtd(ws-indice)  delimited by size
                  " "                      delimited by size
                  ws-total-edit            delimited by size
                  " "                      delimited by size
                  ws-pct-edit              delimited by size
                  " "                      delimited by size
                  ws-valor-edit            delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
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
       end program BaixaPerdas.
