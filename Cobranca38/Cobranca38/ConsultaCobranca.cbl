       01 sqlvalorpago               pic 9(13)v99.
       01 sqlorigem                  pic x(10).
       01 sqldias                    pic 9(05).
       01 sqlacordo                  pic 9(06).
       01 sqltotal-acordo            pic 9(11)v99.
       01 sqlqtd-titulos             pic 9(03).
       01 sqlexcluido                pic x(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
           display "Em Conta.: " at 0441 ws-saldo-edit

           display "1.Titulos Abertos  2.Pagamentos" at 0601
           display "3.Etapas de Regua  4.Acordos" at 0701
           display "5.Bureau de Credito  0.Outro Cliente" at 0731
           display "Opcao:" at 0801
           initialize opcao
           accept opcao at 0807
           if opcao = 1 go titulos-abertos.
           if opcao = 2 go pagamentos-cliente.
           if opcao = 3 go etapas-cliente.
           if opcao = 4 go acordos-cliente.
           if opcao = 5 go bureau-cliente.
           if opcao = 0 go escolher-cliente.
           go painel-cliente.
       titulos-abertos.
           display "Enter Continua." at 2301
           accept espera at 2325
           go painel-cliente.
      *Acordos de renegociacao do cliente, com a quantidade de
      *titulos originais de cada um (detalhe no RenegociaDivida).
       acordos-cliente.
           EXEC SQL
                DECLARE CURSORACORDOS CURSOR FOR
                   SELECT C.NUMERO, C.QUANDO, C.STATUS, C.TOTAL,
                          COUNT(I.CODIGO_PEDIDO)
                     FROM ACORDOS C LEFT JOIN ACORDO_ITENS I
                          ON I.NUMERO = C.NUMERO
                    WHERE C.CODIGO_CLIENTE = :sqlcliente
                    GROUP BY C.NUMERO, C.QUANDO, C.STATUS, C.TOTAL
                    ORDER BY C.QUANDO DESC
           END-EXEC
           EXEC SQL
                OPEN CURSORACORDOS
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go painel-cliente
           end-if
           display "Acordo Quando              Status" at 1001
           display "     Total          Titulos" at 1035
           initialize registro
           move 11 to linha.
       acordos-cliente-le.
           EXEC SQL
                FETCH CURSORACORDOS INTO
                       :sqlacordo,
                       :sqlquando,
                       :sqlstatus-parcela,
                       :sqltotal-acordo,
                       :sqlqtd-titulos
           END-EXEC
           if sqlcode = 100
              go acordos-cliente-fim
           end-if
           if sqlcode not = 0
                display "Erro: Nao conseguiu Fetch " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go acordos-cliente-fim
           end-if
           add 1 to registro
           display sqlacordo at line linha column 01
           display sqlquando at line linha column 08
           display sqlstatus-parcela at line linha column 28
           move sqltotal-acordo to ws-valor-edit
           display ws-valor-edit at line linha column 39
           display sqlqtd-titulos at line linha column 55
           add 1 to linha
           if linha >= 22
              display "Enter para proxima tela." at 2301
              accept espera at 2325
              display erase at 1001
              display "Acordo Quando              Status" at 1001
              display "     Total          Titulos" at 1035
              move 11 to linha
           end-if
           go acordos-cliente-le.
       acordos-cliente-fim.
           EXEC SQL
                CLOSE CURSORACORDOS
           END-EXEC
           display "Acordos: " at 2201 registro
           display "Enter Continua." at 2301
           accept espera at 2325
           go painel-cliente.
      *Situacao de cada titulo do cliente no bureau de credito
      *(INCLUIDO ate a exclusao pelo pagamento ou renegociacao).
       bureau-cliente.
           EXEC SQL
                DECLARE CURSORBUREAU CURSOR FOR
                   SELECT CODIGO_PEDIDO, PARCELA, STATUS, INCLUIDO,
                          IFNULL(EXCLUIDO, ' '), VALOR
                     FROM NEGATIVACOES
                    WHERE CODIGO_CLIENTE = :sqlcliente
                    ORDER BY INCLUIDO DESC
           END-EXEC
           EXEC SQL
                OPEN CURSORBUREAU
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go painel-cliente
           end-if
           display "Titulo        Status     Incluido" at 1001
           display "            Excluido            Valor" at 1036
           initialize registro
           move 11 to linha.
       bureau-cliente-le.
           EXEC SQL
                FETCH CURSORBUREAU INTO
                       :sqlcodigo-pedido,
                       :sqlparcela,
                       :sqlstatus-parcela,
                       :sqlquando,
                       :sqlexcluido,
                       :sqlvalor-parcela
           END-EXEC
           if sqlcode = 100
              go bureau-cliente-fim
           end-if
           if sqlcode not = 0
                display "Erro: Nao conseguiu Fetch " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go bureau-cliente-fim
           end-if
           add 1 to registro
           display sqlcodigo-pedido at line linha column 01
           display "/" at line linha column 11
           display sqlparcela at line linha column 12
           display sqlstatus-parcela at line linha column 15
           display sqlquando at line linha column 26
           display sqlexcluido at line linha column 46
           move sqlvalor-parcela to ws-valor-edit
           display ws-valor-edit at line linha column 66
           add 1 to linha
           if linha >= 22
              display "Enter para proxima tela." at 2301
              accept espera at 2325
              display erase at 1001
              display "Titulo        Status     Incluido" at 1001
              display "            Excluido            Valor" at 1036
              move 11 to linha
           end-if
           go bureau-cliente-le.
       bureau-cliente-fim.
           EXEC SQL
                CLOSE CURSORBUREAU
           END-EXEC
           display "Negativacoes: " at 2201 registro
           display "Enter Continua." at 2301
           accept espera at 2325
           go painel-cliente.
       desconectando.
           EXEC SQL
                DISCONNECT all
