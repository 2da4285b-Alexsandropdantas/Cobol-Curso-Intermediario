       01 sqlvendedor-pedido         pic x(03).
       01 sqluf-cliente              pic x(02).
       01 sqlnome-cliente            pic x(50).
       01 sqlfatura-mensal           pic x(10).
       01 sqldata-prometida          pic x(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
                DECLARE CURSORPESQ CURSOR FOR
                   SELECT A.CODIGO, A.CODIGO_CLIENTE, A.DATAPEDIDO,
                          A.VALOR, A.STATUS, A.CODIGO_VENDEDOR,
                          B.ESTADO, B.NOME,
                          IFNULL(A.FATURA_MENSAL, ' '),
                          IFNULL((SELECT DATE_FORMAT(
                                         MAX(I.DATA_PROMETIDA),
                                         '%Y-%m-%d')
                                    FROM PEDIDO_ITENS I
                                   WHERE I.CODIGO_PEDIDO = A.CODIGO
                                     AND IFNULL(I.QTD_FATURADA, 0)
                                         < I.QUANTIDADE), ' ')
                     FROM PEDIDOS A, CLIENTES B
                    WHERE B.CODIGO = A.CODIGO_CLIENTE
                      AND (:ws-filtro-status = ''
              move "Pedido,Cliente,Nome,Data,Valor,Status,"
                   to ws-linha-export
              string ws-linha-export delimited by spaces
                     "Vendedor,UF,FaturaMensal,Entrega"
                                     delimited by size
                     into ws-linha-export
              write reg-export from ws-linha-export
           else
              display erase at 0101
              display "Pedido     Cliente    Data       Valor"
                      at 0101
              display "          Status     Vd  UF Fat/Entr" at 0139
              move 03 to linha
           end-if.
       pesquisando-le.
                       :sqlstatus-pedido,
                       :sqlvendedor-pedido,
                       :sqluf-cliente,
                       :sqlnome-cliente,
                       :sqlfatura-mensal,
                       :sqldata-prometida
           END-EXEC
           if sqlcode = 100
              go pesquisando-fim
                     sqlvendedor-pedido delimited by size
                     ","                delimited by size
                     sqluf-cliente      delimited by size
                     ","                delimited by size
                     sqlfatura-mensal   delimited by size
                     ","                delimited by size
                     sqldata-prometida  delimited by size
                     into ws-linha-export
              write reg-export from ws-linha-export
              display "Exportados: " at 0301 registro
              display sqlstatus-pedido at line linha column 49
              display sqlvendedor-pedido at line linha column 60
              display sqluf-cliente at line linha column 64
      *       Pedido ainda a faturar mostra a entrega prometida
      *       (item pendente mais distante) na coluna da fatura.
              if sqlfatura-mensal = spaces
                 display sqldata-prometida at line linha column 67
              else
                 display sqlfatura-mensal at line linha column 67
              end-if
              add 1 to linha
              if linha >= 22
                 display "Enter para proxima tela." at 2301
                 display erase at 0101
                 display "Pedido     Cliente    Data       Valor"
                         at 0101
                 display "          Status     Vd  UF Fat/Entr" at 0139
                 move 03 to linha
              end-if
           end-if
