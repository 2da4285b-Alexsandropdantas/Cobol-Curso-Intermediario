       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
       01 ws-estrangeiro             pic x(01).
       01 ws-residuo-cambio          pic s9(11)v99.
       01 ws-variacao-edit           pic ---.---.--9,99.
       01 ws-cambio-pais             pic x(50).
       01 ws-cambio-data             pic 9(08).
       01 ws-cambio-moeda            pic x(03).
       01 ws-cambio-taxa             pic 9(05)v9(06).
       01 ws-cambio-retorno          pic x(01).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 sqlconsumo-credito         pic 9(11)v99.
       01 sqlstatus-pedido           pic x(10).
       01 sqlhist-oper               pic x(20).
       01 sqlmoeda-pedido            pic x(03).
       01 sqltaxa-pedido             pic 9(05)v9(06).
       01 sqltaxa-pagto              pic 9(05)v9(06).
       01 sqlvalor-moeda             pic 9(11)v99.
       01 sqlvariacao                pic s9(09)v99.
       01 sqloperador                pic x(03).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
           if ws-login-retorno not = "0"
              exit program
              stop run
           end-if
           move ws-login-codigo to sqloperador.
       conectando.
           call "ConectaAmbiente" using ws-conexao-ambiente
                                        ws-conexao-usada
           EXEC SQL
                DECLARE CURSORAPLICA CURSOR FOR
                   SELECT A.CODIGO, P.PARCELA, P.VENCIMENTO,
                          P.VALOR, P.VALORPAGO,
                          IFNULL(A.MOEDA, 'BRL'),
                          IFNULL(A.TAXA_CAMBIO, 0)
                     FROM PEDIDOS A, PEDIDO_PARCELAS P
                    WHERE A.CODIGO_CLIENTE = :sqlcliente
                      AND A.STATUS IN ('FATURADO','COBRANCA')
                       :sqlparcela,
                       :sqlvencimento,
                       :sqlvalor-parcela,
                       :sqlpago-parcela,
                       :sqlmoeda-pedido,
                       :sqltaxa-pedido
           END-EXEC
           if sqlcode = 100
              go aplicar-no-cliente-feche
           if sqlresidual <= zeros
              go aplicar-no-cliente-le
           end-if
           perform converter-residual thru converter-residual-fim
           if sqldisponivel < sqlresidual
              move sqldisponivel to sqlaplicado
           else
              move sqlresidual to sqlaplicado
           end-if
           move zeros to sqlvariacao
           if ws-estrangeiro = "S"
              perform apurar-variacao-cambial
                      thru apurar-variacao-fim
           end-if
           compute sqlpago-parcela = sqlpago-parcela + sqlaplicado
           if sqlpago-parcela >= sqlvalor-parcela
              move "PAGO" to sqlstatus-parcela
           EXEC SQL
                UPDATE PEDIDO_PARCELAS
                   SET VALORPAGO = :sqlpago-parcela,
                       VALOR = :sqlvalor-parcela,
                       STATUS = :sqlstatus-parcela
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
           EXEC SQL
                INSERT INTO PAGAMENTOS
                       (codigo_pedido, parcela, quando,
                        ocorrencia, valorpago, origem, operador)
                VALUES
                       (:sqlcodigo-pedido,
                        :sqlparcela,
                        NOW(),
                        '  ',
                        :sqlaplicado,
                        'CAIXA',
                        :sqloperador)
           END-EXEC
           if sqlcode not = 0
              display "Aviso: PAGAMENTOS nao gravado" at 1810
                  " "               delimited by size
                  sqlstatus-parcela delimited by size
                  into ws-linha-relatorio
           if sqlvariacao not = zeros
              move sqlvariacao to ws-variacao-edit
              string sqlmoeda-pedido    delimited by size
                     " var.cambial "    delimited by size
                     ws-variacao-edit   delimited by size
                     into ws-linha-relatorio(76:57)
           end-if
           perform gravar-relatorio
           if ws-modo = "T"
              display ws-linha-relatorio(1:75)
           END-EXEC.
       aplicar-no-cliente-fim.
           exit.
      *Parcela de pedido em moeda estrangeira: o saldo em aberto esta
      *em reais pela taxa do pedido; passa para reais pela cotacao
      *do dia, que e quanto o cliente precisa pagar para quitar.
       converter-residual.
           move "N" to ws-estrangeiro
           if sqlmoeda-pedido = "BRL" or sqlmoeda-pedido = spaces
              or sqltaxa-pedido = zeros
              go converter-residual-fim
           end-if
           move spaces to ws-cambio-pais
           move sqlmoeda-pedido to ws-cambio-moeda
           move ws-data-hoje to ws-cambio-data
           call "CotacaoMoeda" using ws-cambio-pais
                                     ws-cambio-data
                                     ws-cambio-moeda
                                     ws-cambio-taxa
                                     ws-cambio-retorno
           if ws-cambio-retorno not = "0"
              initialize ws-linha-relatorio
              string "  "             delimited by size
                     sqlcodigo-pedido delimited by size
                     "/"              delimited by size
                     sqlparcela       delimited by size
                     " SEM COTACAO "  delimited by size
                     sqlmoeda-pedido  delimited by size
                     ": aplicado sem variacao cambial"
                                      delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go converter-residual-fim
           end-if
           move "S" to ws-estrangeiro
           move ws-cambio-taxa to sqltaxa-pagto
           compute sqlresidual rounded =
                   sqlresidual * sqltaxa-pagto / sqltaxa-pedido.
       converter-residual-fim.
           exit.
      *Variacao = valor em reais recebido menos o mesmo valor em moeda
      *pela taxa do pedido; reajusta o valor da parcela. Centavos de
      *arredondamento na quitacao entram na propria variacao.
       apurar-variacao-cambial.
           compute sqlvalor-moeda rounded =
                   sqlaplicado / sqltaxa-pagto
           compute sqlvariacao rounded = sqlaplicado
                 - (sqlaplicado * sqltaxa-pedido / sqltaxa-pagto)
           compute ws-residuo-cambio =
                   sqlvalor-parcela + sqlvariacao
                 - sqlpago-parcela - sqlaplicado
           if ws-residuo-cambio > -0,10 and ws-residuo-cambio < 0,10
              compute sqlvariacao = sqlpago-parcela + sqlaplicado
                                  - sqlvalor-parcela
           end-if
           if sqlvariacao = zeros
              go apurar-variacao-fim
           end-if
           EXEC SQL
                INSERT INTO VARIACAO_CAMBIAL
                       (codigo_pedido, parcela, quando, moeda,
                        valor_moeda, taxa_pedido, taxa_pagto,
                        valor_reais, variacao, origem)
                VALUES
                       (:sqlcodigo-pedido,
                        :sqlparcela,
                        NOW(),
                        :sqlmoeda-pedido,
                        :sqlvalor-moeda,
                        :sqltaxa-pedido,
                        :sqltaxa-pagto,
                        :sqlaplicado,
                        :sqlvariacao,
                        'CAIXA')
           END-EXEC
           if sqlcode not = 0
              display "Aviso: VARIACAO_CAMBIAL nao gravada" at 1810
              move zeros to sqlcode
           end-if
           compute sqlvalor-parcela = sqlvalor-parcela + sqlvariacao.
       apurar-variacao-fim.
           exit.
       verificar-pedido-quitado.
           move zeros to sqlpendentes
           EXEC SQL
