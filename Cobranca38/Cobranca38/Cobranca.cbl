       01 ws-total-amaior            pic 9(06) value zeros.
       01 ws-total-rejeitados        pic 9(06) value zeros.
       01 ws-total-sem-pedido        pic 9(06) value zeros.
       01 ws-total-renegociados      pic 9(06) value zeros.
       01 ws-total-recuperados       pic 9(06) value zeros.
       01 ws-recup-valor             pic 9(11)v99.
       01 ws-recup-status            pic x(10).
       01 ws-recup-retorno           pic x(01).
       01 ws-valor-esperado-edit     pic zzz.zzz.zz9,99.
       01 ws-valor-pago-edit         pic zzz.zzz.zz9,99.
       01 ws-total-variacao          pic s9(11)v99 value zeros.
       01 ws-variacao-edit           pic ---.---.--9,99.
       01 ws-residuo-cambio          pic s9(11)v99.
       01 ws-taxa-edit               pic zz.zz9,999999.
       01 ws-cambio-pais             pic x(50).
       01 ws-cambio-data             pic 9(08).
       01 ws-cambio-moeda            pic x(03).
       01 ws-cambio-taxa             pic 9(05)v9(06).
       01 ws-cambio-retorno          pic x(01).
       01 ws-remessa-numero          pic 9(06).
       01 ws-modo-remessa            pic x(01).
       01 ws-seq-nome                pic x(20).
       01 sqluf-cliente              pic x(02).
       01 sqlvalor-ordem             pic 9(09)v99.
       01 sqlhist-oper               pic x(20).
       01 sqlmoeda-pedido            pic x(03).
       01 sqltaxa-pedido             pic 9(05)v9(06).
       01 sqltaxa-pagto              pic 9(05)v9(06).
       01 sqlvalor-moeda             pic 9(11)v99.
       01 sqlvariacao                pic s9(09)v99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
           else
              display "Criou PEDIDO_PARCELAS.REMESSA OK." at 0401
           end-if
      *Variacao cambial apurada na baixa de titulo de pedido em
      *moeda estrangeira (positiva = ganho, negativa = perda).
           EXEC SQL
                CREATE TABLE VARIACAO_CAMBIAL
                    (codigo_pedido char(10),
                     parcela       int,
                     quando        datetime,
                     moeda         char(03),
                     valor_moeda   decimal(13,2),
                     taxa_pedido   decimal(11,6),
                     taxa_pagto    decimal(11,6),
                     valor_reais   decimal(13,2),
                     variacao      decimal(11,2),
                     origem        char(10))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "VARIACAO_CAMBIAL ja existe." at 0501
              else
                 display "Erro: VARIACAO_CAMBIAL " at 0501
                 display sqlcode at 0531
              end-if
           else
              display "Criou VARIACAO_CAMBIAL OK." at 0501
           end-if
      *    Operador que aplicou o pagamento digitado ou importado
      *    (em branco no retorno do banco e no PIX).
           EXEC SQL
                ALTER TABLE PAGAMENTOS ADD OPERADOR CHAR(3)
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1060
                 display "PAGAMENTOS.OPERADOR ja existe." at 0601
              else
                 display "Erro: ALTER OPERADOR " at 0601
                 display sqlcode at 0631
              end-if
           else
              display "Criou PAGAMENTOS.OPERADOR OK." at 0601
           end-if
           accept espera at 2301
           go menugeral.
      *Remessa em largura fixa: header, um detalhe por parcela em
           perform gravar-relatorio
           move zeros to ws-total-pagos ws-total-rejeitados
                         ws-total-sem-pedido ws-total-parciais
                         ws-total-amaior ws-total-variacao
                         ws-total-renegociados ws-total-recuperados.
       processando-retorno-le.
           read arquivo-retorno into ws-linha-retorno at end
              go processando-retorno-fim
           if ws-ret-ocorrencia = "00" and sqlvalorpago = zeros
              move sqlvalor-parcela to sqlvalorpago
           end-if
           if ws-ret-ocorrencia = "00"
              and sqlstatus-parcela = "RENEGOCIADO"
              perform recusar-renegociado
              go processando-retorno-le
           end-if
           move ws-ret-ocorrencia to sqlocorrencia
           perform gravar-pagamento

           if ws-ret-ocorrencia = "00"
              if sqlstatus-parcela = "PERDA"
                 perform baixar-parcela-perda
                         thru baixar-parcela-perda-fim
              else
                 perform baixar-parcela-retorno
                         thru baixar-parcela-fim
              end-if
           else
              add 1 to ws-total-rejeitados
              initialize ws-linha-relatorio
           end-if.
      *Baixa pelo valor realmente pago: pagamento parcial deixa a
      *parcela ABERTA com saldo; pagamento acima do esperado baixa
      *a parcela mas fica marcado para conferencia. Titulo PERDA e
      *RENEGOCIADO tem tratamento proprio (abaixo).
       baixar-parcela-retorno.
           perform apurar-variacao-cambial
                   thru apurar-variacao-fim
           compute sqlpago-parcela =
                   sqlpago-parcela + sqlvalorpago
           if sqlpago-parcela < sqlvalor-parcela
           perform gravar-relatorio.
       baixar-parcela-fim.
           exit.
      *Titulo baixado como perda continua PERDA: o valor soma em
      *VALORPAGO e a recuperacao fica registrada na mesma transacao
      *(RegistraRecuperacao, como no caixa do BaixaPerdas), que so
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
                                            sqlhist-oper
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
           string ws-ret-pedido delimited by size
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
      *Parcela renegociada nao e baixada pelo retorno nem entra no
      *PAGAMENTOS: o valor vai para a parcela do acordo
      *(RenegociaDivida, pagamento de parcela do acordo), que lanca
      *o PAGAMENTOS contra os titulos originais. Fica no relatorio
      *com o alerta para o financeiro aplicar.
       recusar-renegociado.
           add 1 to ws-total-renegociados
           move sqlvalorpago to ws-valor-pago-edit
           initialize ws-linha-relatorio
           string ws-ret-pedido      delimited by size
                  "/"                delimited by size
                  sqlparcela         delimited by size
                  " | Pago "         delimited by size
                  ws-valor-pago-edit delimited by size
                  " | PARCELA RENEGOCIADA - APLICAR NO ACORDO"
                                     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move "COBRANCA-RETORNO" to ws-alerta-job
           move "A" to ws-alerta-severidade
           initialize ws-alerta-mensagem
           string "RETORNO EM PARCELA RENEGOCIADA " delimited by size
                  ws-ret-pedido                     delimited by size
                  "/"                               delimited by size
                  sqlparcela                        delimited by size
                  into ws-alerta-mensagem
           move spaces to ws-alerta-classe
           move sqlvalorpago to ws-alerta-valor
           call "GravaAlerta" using ws-alerta-job
                                    ws-alerta-severidade
                                    ws-alerta-mensagem
                                    ws-alerta-classe
                                    ws-alerta-valor.
      *Titulo de pedido em moeda estrangeira: o valor recebido em
      *reais e convertido pela cotacao do dia; a diferenca contra a
      *taxa do pedido e a variacao cambial, que reajusta o valor da
      *parcela e fica em VARIACAO_CAMBIAL para a contabilidade.
      *Sobra de centavos de arredondamento na quitacao entra na
      *propria variacao.
       apurar-variacao-cambial.
           move zeros to sqlvariacao
           move spaces to sqlmoeda-pedido
           move zeros to sqltaxa-pedido
           EXEC SQL
                SELECT IFNULL(MOEDA, 'BRL'), IFNULL(TAXA_CAMBIO, 0)
                  INTO :sqlmoeda-pedido, :sqltaxa-pedido
                  FROM PEDIDOS
                 WHERE CODIGO = :sqlcodigo-pedido
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go apurar-variacao-fim
           end-if
           if sqlmoeda-pedido = "BRL" or sqlmoeda-pedido = spaces
              or sqltaxa-pedido = zeros
              go apurar-variacao-fim
           end-if
           move spaces to ws-cambio-pais
           move sqlmoeda-pedido to ws-cambio-moeda
           move function current-date(1:8) to ws-cambio-data
           call "CotacaoMoeda" using ws-cambio-pais
                                     ws-cambio-data
                                     ws-cambio-moeda
                                     ws-cambio-taxa
                                     ws-cambio-retorno
           if ws-cambio-retorno not = "0"
              initialize ws-linha-relatorio
              string ws-ret-pedido   delimited by size
                     "/"             delimited by size
                     sqlparcela      delimited by size
                     " | SEM COTACAO " delimited by size
                     sqlmoeda-pedido delimited by size
                     ": variacao cambial nao apurada"
                                     delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go apurar-variacao-fim
           end-if
           move ws-cambio-taxa to sqltaxa-pagto
           compute sqlvalor-moeda rounded =
                   sqlvalorpago / sqltaxa-pagto
           compute sqlvariacao rounded = sqlvalorpago
                 - (sqlvalorpago * sqltaxa-pedido / sqltaxa-pagto)
           compute ws-residuo-cambio =
                   sqlvalor-parcela + sqlvariacao
                 - sqlpago-parcela - sqlvalorpago
           if ws-residuo-cambio > -0,10 and ws-residuo-cambio < 0,10
              compute sqlvariacao = sqlpago-parcela + sqlvalorpago
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
                        :sqlvalorpago,
                        :sqlvariacao,
                        'RETORNO')
           END-EXEC
           if sqlcode not = 0
              display "Aviso: VARIACAO_CAMBIAL nao gravada" at 1810
              move zeros to sqlcode
           end-if
           compute sqlvalor-parcela = sqlvalor-parcela + sqlvariacao
           EXEC SQL
                UPDATE PEDIDO_PARCELAS
                   SET VALOR = :sqlvalor-parcela
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
                 LIMIT 1
           END-EXEC
           add sqlvariacao to ws-total-variacao
           move sqlvariacao to ws-variacao-edit
           move sqltaxa-pagto to ws-taxa-edit
           initialize ws-linha-relatorio
           string ws-ret-pedido    delimited by size
                  "/"              delimited by size
                  sqlparcela       delimited by size
                  " | "            delimited by size
                  sqlmoeda-pedido  delimited by size
                  " taxa do dia "  delimited by size
                  ws-taxa-edit     delimited by size
                  " | Variacao cambial " delimited by size
                  ws-variacao-edit delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
       apurar-variacao-fim.
           exit.
       alerta-pago-a-maior.
           move "COBRANCA-RETORNO" to ws-alerta-job
           move "A" to ws-alerta-severidade
                  ws-total-sem-pedido   delimited by size
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
           if ws-total-variacao not = zeros
              move ws-total-variacao to ws-variacao-edit
              initialize ws-linha-relatorio
              string "Variacao Cambial.: " delimited by size
                     ws-variacao-edit      delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
           end-if
           close relatorio-retorno

           move "F" to ws-plog-evento
           move ws-total-pagos to ws-plog-registros
           if ws-total-sem-pedido > 0 or ws-total-rejeitados > 0
              or ws-total-renegociados > 0
              move "ERRO" to ws-plog-status
           else
              move "OK" to ws-plog-status
           display "Parciais..: " at 0701 ws-total-parciais
           display "Rejeitados: " at 0801 ws-total-rejeitados
           display "Sem Pedido: " at 0901 ws-total-sem-pedido
           display "Renegociad: " at 1001 ws-total-renegociados
           display "Recuperad.: " at 1101 ws-total-recuperados
           display "Relatorio.: " at 1201 ws-relatorio-nome
           accept espera at 2301
           go menugeral.
       gravar-retorno-ctl.
