      *Mapa de contas por evento; CONTABIL.CFG sobrepoe com linhas
      *EVENTO|CONTA_DEBITO|CONTA_CREDITO.
       01 ws-mapa-contas.
          02 ws-mapa occurs 30 times.
             03 ws-mapa-evento       pic x(12).
             03 ws-mapa-debito       pic x(10).
             03 ws-mapa-credito      pic x(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlvalor                   pic 9(13)v99.
       01 sqlvalor-fatura            pic 9(13)v99.
       01 sqlanomes                  pic x(06).
       01 ws-data-inicial            pic x(10).
       01 ws-data-final              pic x(10).
      *Interface contabil do mes: um lancamento debito/credito
      *balanceado por evento (faturamento, cancelamento,
      *pagamentos aplicados, estornos de comissao e notas de
      *credito), contas a pagar de fornecedores e perdas com
      *clientes e suas recuperacoes e a variacao cambial dos
      *titulos em moeda estrangeira, em layout fixo com trailer de
      *controle. O mes so
      *exporta uma vez; a reexportacao exige a liberacao de um
      *supervisor e fica registrada em CONTABCTL.ARQ.
       abrindo-contabctl.
           perform apurar-pagamento
           perform apurar-estorno
           perform apurar-notacredito
           perform apurar-contaspagar
           perform apurar-pagtoforn
           perform apurar-perda
           perform apurar-recuperacao
           perform apurar-varcambial-ativa
           perform apurar-varcambial-passiva

           move "9" to exp-tipo
           move spaces to exp-evento exp-conta exp-dc
           perform gravar-relatorio.
       gerar-lancamento-fim.
           exit.
      *Cada faturamento e cada desfazimento contam uma vez: o
      *pedido com NF-e cancelada (volta de FATURADO a ABERTO) sai no
      *cancelamento e entra de novo se for refaturado.
      *Pedido com faturas registradas entra pelo valor de cada
      *fatura na data dela; o pedido sem fatura, pelo historico.
       apurar-faturamento.
           move "FATURAMENTO" to ws-evento-atual
           move zeros to sqlvalor
           EXEC SQL
                SELECT IFNULL(SUM(A.VALOR), 0)
                  INTO :sqlvalor
                  FROM PEDIDOS A, PEDIDOS_STATUS_HIST H
                 WHERE H.CODIGO_PEDIDO = A.CODIGO
                   AND H.STATUS_PARA = 'FATURADO'
                   AND H.QUANDO >= :ws-data-inicial
                   AND H.QUANDO < :ws-data-final
                   AND NOT EXISTS
                       (SELECT 1 FROM PEDIDO_FATURAS X
                         WHERE X.CODIGO_PEDIDO = A.CODIGO)
           END-EXEC
           move zeros to sqlcode
           move zeros to sqlvalor-fatura
           EXEC SQL
                SELECT IFNULL(SUM(VALOR), 0)
                  INTO :sqlvalor-fatura
                  FROM PEDIDO_FATURAS
                 WHERE QUANDO >= :ws-data-inicial
                   AND QUANDO < :ws-data-final
           END-EXEC
           move zeros to sqlcode
           add sqlvalor-fatura to sqlvalor
           move sqlvalor to ws-valor-evento
           perform gerar-lancamento thru gerar-lancamento-fim.
       apurar-cancelamento.
           EXEC SQL
                SELECT IFNULL(SUM(A.VALOR), 0)
                  INTO :sqlvalor
                  FROM PEDIDOS A, PEDIDOS_STATUS_HIST H
                 WHERE H.CODIGO_PEDIDO = A.CODIGO
                   AND (H.STATUS_PARA = 'CANCELADO'
                        OR (H.STATUS_DE = 'FATURADO'
                            AND H.STATUS_PARA = 'ABERTO'))
                   AND H.QUANDO >= :ws-data-inicial
                   AND H.QUANDO < :ws-data-final
                   AND NOT EXISTS
                       (SELECT 1 FROM PEDIDO_FATURAS X
                         WHERE X.CODIGO_PEDIDO = A.CODIGO)
           END-EXEC
           move zeros to sqlcode
           move zeros to sqlvalor-fatura
           EXEC SQL
                SELECT IFNULL(SUM(VALOR), 0)
                  INTO :sqlvalor-fatura
                  FROM PEDIDO_FATURAS
                 WHERE CANCELADA >= :ws-data-inicial
                   AND CANCELADA < :ws-data-final
           END-EXEC
           move zeros to sqlcode
           add sqlvalor-fatura to sqlvalor
           move sqlvalor to ws-valor-evento
           perform gerar-lancamento thru gerar-lancamento-fim.
       apurar-pagamento.
           move zeros to sqlcode
           move sqlvalor to ws-valor-evento
           perform gerar-lancamento thru gerar-lancamento-fim.
      *Titulos a pagar emitidos no mes (notas de fornecedor casadas
      *ou lancadas no ContasPagar), exceto os cancelados.
       apurar-contaspagar.
           move "CONTASPAGAR" to ws-evento-atual
           move zeros to sqlvalor
           EXEC SQL
                SELECT IFNULL(SUM(VALOR), 0)
                  INTO :sqlvalor
                  FROM TITULOS_PAGAR
                 WHERE STATUS <> 'CANCELADO'
                   AND EMISSAO >= :ws-data-inicial
                   AND EMISSAO < :ws-data-final
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-valor-evento
           perform gerar-lancamento thru gerar-lancamento-fim.
      *Pagamentos a fornecedores confirmados no retorno do banco.
       apurar-pagtoforn.
           move "PAGTOFORN" to ws-evento-atual
           move zeros to sqlvalor
           EXEC SQL
                SELECT IFNULL(SUM(VALORPAGO), 0)
                  INTO :sqlvalor
                  FROM PAGAMENTOS_PAGAR
                 WHERE OCORRENCIA = '00'
                   AND QUANDO >= :ws-data-inicial
                   AND QUANDO < :ws-data-final
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-valor-evento
           perform gerar-lancamento thru gerar-lancamento-fim.
      *Titulos baixados como perda (saldo na data da baixa) e o
      *recebido depois da baixa: o dinheiro ja entra no evento
      *PAGAMENTO, a RECUPERACAO recompoe o cliente contra receita.
       apurar-perda.
           move "PERDA" to ws-evento-atual
           move zeros to sqlvalor
           EXEC SQL
                SELECT IFNULL(SUM(SALDO), 0)
                  INTO :sqlvalor
                  FROM PERDAS
                 WHERE QUANDO >= :ws-data-inicial
                   AND QUANDO < :ws-data-final
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-valor-evento
           perform gerar-lancamento thru gerar-lancamento-fim.
       apurar-recuperacao.
           move "RECUPERACAO" to ws-evento-atual
           move zeros to sqlvalor
           EXEC SQL
                SELECT IFNULL(SUM(VALOR), 0)
                  INTO :sqlvalor
                  FROM RECUPERACOES
                 WHERE QUANDO >= :ws-data-inicial
                   AND QUANDO < :ws-data-final
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-valor-evento
           perform gerar-lancamento thru gerar-lancamento-fim.
      *Variacao cambial na baixa de titulo em moeda estrangeira:
      *ganho (positiva) reajusta o cliente contra receita
      *financeira, perda (negativa) contra despesa financeira.
       apurar-varcambial-ativa.
           move "VARCAMBATIVA" to ws-evento-atual
           move zeros to sqlvalor
           EXEC SQL
                SELECT IFNULL(SUM(VARIACAO), 0)
                  INTO :sqlvalor
                  FROM VARIACAO_CAMBIAL
                 WHERE VARIACAO > 0
                   AND QUANDO >= :ws-data-inicial
                   AND QUANDO < :ws-data-final
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-valor-evento
           perform gerar-lancamento thru gerar-lancamento-fim.
       apurar-varcambial-passiva.
           move "VARCAMBPASS" to ws-evento-atual
           move zeros to sqlvalor
           EXEC SQL
                SELECT IFNULL(SUM(0 - VARIACAO), 0)
                  INTO :sqlvalor
                  FROM VARIACAO_CAMBIAL
                 WHERE VARIACAO < 0
                   AND QUANDO >= :ws-data-inicial
                   AND QUANDO < :ws-data-final
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-valor-evento
           perform gerar-lancamento thru gerar-lancamento-fim.
       carregar-mapa.
           move 11 to ws-qtd-mapa
           move "FATURAMENTO"  to ws-mapa-evento(1)
           move "1101000001"   to ws-mapa-debito(1)
           move "3101000001"   to ws-mapa-credito(1)
           move "NOTACREDITO"  to ws-mapa-evento(5)
           move "3101000001"   to ws-mapa-debito(5)
           move "2110000001"   to ws-mapa-credito(5)
           move "CONTASPAGAR"  to ws-mapa-evento(6)
           move "1120000001"   to ws-mapa-debito(6)
           move "2101000001"   to ws-mapa-credito(6)
           move "PAGTOFORN"    to ws-mapa-evento(7)
           move "2101000001"   to ws-mapa-debito(7)
           move "1110000001"   to ws-mapa-credito(7)
           move "PERDA"        to ws-mapa-evento(8)
           move "3301000001"   to ws-mapa-debito(8)
           move "1101000001"   to ws-mapa-credito(8)
           move "RECUPERACAO"  to ws-mapa-evento(9)
           move "1101000001"   to ws-mapa-debito(9)
           move "3107000001"   to ws-mapa-credito(9)
           move "VARCAMBATIVA" to ws-mapa-evento(10)
           move "1101000001"   to ws-mapa-debito(10)
           move "3108000001"   to ws-mapa-credito(10)
           move "VARCAMBPASS"  to ws-mapa-evento(11)
           move "3302000001"   to ws-mapa-debito(11)
           move "1101000001"   to ws-mapa-credito(11)
           open input contabil-config
           if fs-config not = "00"
              close contabil-config
           if ws-config-linha(1:1) = "*"
              go carregar-mapa-le
           end-if
           if ws-qtd-mapa >= 30
              close contabil-config
              go carregar-mapa-fim
           end-if
