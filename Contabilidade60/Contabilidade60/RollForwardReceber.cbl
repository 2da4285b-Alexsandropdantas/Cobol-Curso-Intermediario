      $SET SQL()
       identification division.
       program-id. RollForwardReceber.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select periodos assign to disk organization is indexed
             access mode is dynamic file status fs-periodos
             record key is anomes-periodos.
           select arquivo-export assign to ws-export-nome
             organization is line sequential
             file status is fs-export.
           select relatorio-roll assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       file section.
       fd periodos
           label record is standard
           value of file-id "PERIODOS.ARQ".
       01 registro-periodos.
         02 anomes-periodos         pic 9(06).
         02 situacao-periodos       pic x(10).
         02 operador-periodos       pic x(20).
         02 quando-periodos         pic 9(14).
         02 obs-periodos            pic x(40).
       fd arquivo-export
           label record is standard.
       01 reg-export.
         02 exp-tipo                pic x(01).
         02 exp-evento              pic x(12).
         02 exp-conta               pic x(10).
         02 exp-dc                  pic x(01).
         02 exp-valor               pic 9(13)v99.
         02 exp-data                pic 9(08).
       fd relatorio-roll
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-periodos               pic x(02).
       77 fs-export                 pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-export-nome             pic x(60).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-anomes                  pic 9(06).
       01 ws-ano-fim                 pic 9(04).
       01 ws-mes-fim                 pic 9(02).
       01 ws-exportado               pic x(01).
      *Totais enviados a contabilidade no CONTABIL_AAAAMM.EXP do
      *mes, somados pela linha de debito de cada evento.
       01 ws-eventos-export.
          02 ws-export occurs 20 times.
             03 ws-export-evento     pic x(12).
             03 ws-export-valor      pic 9(13)v99.
       01 ws-qtd-export              pic 9(02).
       01 ws-indice                  pic 9(02).
      *Linha do roll-forward em montagem: sinal (+/-/=), texto,
      *valor apurado nos titulos e evento contabil correspondente.
       01 ws-linha-sinal             pic x(01).
       01 ws-linha-texto             pic x(34).
       01 ws-linha-valor             pic s9(13)v99.
       01 ws-linha-evento            pic x(12).
       01 ws-linha-contabil          pic 9(13)v99.
       01 ws-linha-diferenca         pic s9(13)v99.
       01 ws-linha-situacao          pic x(14).
       01 ws-saldo-inicial           pic s9(13)v99.
       01 ws-saldo-final             pic s9(13)v99.
       01 ws-saldo-calculado         pic s9(13)v99.
       01 ws-faturado                pic 9(13)v99.
       01 ws-cancelado               pic 9(13)v99.
       01 ws-recebido                pic 9(13)v99.
       01 ws-perdas                  pic 9(13)v99.
       01 ws-recuperado              pic 9(13)v99.
       01 ws-notas-credito           pic 9(13)v99.
       01 ws-creditos-conta          pic 9(13)v99.
       01 ws-variacao-ativa          pic 9(13)v99.
       01 ws-variacao-passiva        pic 9(13)v99.
       01 ws-qtd-divergencias        pic 9(03).
       01 ws-valor-edit              pic ---.---.---.--9,99.
       01 ws-contabil-edit           pic ---.---.---.--9,99.
       01 ws-diferenca-edit          pic ---.---.---.--9,99.
       01 ws-contabil-texto          pic x(18).
       01 ws-diferenca-texto         pic x(18).
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
       01 sqlvalor                   pic 9(13)v99.
       01 sqlpagos                   pic 9(13)v99.
       01 sqlperdas                  pic 9(13)v99.
       01 sqlrecuperado              pic 9(13)v99.
       01 ws-data-inicial            pic x(10).
       01 ws-data-final              pic x(10).
       01 ws-data-corte              pic x(10).
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
           end-if.
      *Roll-forward do contas a receber de um mes fechado no
      *FechaPeriodo: saldo inicial dos titulos (PEDIDO_PARCELAS),
      *mais faturado, menos cancelado, recebido e baixado como
      *perda, mais recuperado e variacao cambial, igual ao saldo
      *final. Cada linha e comparada com o total do mesmo evento no
      *arquivo enviado pelo ContabilExporta, e o saldo calculado
      *com o saldo dos
      *titulos reconstituido na virada do mes.
       abrindo-periodos.
           open input periodos
           if fs-periodos not = "00"
              display "PERIODOS.ARQ indisponivel: " at 2101
                              fs-periodos
              accept espera at 2180
              go desconectando
           end-if.
       menugeral.
           display erase at 0101
           display "Roll-forward do Contas a Receber" at 0101
           display "Ano/Mes fechado (AAAAMM, 0=sair): " at 0301
           move zeros to ws-anomes
           accept ws-anomes at 0335
           if ws-anomes = zeros
              close periodos
              go desconectando
           end-if
           move ws-anomes to anomes-periodos
           read periodos invalid key
              display "Periodo nao cadastrado no fechamento." at 0501
              accept espera at 2301
              go menugeral
           end-read
           if situacao-periodos not = "FECHADO"
              display "Periodo nao esta FECHADO: " at 0501
                              situacao-periodos
              accept espera at 2301
              go menugeral
           end-if
           go apurando.
       apurando.
           move "ROLLFORWARD-RECEBER" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           display "Apurando..." at 0501

           move spaces to ws-data-inicial
           string ws-anomes(1:4) delimited by size
                  "-"            delimited by size
                  ws-anomes(5:2) delimited by size
                  "-01"          delimited by size
                  into ws-data-inicial
           compute ws-ano-fim = function numval (ws-anomes(1:4))
           compute ws-mes-fim = function numval (ws-anomes(5:2))
           if ws-mes-fim = 12
              add 1 to ws-ano-fim
              move 01 to ws-mes-fim
           else
              add 1 to ws-mes-fim
           end-if
           move spaces to ws-data-final
           string ws-ano-fim delimited by size
                  "-"        delimited by size
                  ws-mes-fim delimited by size
                  "-01"      delimited by size
                  into ws-data-final

           perform carregar-exportacao thru carregar-exportacao-fim

           move ws-data-inicial to ws-data-corte
           perform apurar-saldo-titulos
           move ws-saldo-final to ws-saldo-inicial
           move ws-data-final to ws-data-corte
           perform apurar-saldo-titulos
           perform apurar-movimento

           compute ws-saldo-calculado = ws-saldo-inicial
                   + ws-faturado - ws-cancelado - ws-recebido
                   - ws-perdas + ws-recuperado
                   + ws-variacao-ativa - ws-variacao-passiva

           initialize ws-relatorio-nome
           string "ROLLFORWARD_RECEBER_" delimited by size
                  ws-anomes              delimited by size
                  ".TXT"                 delimited by size
                  into ws-relatorio-nome
           open output relatorio-roll
           initialize ws-linha-relatorio
           string "Roll-forward do Contas a Receber - Periodo "
                            delimited by size
                  ws-anomes delimited by size
                  "  (fechado em " delimited by size
                  quando-periodos(1:8) delimited by size
                  " por "   delimited by size
                  operador-periodos delimited by "  "
                  ")"       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           if ws-exportado = "N"
              initialize ws-linha-relatorio
              string "Exportacao contabil nao encontrada: "
                                       delimited by size
                     ws-export-nome    delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
           end-if
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "  Movimento                                  Titulos"
                to ws-linha-relatorio
           move "Contabil          Diferenca"
                to ws-linha-relatorio(66:27)
           perform gravar-relatorio
           move zeros to ws-qtd-divergencias

           move " " to ws-linha-sinal
           move "Saldo inicial dos titulos" to ws-linha-texto
           move ws-saldo-inicial to ws-linha-valor
           move spaces to ws-linha-evento
           perform imprimir-linha
           move "+" to ws-linha-sinal
           move "Faturado" to ws-linha-texto
           move ws-faturado to ws-linha-valor
           move "FATURAMENTO" to ws-linha-evento
           perform imprimir-linha
           move "-" to ws-linha-sinal
           move "Cancelado apos faturar" to ws-linha-texto
           move ws-cancelado to ws-linha-valor
           move "CANCELAMENTO" to ws-linha-evento
           perform imprimir-linha
           move "-" to ws-linha-sinal
           move "Recebido (PAGAMENTOS)" to ws-linha-texto
           move ws-recebido to ws-linha-valor
           move "PAGAMENTO" to ws-linha-evento
           perform imprimir-linha
           move "-" to ws-linha-sinal
           move "Baixado como perda" to ws-linha-texto
           move ws-perdas to ws-linha-valor
           move "PERDA" to ws-linha-evento
           perform imprimir-linha
           move "+" to ws-linha-sinal
           move "Recuperado de perdas" to ws-linha-texto
           move ws-recuperado to ws-linha-valor
           move "RECUPERACAO" to ws-linha-evento
           perform imprimir-linha
           move "+" to ws-linha-sinal
           move "Variacao cambial ativa" to ws-linha-texto
           move ws-variacao-ativa to ws-linha-valor
           move "VARCAMBATIVA" to ws-linha-evento
           perform imprimir-linha
           move "-" to ws-linha-sinal
           move "Variacao cambial passiva" to ws-linha-texto
           move ws-variacao-passiva to ws-linha-valor
           move "VARCAMBPASS" to ws-linha-evento
           perform imprimir-linha
           move "=" to ws-linha-sinal
           move "Saldo final calculado" to ws-linha-texto
           move ws-saldo-calculado to ws-linha-valor
           move spaces to ws-linha-evento
           perform imprimir-linha

      *    O saldo calculado tem de bater com o saldo dos titulos
      *    reconstituido no fim do mes.
           move ws-saldo-final to ws-valor-edit
           compute ws-linha-diferenca =
                   ws-saldo-calculado - ws-saldo-final
           move ws-linha-diferenca to ws-diferenca-edit
           move spaces to ws-linha-situacao
           if ws-linha-diferenca not = zeros
              move "** DIVERGE **" to ws-linha-situacao
              add 1 to ws-qtd-divergencias
           end-if
           initialize ws-linha-relatorio
           string "  Saldo final dos titulos           "
                                     delimited by size
                  ws-valor-edit      delimited by size
                  "                   " delimited by size
                  ws-diferenca-edit  delimited by size
                  " "                delimited by size
                  ws-linha-situacao  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

      *    Nota de credito entra como credito em conta do cliente e
      *    so baixa titulo quando aplicada, ja dentro do Recebido;
      *    aparece aqui para conferencia com o evento NOTACREDITO.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "  Creditos ao cliente (fora do saldo dos titulos)"
                to ws-linha-relatorio
           perform gravar-relatorio
           move " " to ws-linha-sinal
           move "Notas de credito emitidas" to ws-linha-texto
           move ws-notas-credito to ws-linha-valor
           move "NOTACREDITO" to ws-linha-evento
           perform imprimir-linha
           move " " to ws-linha-sinal
           move "Creditos em conta a aplicar (hoje)" to ws-linha-texto
           move ws-creditos-conta to ws-linha-valor
           move spaces to ws-linha-evento
           perform imprimir-linha

           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Divergencias: "    delimited by size
                  ws-qtd-divergencias delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-roll

           if ws-qtd-divergencias > zeros
              move ws-plog-job to ws-alerta-job
              move "A" to ws-alerta-severidade
              initialize ws-alerta-mensagem
              string "ROLL-FORWARD RECEBER " delimited by size
                     ws-anomes               delimited by size
                     " COM DIVERGENCIAS"     delimited by size
                     into ws-alerta-mensagem
              move "ROLLFORWARD" to ws-alerta-classe
              move ws-qtd-divergencias to ws-alerta-valor
              call "GravaAlerta" using ws-alerta-job
                                       ws-alerta-severidade
                                       ws-alerta-mensagem
                                       ws-alerta-classe
                                       ws-alerta-valor
           end-if
           move "F" to ws-plog-evento
           move ws-qtd-divergencias to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           move "ROLLFORWARD_RECEBER" to ws-cat-nome
           move 9 to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           move ws-saldo-calculado to ws-valor-edit
           display "Saldo Final.: " at 0701 ws-valor-edit
           display "Divergencias: " at 0801 ws-qtd-divergencias
           display "Relatorio...: " at 0901 ws-relatorio-nome
           accept espera at 2301
           go menugeral.
      *Linha com o valor dos titulos, o total contabil do evento
      *(quando houver) e a diferenca entre os dois.
       imprimir-linha.
           move ws-linha-valor to ws-valor-edit
           move spaces to ws-contabil-texto ws-diferenca-texto
                          ws-linha-situacao
           if ws-linha-evento not = spaces
              move zeros to ws-linha-contabil
              perform procurar-evento
                      varying ws-indice from 1 by 1
                      until ws-indice > ws-qtd-export
              move ws-linha-contabil to ws-contabil-edit
              move ws-contabil-edit to ws-contabil-texto
              compute ws-linha-diferenca =
                      ws-linha-valor - ws-linha-contabil
              move ws-linha-diferenca to ws-diferenca-edit
              move ws-diferenca-edit to ws-diferenca-texto
              if ws-exportado = "N"
                 move "NAO EXPORTADO" to ws-linha-situacao
                 add 1 to ws-qtd-divergencias
              else
                 if ws-linha-diferenca not = zeros
                    move "** DIVERGE **" to ws-linha-situacao
                    add 1 to ws-qtd-divergencias
                 end-if
              end-if
           end-if
           initialize ws-linha-relatorio
           string ws-linha-sinal     delimited by size
                  " "                delimited by size
                  ws-linha-texto     delimited by size
                  ws-valor-edit      delimited by size
                  " "                delimited by size
                  ws-contabil-texto  delimited by size
                  " "                delimited by size
                  ws-diferenca-texto delimited by size
                  " "                delimited by size
                  ws-linha-situacao  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
       procurar-evento.
           if ws-export-evento(ws-indice) = ws-linha-evento
              move ws-export-valor(ws-indice) to ws-linha-contabil
           end-if.
      *Saldo dos titulos na data de corte: parcelas de pedidos ja
      *faturados e nao cancelados ate o corte, menos o recebido e
      *o baixado como perda ate ali, mais o recuperado. Parcela de
      *fatura parcial vale pela data da propria fatura.
       apurar-saldo-titulos.
           move zeros to sqlvalor sqlpagos sqlperdas sqlrecuperado
           EXEC SQL
                SELECT IFNULL(SUM(P.VALOR -
                       IFNULL((SELECT SUM(V.VARIACAO)
                                 FROM VARIACAO_CAMBIAL V
                                WHERE V.CODIGO_PEDIDO =
                                      P.CODIGO_PEDIDO
                                  AND V.PARCELA = P.PARCELA
                                  AND V.QUANDO >= :ws-data-corte), 0)),
                       0)
                  INTO :sqlvalor
                  FROM PEDIDO_PARCELAS P
                 WHERE ((IFNULL(P.FATURA, 0) = 0
                   AND EXISTS
                       (SELECT 1 FROM PEDIDOS_STATUS_HIST H
                         WHERE H.CODIGO_PEDIDO = P.CODIGO_PEDIDO
                           AND H.STATUS_PARA = 'FATURADO'
                           AND H.QUANDO < :ws-data-corte))
                    OR EXISTS
                       (SELECT 1 FROM PEDIDO_FATURAS F
                         WHERE F.CODIGO_PEDIDO = P.CODIGO_PEDIDO
                           AND F.FATURA = P.FATURA
                           AND F.QUANDO < :ws-data-corte))
                   AND NOT EXISTS
                       (SELECT 1 FROM PEDIDOS_STATUS_HIST H
                         WHERE H.CODIGO_PEDIDO = P.CODIGO_PEDIDO
                           AND H.STATUS_PARA = 'CANCELADO'
                           AND H.QUANDO < :ws-data-corte)
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                SELECT IFNULL(SUM(G.VALORPAGO), 0)
                  INTO :sqlpagos
                  FROM PAGAMENTOS G
                 WHERE G.OCORRENCIA IN ('00', '  ')
                   AND G.QUANDO < :ws-data-corte
                   AND EXISTS
                       (SELECT 1 FROM PEDIDOS_STATUS_HIST H
                         WHERE H.CODIGO_PEDIDO = G.CODIGO_PEDIDO
                           AND H.STATUS_PARA = 'FATURADO'
                           AND H.QUANDO < :ws-data-corte)
                   AND NOT EXISTS
                       (SELECT 1 FROM PEDIDOS_STATUS_HIST H
                         WHERE H.CODIGO_PEDIDO = G.CODIGO_PEDIDO
                           AND H.STATUS_PARA = 'CANCELADO'
                           AND H.QUANDO < :ws-data-corte)
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                SELECT IFNULL(SUM(SALDO), 0)
                  INTO :sqlperdas
                  FROM PERDAS
                 WHERE QUANDO < :ws-data-corte
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                SELECT IFNULL(SUM(VALOR), 0)
                  INTO :sqlrecuperado
                  FROM RECUPERACOES
                 WHERE QUANDO < :ws-data-corte
           END-EXEC
           move zeros to sqlcode
           compute ws-saldo-final = sqlvalor - sqlpagos
                                  - sqlperdas + sqlrecuperado.
      *Movimento do mes pelos titulos, nos mesmos criterios do
      *saldo, para fechar a conta do saldo inicial ao final.
       apurar-movimento.
           move zeros to sqlvalor
           EXEC SQL
                SELECT IFNULL(SUM(P.VALOR -
                       IFNULL((SELECT SUM(V.VARIACAO)
                                 FROM VARIACAO_CAMBIAL V
                                WHERE V.CODIGO_PEDIDO =
                                      P.CODIGO_PEDIDO
                                  AND V.PARCELA = P.PARCELA
                                  AND V.QUANDO >=
                                      :ws-data-inicial), 0)),
                       0)
                  INTO :sqlvalor
                  FROM PEDIDO_PARCELAS P
                 WHERE (IFNULL(P.FATURA, 0) = 0
                   AND EXISTS
                       (SELECT 1 FROM PEDIDOS_STATUS_HIST H
                         WHERE H.CODIGO_PEDIDO = P.CODIGO_PEDIDO
                           AND H.STATUS_PARA = 'FATURADO'
                           AND H.QUANDO >= :ws-data-inicial
                           AND H.QUANDO < :ws-data-final)
                   AND NOT EXISTS
                       (SELECT 1 FROM PEDIDOS_STATUS_HIST H
                         WHERE H.CODIGO_PEDIDO = P.CODIGO_PEDIDO
                           AND H.STATUS_PARA = 'FATURADO'
                           AND H.QUANDO < :ws-data-inicial))
                    OR EXISTS
                       (SELECT 1 FROM PEDIDO_FATURAS F
                         WHERE F.CODIGO_PEDIDO = P.CODIGO_PEDIDO
                           AND F.FATURA = P.FATURA
                           AND F.QUANDO >= :ws-data-inicial
                           AND F.QUANDO < :ws-data-final)
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-faturado
      *    Cancelado no mes de pedido faturado antes do cancelamento:
      *    sai pelo valor em aberto no inicio do mes (o recebido
      *    dentro do mes de pedido cancelado fica fora do Recebido).
           move zeros to sqlvalor
           EXEC SQL
                SELECT IFNULL(SUM(P.VALOR -
                       IFNULL((SELECT SUM(V.VARIACAO)
                                 FROM VARIACAO_CAMBIAL V
                                WHERE V.CODIGO_PEDIDO =
                                      P.CODIGO_PEDIDO
                                  AND V.PARCELA = P.PARCELA
                                  AND V.QUANDO >=
                                      :ws-data-inicial), 0)),
                       0) -
                       IFNULL((SELECT SUM(G.VALORPAGO)
                                 FROM PAGAMENTOS G
                                WHERE G.OCORRENCIA IN ('00', '  ')
                                  AND G.QUANDO < :ws-data-inicial
                                  AND EXISTS
                                      (SELECT 1
                                         FROM PEDIDOS_STATUS_HIST C
                                        WHERE C.CODIGO_PEDIDO =
                                              G.CODIGO_PEDIDO
                                          AND C.STATUS_PARA =
                                              'CANCELADO'
                                          AND C.QUANDO >=
                                              :ws-data-inicial
                                          AND C.QUANDO <
                                              :ws-data-final)
                                  AND EXISTS
                                      (SELECT 1
                                         FROM PEDIDOS_STATUS_HIST F
                                        WHERE F.CODIGO_PEDIDO =
                                              G.CODIGO_PEDIDO
                                          AND F.STATUS_PARA =
                                              'FATURADO'
                                          AND F.QUANDO <
                                              :ws-data-final)), 0)
                  INTO :sqlvalor
                  FROM PEDIDO_PARCELAS P
                 WHERE EXISTS
                       (SELECT 1 FROM PEDIDOS_STATUS_HIST C
                         WHERE C.CODIGO_PEDIDO = P.CODIGO_PEDIDO
                           AND C.STATUS_PARA = 'CANCELADO'
                           AND C.QUANDO >= :ws-data-inicial
                           AND C.QUANDO < :ws-data-final)
                   AND EXISTS
                       (SELECT 1 FROM PEDIDOS_STATUS_HIST F
                         WHERE F.CODIGO_PEDIDO = P.CODIGO_PEDIDO
                           AND F.STATUS_PARA = 'FATURADO'
                           AND F.QUANDO < :ws-data-final)
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-cancelado
           move zeros to sqlvalor
           EXEC SQL
                SELECT IFNULL(SUM(G.VALORPAGO), 0)
                  INTO :sqlvalor
                  FROM PAGAMENTOS G
                 WHERE G.OCORRENCIA IN ('00', '  ')
                   AND G.QUANDO >= :ws-data-inicial
                   AND G.QUANDO < :ws-data-final
                   AND EXISTS
                       (SELECT 1 FROM PEDIDOS_STATUS_HIST H
                         WHERE H.CODIGO_PEDIDO = G.CODIGO_PEDIDO
                           AND H.STATUS_PARA = 'FATURADO'
                           AND H.QUANDO < :ws-data-final)
                   AND NOT EXISTS
                       (SELECT 1 FROM PEDIDOS_STATUS_HIST H
                         WHERE H.CODIGO_PEDIDO = G.CODIGO_PEDIDO
                           AND H.STATUS_PARA = 'CANCELADO'
                           AND H.QUANDO < :ws-data-final)
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-recebido
           move zeros to sqlvalor
           EXEC SQL
                SELECT IFNULL(SUM(SALDO), 0)
                  INTO :sqlvalor
                  FROM PERDAS
                 WHERE QUANDO >= :ws-data-inicial
                   AND QUANDO < :ws-data-final
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-perdas
           move zeros to sqlvalor
           EXEC SQL
                SELECT IFNULL(SUM(VALOR), 0)
                  INTO :sqlvalor
                  FROM RECUPERACOES
                 WHERE QUANDO >= :ws-data-inicial
                   AND QUANDO < :ws-data-final
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-recuperado
           move zeros to sqlvalor
           EXEC SQL
                SELECT IFNULL(SUM(VALOR), 0)
                  INTO :sqlvalor
                  FROM NOTAS_CREDITO
                 WHERE QUANDO >= :ws-data-inicial
                   AND QUANDO < :ws-data-final
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-notas-credito
           move zeros to sqlvalor
           EXEC SQL
                SELECT IFNULL(SUM(SALDO), 0)
                  INTO :sqlvalor
                  FROM CREDITOS_CLIENTE
           END-EXEC
           move zeros to sqlcode
           move sqlvalor to ws-creditos-conta
      *    Variacao cambial das baixas de titulos em moeda
      *    estrangeira: reajusta o valor da parcela em reais.
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
           move sqlvalor to ws-variacao-ativa
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
           move sqlvalor to ws-variacao-passiva.
      *Le o arquivo exportado do mes e soma o debito de cada evento.
       carregar-exportacao.
           move zeros to ws-qtd-export
           move "N" to ws-exportado
           initialize ws-export-nome
           string "CONTABIL_" delimited by size
                  ws-anomes   delimited by size
                  ".EXP"      delimited by size
                  into ws-export-nome
           open input arquivo-export
           if fs-export not = "00"
              go carregar-exportacao-fim
           end-if
           move "S" to ws-exportado.
       carregar-exportacao-le.
           read arquivo-export at end
              close arquivo-export
              go carregar-exportacao-fim
           end-read
           if exp-tipo not = "1" or exp-dc not = "D"
              go carregar-exportacao-le
           end-if
           move 1 to ws-indice.
       carregar-exportacao-procura.
           if ws-indice > ws-qtd-export
              if ws-qtd-export >= 20
                 go carregar-exportacao-le
              end-if
              add 1 to ws-qtd-export
              move exp-evento to ws-export-evento(ws-qtd-export)
              move zeros to ws-export-valor(ws-qtd-export)
           end-if
           if ws-export-evento(ws-indice) not = exp-evento
              add 1 to ws-indice
              go carregar-exportacao-procura
           end-if
           add exp-valor to ws-export-valor(ws-indice)
           go carregar-exportacao-le.
       carregar-exportacao-fim.
           exit.
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
       end program RollForwardReceber.
