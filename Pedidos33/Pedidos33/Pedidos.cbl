      *da mudanca ao lado); em branco vale como ativo.
           02 situacao-vendedores  pic x(01).
           02 dataefetiva-vendedores pic 9(08).
      *supervisor: codigo do vendedor que chefia a equipe (zeros
      *= sem supervisor); override: percentual do supervisor sobre
      *a base de comissao aprovada da sua equipe.
           02 supervisor-vendedores pic 9(3).
           02 override-vendedores  pic 9(02)v99.
       fd credito
           label record is standard
           value of file-id "CREDITO.ARQ".
         02 cliente-credito         pic x(10).
         02 limite-credito          pic 9(09)v99.
         02 condpagto-credito       pic x(03).
      *   S = pedidos do cliente faturados juntos no fechamento do
      *   mes (FaturaMensal); branco ou N = fatura pedido a pedido.
         02 fatmensal-credito       pic x(01).
       fd condpagto
           label record is standard
           value of file-id "CONDPAGTO.ARQ".
       77 fs-descontos              pic x(02).
       77 fs-icmsuf                 pic x(02).
       01 ws-inventario-aberto       pic x(01).
       01 ws-fatura-mensal           pic x(01).
       01 ws-politica-pct            pic 9(02)v99.
       01 ws-tolerancia-desc         pic 9(02)v99 value 5,00.
       01 ws-preco-politica          pic 9(09)v99.
       01 ws-seq-codigo              pic x(10).
       01 ws-seq-retorno             pic x(01).
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
      *Fila de notificacoes ao cliente (EnfileiraNotificacao).
       01 ws-notif-modelo            pic x(10).
       01 ws-notif-cliente           pic x(10).
       01 ws-notif-papel             pic x(01).
       01 ws-notif-documento         pic x(10).
       01 ws-notif-dados             pic x(200).
       01 ws-notif-retorno           pic x(01).
       01 ws-valor-entrada           pic s9(09)v99
                                     sign leading separate.
       01 ws-limite-edit             pic zzz.zzz.zz9,99.
       01 ws-validade-num            pic 9(08).
       01 ws-periodo-retorno         pic x(01).
       01 ws-data-valida             pic 9(08).
      *Moeda do pedido pelo pais do cliente (MOEDAS.ARQ) e taxa do
      *dia do pedido (CAMBIO.ARQ); cliente no Brasil fica em BRL.
       01 ws-cambio-pais             pic x(50).
       01 ws-cambio-data             pic 9(08).
       01 ws-cambio-moeda            pic x(03).
       01 ws-cambio-taxa             pic 9(05)v9(06).
       01 ws-cambio-retorno          pic x(01).
       01 ws-taxa-edit               pic zz.zz9,999999.
      *Data prometida do item: E = estoque livre, C = compra em
      *aberto, P = prazo de reposicao, S = sem previsao.
       01 ws-atp-origem              pic x(01).
       01 ws-atp-falta               pic s9(09).
       01 ws-atp-coberto             pic s9(09).
       01 ws-atp-dias                pic s9(03).
       01 ws-atp-data                pic 9(08).
      *Item que e kit (PRODUTO_KITS): estoque e reserva correm nos
      *componentes, nunca no proprio kit.
       01 ws-item-kit                pic x(01).
       01 ws-preco-tabela            pic x(01).
      *Faturamento parcial: itens e quantidades escolhidos para a
      *fatura; as parcelas da fatura continuam a numeracao das ja
      *existentes no pedido.
       01 ws-fatura-parcial          pic x(01) value "N".
       01 ws-fatura-valor            pic 9(11)v99.
       01 ws-parcela-base            pic 9(02).
       01 ws-fat-indice              pic 9(02).
       01 ws-fat-qtd-itens           pic 9(02).
       01 ws-fat-itens.
          02 ws-fat-item occurs 50 times.
             03 ws-fat-produto       pic x(10).
             03 ws-fat-quantidade    pic s9(09).
             03 ws-fat-preco         pic 9(09)v99.
             03 ws-fat-aliq          pic 9(02)v99.
             03 ws-fat-reservado     pic s9(09).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlregistro-pedidos.
       01 sqlexposicao                 pic 9(11)v99.
       01 sqllimite-lib                pic 9(09)v99.
       01 sqlsupervisor-lib            pic x(03).
       01 sqlgrupo-credito             pic x(10).
       01 sqllimite-grupo              pic 9(09)v99.
       01 sqlvencimento                pic x(10).
       01 sqluf-cliente                pic x(02).
       01 sqlparcela                   pic 9(02).
       01 sqlicms-total                pic 9(11)v99.
       01 sqlend-entrega               pic 9(02).
       01 sqlend-existe                pic 9(05).
       01 sqldeposito-pedido           pic x(03).
       01 sqldeposito-nome             pic x(30).
       01 sqlcusto-item                pic 9(09)v99.
       01 sqlpais-cliente              pic x(50).
       01 sqlmoeda-pedido              pic x(03).
       01 sqltaxa-cambio               pic 9(05)v9(06).
       01 sqlvalor-moeda               pic 9(11)v99.
       01 sqlfatura                    pic 9(02).
       01 sqlsaldo-item                pic s9(09).
       01 sqlfat-quantidade            pic s9(09).
       01 sqlfat-total                 pic 9(09)v99.
       01 sqlfat-icms                  pic 9(09)v99.
       01 sqlfat-valor                 pic 9(11)v99.
       01 sqlfat-icms-total            pic 9(11)v99.
       01 sqlfat-reservado             pic s9(09).
       01 sqlqtd-parcelas              pic 9(02).
       01 sqlatp-previsao              pic x(08).
       01 sqlatp-qtd                   pic s9(09).
       01 sqlatp-fila                  pic s9(09).
       01 sqlprazo-reposicao           pic s9(03).
       01 sqldata-prometida            pic x(10).
       01 sqlkit-componentes           pic 9(05).
       01 sqlkit-reserva               pic s9(09).
       01 sqlpreco-tabela              pic 9(09)v99.
       01 sqltabela-cliente            pic x(15).
       01 sqlsituacao-prod             pic x(15).
       01 sqlsubstituto-prod           pic x(10).
       01 sqlitens-descont             pic 9(05).
       01 sqlcodigo-lido               pic x(13).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
           display "8.Criar/Ajustar Tabelas" at 1001
           display "9.Linha do Tempo do Pedido" at 1101
           display "10.Converter Orcamento em Pedido" at 1201
           display "11.Faturamento Parcial" at 1301
           display "0.Sair" at 1401
           display "Opcao:" at 1501
           initialize opcao
           accept opcao at 1507
           if opcao = 1 go incluir-pedido.
           if opcao = 2 go consultar-pedido.
           if opcao = 3 go alterar-pedido.
           if opcao = 8 go criartabelas.
           if opcao = 9 go linha-tempo-pedido.
           if opcao = 10 go converter-orcamento.
           if opcao = 11 go faturar-parcial.
           if opcao = 0 go desconectando.
           go menugeral.
       monta-tela-pedido.
                 go incluir-pedido
              end-if
           end-if
           display "Deposito (branco=01): " at 1436
           move spaces to sqldeposito-pedido
           accept sqldeposito-pedido at 1458
           if sqldeposito-pedido = spaces
              move "01" to sqldeposito-pedido
           end-if
           move spaces to sqldeposito-nome
           EXEC SQL
                SELECT DESCRICAO INTO :sqldeposito-nome
                  FROM DEPOSITOS
                 WHERE CODIGO = :sqldeposito-pedido
           END-EXEC
           if sqlcode not = 0
              display "Deposito nao cadastrado" at 1510
              move zeros to sqlcode
              accept espera at 2301
              go incluir-pedido
           end-if
           display sqldeposito-pedido at 1458

           move zeros to ws-data-entrada
           accept ws-data-entrada at 0529 with update
              go incluir-pedido
           end-if
           move ws-valor-entrada to sqlvalor-pedido
           move ws-data-entrada to ws-cambio-data
           perform apurar-cambio-pedido thru apurar-cambio-fim
           if ws-cambio-retorno = "2"
              go incluir-pedido
           end-if
      *Orcamento so segura preco: nao passa por limite de credito
      *nem alcada e fica fora da cobranca, comissao e aging ate
      *ser convertido em pedido firme.
                       (codigo, codigo_cliente, datapedido,
                        valor, status, codigo_vendedor,
                        operador_inc, operador_alt, validade,
                        end_entrega, moeda, taxa_cambio,
                        valor_moeda, deposito)
                VALUES
                       (:sqlcodigo-pedido,
                        :sqlcliente-pedido,
                        :sqloperador,
                        :sqloperador,
                        NULLIF(:sqlvalidade, ' '),
                        :sqlend-entrega,
                        :sqlmoeda-pedido,
                        :sqltaxa-cambio,
                        :sqlvalor-moeda,
                        :sqldeposito-pedido)
           END-EXEC
           if sqlcode not = 0
      *           SQLCODE = -1062 chave duplicada
      *inativados/bloqueados/fundidos.
       validar-cliente-pedido.
           move spaces to sqlnome-cliente sqlsituacao-cliente
                          sqlpais-cliente
           EXEC SQL
                SELECT NOME, SITUACAO, IFNULL(PAIS, ' ')
                  INTO :sqlnome-cliente, :sqlsituacao-cliente,
                       :sqlpais-cliente
                  FROM CLIENTES
                 WHERE CODIGO = :sqlcliente-pedido
           END-EXEC
                SELECT CODIGO, CODIGO_CLIENTE, DATAPEDIDO, VALOR,
                       STATUS, CODIGO_VENDEDOR,
                       IFNULL(VALIDADE, ' '),
                       IFNULL(ICMS_TOTAL, 0),
                       IFNULL(DEPOSITO, '01')
                  INTO :sqlcodigo-pedido,
                       :sqlcliente-pedido,
                       :sqldata-pedido,
                       :sqlstatus-pedido,
                       :sqlvendedor-pedido,
                       :sqlvalidade,
                       :sqlicms-total,
                       :sqldeposito-pedido
                  FROM PEDIDOS
                 WHERE CODIGO = :sqlcodigo-pedido
           END-EXEC.
           display ws-valor-edit at 0629
           display sqlstatus-pedido at 0729
           display sqlvendedor-pedido at 0829
           display "Deposito " at 0841 sqldeposito-pedido
           display sqlvalidade at 0929
           move sqlicms-total to ws-valor-edit
           display "ICMS Total................: " at 1001
              go consultar-pedido
           end-if
           perform mostrar-pedido
           perform mostrar-moeda-pedido
           accept espera at 2301
           go consultar-pedido.
      *Pedido em moeda estrangeira mostra o valor na moeda e a taxa
      *do dia do pedido.
       mostrar-moeda-pedido.
           move spaces to sqlmoeda-pedido
           move zeros to sqltaxa-cambio sqlvalor-moeda
           EXEC SQL
                SELECT IFNULL(MOEDA, 'BRL'), IFNULL(TAXA_CAMBIO, 1),
                       IFNULL(VALOR_MOEDA, VALOR)
                  INTO :sqlmoeda-pedido, :sqltaxa-cambio,
                       :sqlvalor-moeda
                  FROM PEDIDOS
                 WHERE CODIGO = :sqlcodigo-pedido
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              move "BRL" to sqlmoeda-pedido
           end-if
           if sqlmoeda-pedido not = "BRL"
              move sqlvalor-moeda to ws-valor-edit
              move sqltaxa-cambio to ws-taxa-edit
              display "Valor na Moeda............: " at 1101
              display sqlmoeda-pedido at 1129
              display ws-valor-edit at 1133
              display " taxa " at 1147
              display ws-taxa-edit at 1153
           end-if.
       buscar-pedido-hist.
           EXEC SQL
                SELECT CODIGO, CODIGO_CLIENTE, DATAPEDIDO, VALOR,
              go alterar-pedido
           end-if
           move ws-valor-entrada to sqlvalor-pedido
           move ws-data-valida to ws-cambio-data
           if ws-cambio-data = zeros
              move function current-date(1:8) to ws-cambio-data
           end-if
           perform apurar-cambio-pedido thru apurar-cambio-fim
           if ws-cambio-retorno = "2"
              go alterar-pedido
           end-if
           perform verificar-limite-credito
                   thru verificar-limite-fim
           if ws-credito-ok = "N"
                   SET CODIGO_CLIENTE = :sqlcliente-pedido,
                       DATAPEDIDO = :sqldata-pedido,
                       VALOR = :sqlvalor-pedido,
                       MOEDA = :sqlmoeda-pedido,
                       TAXA_CAMBIO = :sqltaxa-cambio,
                       VALOR_MOEDA = :sqlvalor-moeda,
                       OPERADOR_ALT = :sqloperador
                 WHERE CODIGO = :sqlcodigo-pedido
                 LIMIT 1
              go menugeral
           end-if
           perform mostrar-pedido
      *Orcamento recusado pelo cliente sai por cancelamento; os
      *demais status so mudam a partir de ABERTO.
           move sqlstatus-pedido to ws-status-anterior
           if sqlstatus-pedido not = "ABERTO"
              and (sqlstatus-pedido not = "ORCAMENTO"
                   or sqlsituacao-cliente not = "CANCELADO")
              display "Somente pedidos ABERTOS mudam de status"
                      at 1510
              accept espera at 2301
           end-if
           move sqlsituacao-cliente to sqlstatus-pedido
           if sqlstatus-pedido = "FATURADO"
              perform verificar-fatura-mensal thru
                      verificar-fatura-mensal-fim
              if ws-fatura-mensal = "S"
                 go menugeral
              end-if
              perform verificar-inventario-aberto
                      thru verificar-inventario-saida
              if ws-inventario-aberto = "S"
                 display "INVENTARIO EM ANDAMENTO: faturamento"
                         at 1510
                END-EXEC
                go menugeral
           end-if
           move ws-status-anterior to sqlhist-de
           move sqlstatus-pedido to sqlhist-para
           perform gravar-status-hist
           if sqlstatus-pedido = "FATURADO"
              perform proxima-fatura
              move "N" to ws-fatura-parcial
              perform calcular-vencimento-pedido
                      thru calcular-vencimento-fim
              perform baixar-estoque-pedido
              perform atualizar-vendas-resumo
              perform registrar-fatura-total
                      thru registrar-fatura-total-fim
           end-if
           if sqlstatus-pedido = "CANCELADO"
              perform liberar-reservas-pedido
           end-if
           perform comitando
           if sqlstatus-pedido = "FATURADO"
              move sqlvalor-pedido to ws-valor-edit
              perform notificar-faturamento
           end-if
           display "Status atualizado." at 1401
           accept espera at 2301
           go menugeral.
      *Fatura emitida (pedido inteiro ou parcial) vai para a fila de
      *notificacoes do cliente, com o valor da fatura ja editado em
      *ws-valor-edit.
       notificar-faturamento.
           move "PED-FATUR" to ws-notif-modelo
           move sqlcliente-pedido to ws-notif-cliente
           move "C" to ws-notif-papel
           move sqlcodigo-pedido to ws-notif-documento
           move spaces to ws-notif-dados
           string "PEDIDO="                     delimited by size
                  sqlcodigo-pedido              delimited by space
                  ";FATURA="                    delimited by size
                  sqlfatura                     delimited by size
                  ";VALOR="                     delimited by size
                  function trim (ws-valor-edit) delimited by size
                  into ws-notif-dados
           call "EnfileiraNotificacao" using ws-notif-modelo
                                             ws-notif-cliente
                                             ws-notif-papel
                                             ws-notif-documento
                                             ws-notif-dados
                                             ws-notif-retorno
           if ws-notif-retorno not = "0"
              display "Aviso: notificacao nao enfileirada" at 1810
           end-if.
      *Cliente marcado para faturamento mensal (CREDITO.ARQ) nao
      *fatura pedido a pedido: os pedidos ABERTOS do mes saem juntos
      *numa fatura so no fechamento (FaturaMensal).
       verificar-fatura-mensal.
           move "N" to ws-fatura-mensal
           open input credito
           if fs-credito not = "00"
              close credito
              go verificar-fatura-mensal-fim
           end-if
           move sqlcliente-pedido to cliente-credito
           read credito invalid key
              move "N" to fatmensal-credito
           end-read
           close credito
           if fatmensal-credito = "S"
              move "S" to ws-fatura-mensal
              display "Cliente com faturamento mensal: o pedido"
                      at 1510
              display "sai na fatura consolidada do fechamento."
                      at 1610
              accept espera at 2301
           end-if.
       verificar-fatura-mensal-fim.
           exit.
      *Numero da proxima fatura do pedido (0 se a tabela de faturas
      *ainda nao existe, como os pedidos faturados antes dela).
       proxima-fatura.
           move zeros to sqlfatura
           EXEC SQL
                SELECT IFNULL(MAX(FATURA), 0) + 1
                  INTO :sqlfatura
                  FROM PEDIDO_FATURAS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlfatura sqlcode
           end-if.
      *Faturamento do pedido inteiro tambem fica registrado como uma
      *fatura, com todos os itens, para a NF-e e a expedicao.
       registrar-fatura-total.
           if sqlfatura = zeros
              go registrar-fatura-total-fim
           end-if
           EXEC SQL
                INSERT INTO PEDIDO_FATURA_ITENS
                       (codigo_pedido, fatura, codigo_produto,
                        quantidade, total, icms_valor)
                SELECT CODIGO_PEDIDO, :sqlfatura, CODIGO_PRODUTO,
                       QUANTIDADE, TOTAL, IFNULL(ICMS_VALOR, 0)
                  FROM PEDIDO_ITENS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              display "Aviso: itens da fatura nao gravados" at 1610
              move zeros to sqlcode
           end-if
           EXEC SQL
                UPDATE PEDIDO_ITENS
                   SET QTD_FATURADA = QUANTIDADE
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
           END-EXEC
           move zeros to sqlcode
           move zeros to sqlfat-icms-total
           EXEC SQL
                SELECT IFNULL(SUM(ICMS_VALOR), 0)
                  INTO :sqlfat-icms-total
                  FROM PEDIDO_ITENS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
           END-EXEC
           move zeros to sqlcode
           move sqlvalor-pedido to sqlfat-valor
           perform gravar-fatura.
       registrar-fatura-total-fim.
           exit.
       gravar-fatura.
           EXEC SQL
                INSERT INTO PEDIDO_FATURAS
                       (codigo_pedido, fatura, quando, valor, icms,
                        status, cancelada, operador)
                VALUES
                       (:sqlcodigo-pedido,
                        :sqlfatura,
                        NOW(),
                        :sqlfat-valor,
                        :sqlfat-icms-total,
                        'FATURADA',
                        NULL,
                        :sqloperador)
           END-EXEC
           if sqlcode not = 0
              display "Aviso: fatura nao gravada" at 1610
              display sqlcode at 1710
              move zeros to sqlcode
           end-if.
      *Faturamento parcial: o operador escolhe, item a item, quanto
      *do saldo a faturar entra nesta fatura (sugestao: o saldo
      *limitado ao estoque). So o faturado baixa estoque e reserva,
      *gera parcelas e entra no cubo de vendas; o restante continua
      *em aberto no mesmo pedido para as proximas faturas. Pedido
      *ABERTO passa a FATURADO na primeira fatura.
       faturar-parcial.
           display erase at 0101
           display "Faturamento Parcial" at 0101
           perform monta-tela-pedido
           move spaces to sqlcodigo-pedido
           accept sqlcodigo-pedido at 0229
           if sqlcodigo-pedido = spaces
              go menugeral
           end-if
           perform buscar-pedido
           if sqlcode not = 0
              display "Pedido nao encontrado" at 1510
              accept espera at 2301
              go faturar-parcial
           end-if
           perform mostrar-pedido
           if sqlstatus-pedido not = "ABERTO"
              and sqlstatus-pedido not = "FATURADO"
              and sqlstatus-pedido not = "COBRANCA"
              display "Pedido nao pode ser faturado neste status"
                      at 1510
              accept espera at 2301
              go faturar-parcial
           end-if
           perform verificar-fatura-mensal thru
                   verificar-fatura-mensal-fim
           if ws-fatura-mensal = "S"
              go menugeral
           end-if
           perform verificar-inventario-aberto
                   thru verificar-inventario-saida
           if ws-inventario-aberto = "S"
              display "INVENTARIO EM ANDAMENTO: faturamento"
                      at 1510
              display "bloqueado ate o ajuste final." at 1610
              accept espera at 2301
              go menugeral
           end-if
           move sqlstatus-pedido to ws-status-anterior
           if sqlstatus-pedido = "ABERTO"
              perform verificar-alcada-faturamento
                      thru verificar-alcada-fim
              if ws-aprovacao-ok = "N"
                 go menugeral
              end-if
           end-if
           move zeros to ws-fat-qtd-itens sqlfat-valor
                         sqlfat-icms-total
           EXEC SQL
                DECLARE CURSORFATPARC CURSOR FOR
                   SELECT I.CODIGO_PRODUTO, P.DESCRICAO,
                          I.QUANTIDADE - IFNULL(I.QTD_FATURADA, 0),
                          I.PRECOUNITARIO, IFNULL(I.ICMS_ALIQ, 0),
                          IFNULL(I.RESERVADO, 0),
                          IFNULL((SELECT D.ESTOQUE
                                    FROM ESTOQUE_DEPOSITO D
                                   WHERE D.CODIGO_PRODUTO =
                                         I.CODIGO_PRODUTO
                                     AND D.DEPOSITO =
                                         :sqldeposito-pedido), 0)
                     FROM PEDIDO_ITENS I, PRODUTOS P
                    WHERE I.CODIGO_PEDIDO = :sqlcodigo-pedido
                      AND P.CODIGO = I.CODIGO_PRODUTO
                      AND I.QUANTIDADE > IFNULL(I.QTD_FATURADA, 0)
                    ORDER BY I.CODIGO_PRODUTO
           END-EXEC
           EXEC SQL
                OPEN CURSORFATPARC
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go menugeral
           end-if
           display "Produto    Descricao                 Saldo"
                   at 1101
           display "Estoque  Faturar" at 1147.
       faturar-parcial-le.
           EXEC SQL
                FETCH CURSORFATPARC INTO
                       :sqlitem-produto,
                       :sqldescricao-produto,
                       :sqlsaldo-item,
                       :sqlitem-preco,
                       :sqlicms-aliq,
                       :sqlfat-reservado,
                       :sqlestoque-produto
           END-EXEC
           if sqlcode not = 0
              go faturar-parcial-fecha
           end-if
           if ws-fat-qtd-itens >= 50
              display "Limite de 50 itens por fatura" at 1510
              go faturar-parcial-fecha
           end-if
           display sqlitem-produto at 1201
           display sqldescricao-produto(1:25) at 1212
           display sqlsaldo-item at 1238
           display sqlestoque-produto at 1247
           if sqlestoque-produto < sqlsaldo-item
              if sqlestoque-produto > zeros
                 move sqlestoque-produto to sqlfat-quantidade
              else
                 move zeros to sqlfat-quantidade
              end-if
           else
              move sqlsaldo-item to sqlfat-quantidade
           end-if.
       faturar-parcial-qtd.
           accept sqlfat-quantidade at 1257 with update
           if sqlfat-quantidade < zeros
              or sqlfat-quantidade > sqlsaldo-item
              display "Quantidade fora do saldo do item" at 1510
              go faturar-parcial-qtd
           end-if
           display "                                " at 1510
           if sqlfat-quantidade = zeros
              go faturar-parcial-le
           end-if
           add 1 to ws-fat-qtd-itens
           move sqlitem-produto   to ws-fat-produto(ws-fat-qtd-itens)
           move sqlfat-quantidade
             to ws-fat-quantidade(ws-fat-qtd-itens)
           move sqlitem-preco     to ws-fat-preco(ws-fat-qtd-itens)
           move sqlicms-aliq      to ws-fat-aliq(ws-fat-qtd-itens)
           move sqlfat-reservado
             to ws-fat-reservado(ws-fat-qtd-itens)
           compute sqlfat-total rounded =
                   sqlfat-quantidade * sqlitem-preco
           compute sqlfat-icms rounded =
                   sqlfat-total * sqlicms-aliq / 100
           add sqlfat-total to sqlfat-valor
           add sqlfat-icms to sqlfat-icms-total
           go faturar-parcial-le.
       faturar-parcial-fecha.
           EXEC SQL
                CLOSE CURSORFATPARC
           END-EXEC
           move zeros to sqlcode
           if ws-fat-qtd-itens = zeros
              display "Nenhum item escolhido: nada faturado" at 1510
              accept espera at 2301
              go menugeral
           end-if
           move sqlfat-valor to ws-valor-edit
           display "Itens na fatura: " at 1401 ws-fat-qtd-itens
           display "Valor: " at 1425 ws-valor-edit
           display "Confirma a fatura (S/N)? " at 1601
           move spaces to opcao-sn
           accept opcao-sn at 1626
           if opcao-sn not = "S" and opcao-sn not = "s"
              go menugeral
           end-if
           perform proxima-fatura
           if sqlfatura = zeros
              display "Tabelas de faturas nao criadas (opcao 8)"
                      at 1510
              accept espera at 2301
              go menugeral
           end-if
           move ws-login-codigo to sqlhist-oper
           perform gravar-item-fatura thru gravar-item-fatura-fim
                   varying ws-fat-indice from 1 by 1
                   until ws-fat-indice > ws-fat-qtd-itens
           perform gravar-fatura
           move zeros to sqlqtd-parcelas
           EXEC SQL
                SELECT IFNULL(MAX(PARCELA), 0)
                  INTO :sqlqtd-parcelas
                  FROM PEDIDO_PARCELAS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
           END-EXEC
           move zeros to sqlcode
           move sqlqtd-parcelas to ws-parcela-base
           move sqlfat-valor to ws-fatura-valor
           move "S" to ws-fatura-parcial
           perform calcular-vencimento-pedido
                   thru calcular-vencimento-fim
           move "N" to ws-fatura-parcial
           perform atualizar-vendas-fatura
           if ws-status-anterior = "ABERTO"
              move "FATURADO" to sqlstatus-pedido
              EXEC SQL
                   UPDATE PEDIDOS
                      SET STATUS = :sqlstatus-pedido,
                          OPERADOR_ALT = :sqloperador
                    WHERE CODIGO = :sqlcodigo-pedido
                    LIMIT 1
              END-EXEC
              if sqlcode not = 0 and sqlcode not = 100
                   display "Erro: Nao conseguiu UPDATE " at 1510
                   display sqlcode at 1610
                   display sqlerrmc at 1710
                   accept espera at 2301
                   EXEC SQL
                        ROLLBACK
                   END-EXEC
                   go menugeral
              end-if
              move "ABERTO" to sqlhist-de
              move "FATURADO" to sqlhist-para
              perform gravar-status-hist
           end-if
           perform comitando
           move sqlfat-valor to ws-valor-edit
           perform notificar-faturamento
           display "Fatura gerada: " at 1801 sqlfatura
           accept espera at 2301
           go menugeral.
      *Item da fatura: baixa o estoque e consome a reserva do item
      *ate a quantidade faturada; kardex com o saldo resultante.
       gravar-item-fatura.
           move ws-fat-produto(ws-fat-indice) to sqlitem-produto
           move ws-fat-quantidade(ws-fat-indice) to sqlfat-quantidade
           compute sqlfat-total rounded =
                   sqlfat-quantidade * ws-fat-preco(ws-fat-indice)
           compute sqlfat-icms rounded =
                   sqlfat-total * ws-fat-aliq(ws-fat-indice) / 100
           if ws-fat-reservado(ws-fat-indice) > sqlfat-quantidade
              move sqlfat-quantidade to sqlfat-reservado
           else
              move ws-fat-reservado(ws-fat-indice) to sqlfat-reservado
           end-if
           if sqlfat-reservado < zeros
              move zeros to sqlfat-reservado
           end-if
           EXEC SQL
                INSERT INTO PEDIDO_FATURA_ITENS
                       (codigo_pedido, fatura, codigo_produto,
                        quantidade, total, icms_valor)
                VALUES
                       (:sqlcodigo-pedido,
                        :sqlfatura,
                        :sqlitem-produto,
                        :sqlfat-quantidade,
                        :sqlfat-total,
                        :sqlfat-icms)
           END-EXEC
           if sqlcode not = 0
              display "Aviso: item da fatura nao gravado" at 1610
              move zeros to sqlcode
           end-if
           EXEC SQL
                UPDATE PEDIDO_ITENS
                   SET QTD_FATURADA = IFNULL(QTD_FATURADA, 0)
                                    + :sqlfat-quantidade,
                       RESERVADO = IFNULL(RESERVADO, 0)
                                 - :sqlfat-reservado
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND CODIGO_PRODUTO = :sqlitem-produto
           END-EXEC
           move zeros to sqlcode
           perform verificar-kit
           if ws-item-kit = "S"
              perform baixar-componentes-fatura
              go gravar-item-fatura-fim
           end-if
           EXEC SQL
                UPDATE PRODUTOS
                   SET ESTOQUE = ESTOQUE - :sqlfat-quantidade,
                       RESERVADO = IFNULL(RESERVADO, 0)
                                 - :sqlfat-reservado
                 WHERE CODIGO = :sqlitem-produto
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
                display "Aviso: baixa de estoque falhou" at 1610
                display sqlcode at 1710
                move zeros to sqlcode
           end-if
           EXEC SQL
                INSERT INTO ESTOQUE_DEPOSITO
                       (codigo_produto, deposito, estoque)
                VALUES
                       (:sqlitem-produto, :sqldeposito-pedido,
                        0 - :sqlfat-quantidade)
                ON DUPLICATE KEY UPDATE
                       ESTOQUE = ESTOQUE - :sqlfat-quantidade
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                INSERT INTO ESTOQUE_MOV
                       (codigo_produto, quando, tipo, quantidade,
                        saldo, documento, operador, deposito,
                        saldo_deposito)
                SELECT P.CODIGO, NOW(), 'SA',
                       0 - :sqlfat-quantidade, P.ESTOQUE,
                       :sqlcodigo-pedido, :sqlhist-oper,
                       D.DEPOSITO, D.ESTOQUE
                  FROM PRODUTOS P, ESTOQUE_DEPOSITO D
                 WHERE P.CODIGO = :sqlitem-produto
                   AND D.CODIGO_PRODUTO = P.CODIGO
                   AND D.DEPOSITO = :sqldeposito-pedido
           END-EXEC
           move zeros to sqlcode.
       gravar-item-fatura-fim.
           exit.
      *Kit da fatura parcial: baixa e kardex por componente.
       baixar-componentes-fatura.
           EXEC SQL
                UPDATE PRODUTOS A, PRODUTO_KITS K
                   SET A.ESTOQUE = A.ESTOQUE
                                 - :sqlfat-quantidade * K.QUANTIDADE,
                       A.RESERVADO = IFNULL(A.RESERVADO, 0)
                                 - :sqlfat-reservado * K.QUANTIDADE
                 WHERE K.KIT = :sqlitem-produto
                   AND A.CODIGO = K.COMPONENTE
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
                display "Aviso: baixa dos componentes falhou" at 1610
                display sqlcode at 1710
                move zeros to sqlcode
           end-if
           EXEC SQL
                INSERT INTO ESTOQUE_DEPOSITO
                       (codigo_produto, deposito, estoque)
                SELECT K.COMPONENTE, :sqldeposito-pedido,
                       0 - :sqlfat-quantidade * K.QUANTIDADE
                  FROM PRODUTO_KITS K
                 WHERE K.KIT = :sqlitem-produto
                ON DUPLICATE KEY UPDATE
                       ESTOQUE = ESTOQUE + VALUES(ESTOQUE)
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                INSERT INTO ESTOQUE_MOV
                       (codigo_produto, quando, tipo, quantidade,
                        saldo, documento, operador, kit, deposito,
                        saldo_deposito)
                SELECT K.COMPONENTE, NOW(), 'SA',
                       0 - :sqlfat-quantidade * K.QUANTIDADE,
                       A.ESTOQUE, :sqlcodigo-pedido, :sqlhist-oper,
                       K.KIT, D.DEPOSITO, D.ESTOQUE
                  FROM PRODUTOS A, PRODUTO_KITS K,
                       ESTOQUE_DEPOSITO D
                 WHERE K.KIT = :sqlitem-produto
                   AND A.CODIGO = K.COMPONENTE
                   AND D.CODIGO_PRODUTO = K.COMPONENTE
                   AND D.DEPOSITO = :sqldeposito-pedido
           END-EXEC
           move zeros to sqlcode.
      *Cubo de vendas so com os itens desta fatura.
       atualizar-vendas-fatura.
           EXEC SQL
                INSERT INTO VENDAS_RESUMO
                       (anomes, vendedor, uf, categoria, qtd,
                        valor)
                SELECT DATE_FORMAT(A.DATAPEDIDO, '%Y%m'),
                       A.CODIGO_VENDEDOR, B.ESTADO,
                       IFNULL(P.CATEGORIA, '???'),
                       F.QUANTIDADE, F.TOTAL
                  FROM PEDIDOS A, CLIENTES B,
                       PEDIDO_FATURA_ITENS F, PRODUTOS P
                 WHERE A.CODIGO = :sqlcodigo-pedido
                   AND B.CODIGO = A.CODIGO_CLIENTE
                   AND F.CODIGO_PEDIDO = A.CODIGO
                   AND F.FATURA = :sqlfatura
                   AND P.CODIGO = F.CODIGO_PRODUTO
                ON DUPLICATE KEY UPDATE
                       QTD = QTD + VALUES(QTD),
                       VALOR = VALOR + VALUES(VALOR)
           END-EXEC
           if sqlcode not = 0
              display "Aviso: VENDAS_RESUMO nao atualizado" at 1610
              move zeros to sqlcode
           end-if.
       pedidos-cliente.
           display erase at 0101
           display "Pedidos por Cliente" at 0101
              go itens-pedido-menu
           end-if
           display "Codigo Produto............: " at 0801
           move spaces to sqlcodigo-lido
           accept sqlcodigo-lido at 0829
           perform resolver-codigo-lido
                   thru resolver-codigo-lido-fim
           if sqlitem-produto = spaces
              go itens-pedido-menu
           end-if
           move sqlitem-produto to sqlcodigo-lido
           display sqlcodigo-lido at 0829.
       adicionar-item-produto.
           perform verificar-situacao-produto
                   thru verificar-situacao-fim
           if sqlitem-produto = spaces
              go itens-pedido-menu
           end-if
           move sqlitem-preco to ws-valor-edit
           compute sqldisponivel-prod =
                   sqlestoque-produto - sqlreservado-produto
           perform verificar-kit
      *    Kit disponivel = quantos kits completos o estoque livre
      *    dos componentes monta.
           if ws-item-kit = "S"
              EXEC SQL
                   SELECT IFNULL(MIN(FLOOR((A.ESTOQUE
                                 - IFNULL(A.RESERVADO, 0))
                                 / K.QUANTIDADE)), 0)
                     INTO :sqldisponivel-prod
                     FROM PRODUTO_KITS K, PRODUTOS A
                    WHERE K.KIT = :sqlitem-produto
                      AND A.CODIGO = K.COMPONENTE
              END-EXEC
              if sqlcode not = 0
                 move zeros to sqldisponivel-prod sqlcode
              end-if
              display "(kit: estoque dos componentes)" at 1045
           end-if
           display "Preco Unitario............: " at 0901
                           ws-valor-edit
           display "Estoque Disponivel........: " at 1001
              go itens-pedido-menu
           end-if

           perform buscar-preco-tabela
                   thru buscar-preco-tabela-fim
           perform negociar-preco-item
                   thru negociar-preco-fim
           if sqlitem-preco = zeros
           end-compute
           move sqlcodigo-pedido to sqlitem-pedido
           perform calcular-icms-item thru calcular-icms-fim
           perform calcular-data-prometida
                   thru calcular-data-prometida-fim
           display "Entrega Prometida.........: " at 1201
           if ws-atp-origem = "S"
              display "SEM PREVISAO (produto sem prazo)" at 1229
           else
              display sqldata-prometida at 1229
              if ws-atp-origem = "E"
                 display "estoque" at 1241
              end-if
              if ws-atp-origem = "C"
                 display "compra em aberto" at 1241
              end-if
              if ws-atp-origem = "P"
                 display "prazo de reposicao" at 1241
              end-if
           end-if

           EXEC SQL
                INSERT INTO PEDIDO_ITENS
                       (codigo_pedido, codigo_produto, quantidade,
                        precounitario, total, operador, reservado,
                        preco_lista, desconto_pct, aprovador,
                        icms_aliq, icms_valor, custo,
                        data_prometida)
                VALUES
                       (:sqlitem-pedido,
                        :sqlitem-produto,
                        :sqlaprovador,
                        :sqlicms-aliq,
                        :sqlicms-valor,
                        :sqlcusto-item,
                        NULLIF(:sqldata-prometida, ' '))
           END-EXEC
           if sqlcode not = 0
      *           Codigo -1062 item ja existe no pedido
              go itens-pedido-menu
           end-if
           if sqlreservar-item > zeros
              if ws-item-kit = "S"
                 move sqlreservar-item to sqlkit-reserva
                 perform reservar-componentes-kit
              else
                 EXEC SQL
                      UPDATE PRODUTOS
                         SET RESERVADO = IFNULL(RESERVADO, 0)
                                       + :sqlreservar-item
                       WHERE CODIGO = :sqlitem-produto
                       LIMIT 1
                 END-EXEC
                 move zeros to sqlcode
              end-if
           end-if
           if sqlbackorder-qtd > zeros
              EXEC SQL
           display "Item incluido. Novo Total: " at 1301 ws-valor-edit
           accept espera at 2301
           go itens-pedido-menu.
      *Data prometida do item: o estoque livre atende hoje; a falta,
      *somada ao que ja esta na fila de BACKORDERS do produto, vai
      *contra o saldo a receber das compras ABERTAS pela ordem da
      *previsao; sem compra que cubra, conta o prazo de reposicao do
      *produto em dias uteis. Sem prazo cadastrado o item fica sem
      *data prometida.
       calcular-data-prometida.
           move function current-date(1:8) to ws-data-hoje
           move ws-data-hoje to ws-atp-data
           move "E" to ws-atp-origem
           if sqldisponivel-prod > zeros
              compute ws-atp-falta =
                      sqlitem-quantidade - sqldisponivel-prod
           else
              move sqlitem-quantidade to ws-atp-falta
           end-if
           if ws-atp-falta <= zeros
              go calcular-data-prometida-fim
           end-if
           move zeros to sqlatp-fila
           EXEC SQL
                SELECT IFNULL(SUM(QUANTIDADE), 0)
                  INTO :sqlatp-fila
                  FROM BACKORDERS
                 WHERE CODIGO_PRODUTO = :sqlitem-produto
                   AND STATUS = 'PENDENTE'
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlatp-fila sqlcode
           end-if
           add sqlatp-fila to ws-atp-falta
           move zeros to ws-atp-coberto
           EXEC SQL
                DECLARE CURSORATP CURSOR FOR
                   SELECT DATE_FORMAT(C.PREVISAO, '%Y%m%d'),
                          I.QUANTIDADE - IFNULL(I.QTD_RECEBIDA, 0)
                     FROM COMPRAS C, COMPRA_ITENS I
                    WHERE I.CODIGO_PRODUTO = :sqlitem-produto
                      AND C.NUMERO = I.NUMERO
                      AND C.STATUS = 'ABERTA'
                      AND C.PREVISAO IS NOT NULL
                      AND I.QUANTIDADE > IFNULL(I.QTD_RECEBIDA, 0)
                    ORDER BY C.PREVISAO, C.NUMERO
           END-EXEC
           EXEC SQL
                OPEN CURSORATP
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go calcular-data-prazo
           end-if.
       calcular-data-compra.
           EXEC SQL
                FETCH CURSORATP INTO
                       :sqlatp-previsao,
                       :sqlatp-qtd
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORATP
              END-EXEC
              move zeros to sqlcode
              go calcular-data-prazo
           end-if
           add sqlatp-qtd to ws-atp-coberto
           if ws-atp-coberto < ws-atp-falta
              go calcular-data-compra
           end-if
           EXEC SQL
                CLOSE CURSORATP
           END-EXEC
           move "C" to ws-atp-origem
           move sqlatp-previsao to ws-atp-data
      *    Compra atrasada ainda conta como chegando hoje.
           if ws-atp-data < ws-data-hoje
              move ws-data-hoje to ws-atp-data
           end-if
           go calcular-data-prometida-fim.
       calcular-data-prazo.
           move zeros to sqlprazo-reposicao
           EXEC SQL
                SELECT IFNULL(PRAZO_REPOSICAO, 0)
                  INTO :sqlprazo-reposicao
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlitem-produto
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlprazo-reposicao sqlcode
           end-if
           if sqlprazo-reposicao <= zeros
              move "S" to ws-atp-origem
              move zeros to ws-atp-data
              go calcular-data-prometida-fim
           end-if
           move "P" to ws-atp-origem
           move sqlprazo-reposicao to ws-atp-dias
           move spaces to sqluf-cliente
           EXEC SQL
                SELECT ESTADO INTO :sqluf-cliente
                  FROM CLIENTES
                 WHERE CODIGO = :sqlcliente-pedido
           END-EXEC
           if sqlcode not = 0
              move spaces to sqluf-cliente
              move zeros to sqlcode
           end-if
           call "CalculaDiaUtil" using ws-data-hoje
                                        ws-atp-dias
                                        ws-atp-data
                                        sqluf-cliente.
       calcular-data-prometida-fim.
           move spaces to sqldata-prometida
           if ws-atp-data not = zeros
              string ws-atp-data(1:4) delimited by size
                     "-"              delimited by size
                     ws-atp-data(5:2) delimited by size
                     "-"              delimited by size
                     ws-atp-data(7:2) delimited by size
                     into sqldata-prometida
           end-if.
       remover-item.
           if sqlstatus-pedido not = "ABERTO"
              and sqlstatus-pedido not = "APROVACAO"
              move zeros to sqlreservar-item
              move zeros to sqlcode
           end-if
           perform verificar-kit
           if sqlreservar-item > zeros
              if ws-item-kit = "S"
                 compute sqlkit-reserva = 0 - sqlreservar-item
                 perform reservar-componentes-kit
              else
                 EXEC SQL
                      UPDATE PRODUTOS
                         SET RESERVADO = IFNULL(RESERVADO, 0)
                                       - :sqlreservar-item
                       WHERE CODIGO = :sqlitem-produto
                       LIMIT 1
                 END-EXEC
                 move zeros to sqlcode
              end-if
           end-if
           EXEC SQL
                UPDATE BACKORDERS
           display "Item removido. Novo Total: " at 1301 ws-valor-edit
           accept espera at 2301
           go itens-pedido-menu.
      *Produto com estrutura em PRODUTO_KITS e kit.
       verificar-kit.
           move "N" to ws-item-kit
           move zeros to sqlkit-componentes
           EXEC SQL
                SELECT COUNT(*) INTO :sqlkit-componentes
                  FROM PRODUTO_KITS
                 WHERE KIT = :sqlitem-produto
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlkit-componentes sqlcode
           end-if
           if sqlkit-componentes > zeros
              move "S" to ws-item-kit
           end-if.
      *Reserva (ou devolve, com quantidade negativa) os componentes
      *de sqlkit-reserva kits.
       reservar-componentes-kit.
           EXEC SQL
                UPDATE PRODUTOS A, PRODUTO_KITS K
                   SET A.RESERVADO = IFNULL(A.RESERVADO, 0)
                                   + :sqlkit-reserva * K.QUANTIDADE
                 WHERE K.KIT = :sqlitem-produto
                   AND A.CODIGO = K.COMPONENTE
           END-EXEC
           move zeros to sqlcode.
       recalcular-total-pedido.
           move sqlcodigo-pedido to sqlitem-pedido
           EXEC SQL
                                  FROM PEDIDO_ITENS
                                 WHERE CODIGO_PEDIDO =
                                       :sqlitem-pedido),
                       VALOR_MOEDA =
                               IF(IFNULL(TAXA_CAMBIO, 0) > 0,
                                  ROUND(VALOR / TAXA_CAMBIO, 2),
                                  VALOR),
                       ICMS_TOTAL =
                               (SELECT IFNULL(SUM(ICMS_VALOR),0)
                                  FROM PEDIDO_ITENS
           EXEC SQL
                DECLARE CURSORITENS CURSOR FOR
                   SELECT CODIGO_PRODUTO, QUANTIDADE, PRECOUNITARIO,
                          TOTAL,
                          IFNULL(DATE_FORMAT(DATA_PROMETIDA,
                                             '%Y-%m-%d'), ' ')
                     FROM PEDIDO_ITENS
                    WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                    ORDER BY CODIGO_PRODUTO
           end-if
           display "Produto    Quantidade Preco Unit.    Total"
                   at 0801
           display "Prometido" at 0853
           initialize registro
           move 09 to linha.
       listar-itens-le.
                       :sqlitem-produto,
                       :sqlitem-quantidade,
                       :sqlitem-preco,
                       :sqlitem-total,
                       :sqldata-prometida
           END-EXEC
           if sqlcode = 100
              go listar-itens-fim
           display ws-valor-edit at line linha column 23
           move sqlitem-total to ws-valor-edit
           display ws-valor-edit at line linha column 38
           display sqldata-prometida at line linha column 53
           add 1 to linha
           if linha >= 20
              display "Enter para proxima tela." at 2301
              display erase at 0801
              display "Produto    Quantidade Preco Unit.    Total"
                      at 0801
              display "Prometido" at 0853
              move 09 to linha
           end-if
           go listar-itens-le.
                       B.RESERVADO = 0
                 WHERE B.CODIGO_PEDIDO = :sqlitem-pedido
                   AND A.CODIGO = B.CODIGO_PRODUTO
                   AND NOT EXISTS
                       (SELECT 1 FROM PRODUTO_KITS K
                         WHERE K.KIT = B.CODIGO_PRODUTO)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
                display "Aviso: baixa de estoque falhou" at 1610
                display sqlcode at 1710
           end-if
      *Kit baixa os componentes (quantidade do item vezes a da
      *estrutura) e consome a reserva deles.
           EXEC SQL
                UPDATE PRODUTOS A,
                       (SELECT K.COMPONENTE,
                               SUM(B.QUANTIDADE * K.QUANTIDADE)
                                   AS QTD,
                               SUM(IFNULL(B.RESERVADO, 0)
                                   * K.QUANTIDADE) AS RESERVA
                          FROM PEDIDO_ITENS B, PRODUTO_KITS K
                         WHERE B.CODIGO_PEDIDO = :sqlitem-pedido
                           AND K.KIT = B.CODIGO_PRODUTO
                         GROUP BY K.COMPONENTE) C
                   SET A.ESTOQUE = A.ESTOQUE - C.QTD,
                       A.RESERVADO = IFNULL(A.RESERVADO, 0)
                                   - C.RESERVA
                 WHERE A.CODIGO = C.COMPONENTE
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
                display "Aviso: baixa dos componentes falhou" at 1610
                display sqlcode at 1710
           end-if
           EXEC SQL
                UPDATE PEDIDO_ITENS B, PRODUTO_KITS K
                   SET B.RESERVADO = 0
                 WHERE B.CODIGO_PEDIDO = :sqlitem-pedido
                   AND K.KIT = B.CODIGO_PRODUTO
           END-EXEC
           move zeros to sqlcode
      *O saldo do deposito do pedido cai junto (itens e
      *componentes de kit).
           EXEC SQL
                INSERT INTO ESTOQUE_DEPOSITO
                       (codigo_produto, deposito, estoque)
                SELECT C.PRODUTO, :sqldeposito-pedido, 0 - C.QTD
                  FROM (SELECT B.CODIGO_PRODUTO AS PRODUTO,
                               SUM(B.QUANTIDADE) AS QTD
                          FROM PEDIDO_ITENS B
                         WHERE B.CODIGO_PEDIDO = :sqlitem-pedido
                           AND NOT EXISTS
                               (SELECT 1 FROM PRODUTO_KITS K
                                 WHERE K.KIT = B.CODIGO_PRODUTO)
                         GROUP BY B.CODIGO_PRODUTO
                        UNION ALL
                        SELECT K.COMPONENTE,
                               SUM(B.QUANTIDADE * K.QUANTIDADE)
                          FROM PEDIDO_ITENS B, PRODUTO_KITS K
                         WHERE B.CODIGO_PEDIDO = :sqlitem-pedido
                           AND K.KIT = B.CODIGO_PRODUTO
                         GROUP BY K.COMPONENTE) C
                ON DUPLICATE KEY UPDATE
                       ESTOQUE = ESTOQUE + VALUES(ESTOQUE)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
                display "Aviso: baixa do deposito falhou" at 1610
                display sqlcode at 1710
           end-if
           move zeros to sqlcode
      *Cada item baixado entra no kardex com o saldo resultante; o
      *componente de kit leva o kit vendido junto com o pedido.
           EXEC SQL
                INSERT INTO ESTOQUE_MOV
                       (codigo_produto, quando, tipo, quantidade,
                        saldo, documento, operador, deposito,
                        saldo_deposito)
                SELECT B.CODIGO_PRODUTO, NOW(), 'SA',
                       0 - B.QUANTIDADE, A.ESTOQUE,
                       B.CODIGO_PEDIDO, :sqlhist-oper,
                       D.DEPOSITO, D.ESTOQUE
                  FROM PRODUTOS A, PEDIDO_ITENS B,
                       ESTOQUE_DEPOSITO D
                 WHERE B.CODIGO_PEDIDO = :sqlitem-pedido
                   AND A.CODIGO = B.CODIGO_PRODUTO
                   AND D.CODIGO_PRODUTO = B.CODIGO_PRODUTO
                   AND D.DEPOSITO = :sqldeposito-pedido
                   AND NOT EXISTS
                       (SELECT 1 FROM PRODUTO_KITS K
                         WHERE K.KIT = B.CODIGO_PRODUTO)
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                INSERT INTO ESTOQUE_MOV
                       (codigo_produto, quando, tipo, quantidade,
                        saldo, documento, operador, kit, deposito,
                        saldo_deposito)
                SELECT K.COMPONENTE, NOW(), 'SA',
                       0 - B.QUANTIDADE * K.QUANTIDADE, A.ESTOQUE,
                       B.CODIGO_PEDIDO, :sqlhist-oper,
                       B.CODIGO_PRODUTO, D.DEPOSITO, D.ESTOQUE
                  FROM PRODUTOS A, PEDIDO_ITENS B, PRODUTO_KITS K,
                       ESTOQUE_DEPOSITO D
                 WHERE B.CODIGO_PEDIDO = :sqlitem-pedido
                   AND K.KIT = B.CODIGO_PRODUTO
                   AND A.CODIGO = K.COMPONENTE
                   AND D.CODIGO_PRODUTO = K.COMPONENTE
                   AND D.DEPOSITO = :sqldeposito-pedido
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
              move spaces to sqluf-cliente
              move zeros to sqlcode
           end-if
           if ws-fatura-parcial = "S"
              go calcular-vencimento-parcelas
           end-if
           perform recalcular-icms-pedido
                   thru recalcular-icms-fim

                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
           END-EXEC
           move zeros to sqlcode
           move zeros to ws-parcela-base
           move sqlvalor-pedido to ws-fatura-valor.
      *Fatura parcial: parcelas so do valor faturado, numeradas
      *depois das que o pedido ja tem.
       calcular-vencimento-parcelas.
           divide ws-fatura-valor by ws-parcela-qtd
                  giving ws-parcela-valor
           compute ws-parcela-acum =
                   ws-parcela-valor * (ws-parcela-qtd - 1)
                   until ws-parcela-num > ws-parcela-qtd

           move ws-venc-primeiro to sqlvencimento
           if ws-parcela-base > zeros
              go calcular-vencimento-mostra
           end-if
           EXEC SQL
                UPDATE PEDIDOS
                   SET VENCIMENTO = :sqlvencimento
           if sqlcode not = 0 and sqlcode not = 100
              display "Aviso: vencimento nao gravado" at 1610
              move zeros to sqlcode
           end-if.
       calcular-vencimento-mostra.
           display "Parcelas Geradas: " at 1301 ws-parcela-qtd
           display " 1o Vencimento: " at 1321 sqlvencimento.
       calcular-vencimento-fim.
           end-if
           if ws-parcela-num = ws-parcela-qtd
              compute sqlvalor-parcela =
                      ws-fatura-valor - ws-parcela-acum
           else
              move ws-parcela-valor to sqlvalor-parcela
           end-if
           compute sqlparcela = ws-parcela-base + ws-parcela-num
           EXEC SQL
                INSERT INTO PEDIDO_PARCELAS
                       (codigo_pedido, parcela, vencimento,
                        valor, valorpago, status, fatura)
                VALUES
                       (:sqlcodigo-pedido,
                        :sqlparcela,
                        :sqlvencimento,
                        :sqlvalor-parcela,
                        0,
                        'ABERTO',
                        :sqlfatura)
           END-EXEC
           if sqlcode not = 0
              display "Aviso: parcela nao gravada " at 1610
      *exposicao em aberto (pedidos ainda nao PAGOS); o estouro so
      *passa com liberacao de um supervisor, que fica registrada em
      *CREDITO_LIBERACOES. Cliente sem limite cadastrado (ou limite
      *zero) nao sofre bloqueio. Cliente de grupo economico passa
      *tambem pelo limite do grupo (ManterGrupos).
      *Cotacao do dia do pedido para cliente de fora do Brasil:
      *moeda sem cotacao ate a data barra o pedido, para o valor na
      *moeda nao sair sem taxa.
       apurar-cambio-pedido.
           move "0" to ws-cambio-retorno
           move "BRL" to sqlmoeda-pedido
           move 1 to sqltaxa-cambio
           move sqlvalor-pedido to sqlvalor-moeda
           display "                                        " at 1101
           move sqlpais-cliente to ws-cambio-pais
           if ws-cambio-pais = spaces
              go apurar-cambio-fim
           end-if
           move spaces to ws-cambio-moeda
           call "CotacaoMoeda" using ws-cambio-pais
                                     ws-cambio-data
                                     ws-cambio-moeda
                                     ws-cambio-taxa
                                     ws-cambio-retorno
           if ws-cambio-retorno = "1"
              move "0" to ws-cambio-retorno
              go apurar-cambio-fim
           end-if
           if ws-cambio-retorno = "2"
              display "Erro: sem cotacao da moeda " at 1510
              display ws-cambio-moeda at 1538
              display " ate a data" at 1541
              accept espera at 2301
              go apurar-cambio-fim
           end-if
           move ws-cambio-moeda to sqlmoeda-pedido
           move ws-cambio-taxa to sqltaxa-cambio
           compute sqlvalor-moeda rounded =
                   sqlvalor-pedido / sqltaxa-cambio
           move sqlvalor-moeda to ws-valor-edit
           move sqltaxa-cambio to ws-taxa-edit
           display "Valor na Moeda............: " at 1101
           display sqlmoeda-pedido at 1129
           display ws-valor-edit at 1133
           display " taxa " at 1147
           display ws-taxa-edit at 1153.
       apurar-cambio-fim.
           exit.
       verificar-limite-credito.
           move "S" to ws-credito-ok
           open input credito
           if fs-credito not = "00"
              close credito
              go verificar-limite-grupo
           end-if
           move sqlcliente-pedido to cliente-credito
           read credito invalid key
              close credito
              go verificar-limite-grupo
           end-read
           close credito
           if limite-credito = zeros
              go verificar-limite-grupo
           end-if
           move zeros to sqlexposicao
           EXEC SQL
              move zeros to sqlexposicao
           end-if
           if sqlexposicao + sqlvalor-pedido <= limite-credito
              go verificar-limite-grupo
           end-if
           move limite-credito to ws-limite-edit
           display "LIMITE DE CREDITO EXCEDIDO. Limite: " at 1510
       verificar-limite-limpa.
           display "                                                  "
                   at 1510
           display "                                                  "
                   at 1610
           display "                                                  "
                   at 1710
           display "                                                  "
                   at 1810
           if ws-credito-ok = "N"
              go verificar-limite-fim
           end-if.
      *Cliente de grupo economico com limite no grupo: a exposicao
      *em aberto de todos os clientes do grupo mais o pedido nao
      *pode passar do limite do grupo, mesmo dentro do individual.
       verificar-limite-grupo.
           move spaces to sqlgrupo-credito
           move zeros to sqllimite-grupo
           EXEC SQL
                SELECT G.GRUPO, E.LIMITE
                  INTO :sqlgrupo-credito, :sqllimite-grupo
                  FROM GRUPO_CLIENTES G, GRUPOS_ECONOMICOS E
                 WHERE G.CODIGO_CLIENTE = :sqlcliente-pedido
                   AND E.GRUPO = G.GRUPO
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go verificar-limite-fim
           end-if
           if sqllimite-grupo = zeros
              go verificar-limite-fim
           end-if
           move zeros to sqlexposicao
           EXEC SQL
                SELECT IFNULL(SUM(A.VALOR),0)
                  INTO :sqlexposicao
                  FROM PEDIDOS A, GRUPO_CLIENTES G
                 WHERE G.GRUPO = :sqlgrupo-credito
                   AND A.CODIGO_CLIENTE = G.CODIGO_CLIENTE
                   AND A.STATUS IN ('ABERTO','FATURADO','COBRANCA')
                   AND A.CODIGO <> :sqlcodigo-pedido
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              move zeros to sqlexposicao
              move zeros to sqlcode
           end-if
           if sqlexposicao + sqlvalor-pedido <= sqllimite-grupo
              go verificar-limite-fim
           end-if
           move sqllimite-grupo to ws-limite-edit
           display "LIMITE DO GRUPO EXCEDIDO. Limite: " at 1510
           display ws-limite-edit at 1546
           display "Grupo: " at 1562 sqlgrupo-credito
           move sqlexposicao to ws-limite-edit
           display "Exposicao do grupo..: " at 1610 ws-limite-edit
           display "Liberar com supervisor (S/N)? " at 1710
           move spaces to opcao-sn
           accept opcao-sn at 1741
           if opcao-sn not = "S" and opcao-sn not = "s"
              move "N" to ws-credito-ok
              go verificar-limite-grupo-limpa
           end-if
           call "AutorizaSupervisor" using ws-super-codigo
                                           ws-super-retorno
           if ws-super-retorno not = "0"
              display "Liberacao nao autorizada." at 1810
              accept espera at 2301
              move "N" to ws-credito-ok
              go verificar-limite-grupo-limpa
           end-if
           move sqllimite-grupo to sqllimite-lib
           move ws-super-codigo to sqlsupervisor-lib
           EXEC SQL
                INSERT INTO CREDITO_LIBERACOES
                       (codigo_pedido, codigo_cliente, valor,
                        limite, exposicao, supervisor, quando,
                        grupo)
                VALUES
                       (:sqlcodigo-pedido,
                        :sqlcliente-pedido,
                        :sqlvalor-pedido,
                        :sqllimite-lib,
                        :sqlexposicao,
                        :sqlsupervisor-lib,
                        NOW(),
                        :sqlgrupo-credito)
           END-EXEC
           if sqlcode not = 0
              display "Aviso: liberacao nao registrada" at 1810
              move zeros to sqlcode
           end-if.
       verificar-limite-grupo-limpa.
           display "                                                  "
                   at 1510
           display "                       " at 1560
           display "                                                  "
                   at 1610
           display "                                                  "
           else
              display "Criou CREDITO_LIBERACOES OK." at 0301
           end-if
      *    Liberacao pelo limite do grupo economico guarda o grupo.
           EXEC SQL
                ALTER TABLE CREDITO_LIBERACOES ADD GRUPO CHAR(10)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER LIBERACOES.GRUPO " at 2201
              display sqlcode at 2231
           end-if
      *    -1060 = coluna ja existe num Alter Table
           EXEC SQL
                ALTER TABLE PEDIDOS ADD VENCIMENTO DATE
              display "Erro: ALTER END_ENTREGA " at 2001
              display sqlcode at 2031
           end-if
      *Pedido de cliente do exterior: moeda, taxa do dia do pedido
      *e valor na moeda (VALOR continua em reais).
           EXEC SQL
                ALTER TABLE PEDIDOS ADD MOEDA CHAR(3) DEFAULT 'BRL'
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER MOEDA " at 2101
              display sqlcode at 2131
           end-if
           EXEC SQL
                ALTER TABLE PEDIDOS
                      ADD TAXA_CAMBIO DECIMAL(11,6) DEFAULT 1
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER TAXA_CAMBIO " at 2101
              display sqlcode at 2131
           end-if
           EXEC SQL
                ALTER TABLE PEDIDOS ADD VALOR_MOEDA DECIMAL(13,2)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER VALOR_MOEDA " at 2101
              display sqlcode at 2131
           end-if
      *Faturamento parcial: cada fatura do pedido com seus itens e
      *quantidades; o item guarda quanto ja foi faturado e a parcela
      *a fatura que a gerou (0 = pedido faturado antes das faturas).
           EXEC SQL
                CREATE TABLE PEDIDO_FATURAS
                    (codigo_pedido char(10),
                     fatura        int,
                     quando        datetime,
                     valor         decimal(11,2),
                     icms          decimal(11,2),
                     status        char(10),
                     cancelada     datetime,
                     operador      char(03),
                     primary key   (codigo_pedido, fatura))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE PEDIDO_FATURAS " at 2201
              display sqlcode at 2231
           end-if
           EXEC SQL
                CREATE TABLE PEDIDO_FATURA_ITENS
                    (codigo_pedido  char(10),
                     fatura         int,
                     codigo_produto char(10),
                     quantidade     int,
                     total          decimal(11,2),
                     icms_valor     decimal(11,2),
                     primary key    (codigo_pedido, fatura,
                                     codigo_produto))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE PEDIDO_FATURA_ITENS " at 2201
              display sqlcode at 2235
           end-if
           EXEC SQL
                ALTER TABLE PEDIDO_ITENS
                      ADD QTD_FATURADA INT DEFAULT 0
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER QTD_FATURADA " at 2201
              display sqlcode at 2231
           end-if
           EXEC SQL
                ALTER TABLE PEDIDO_PARCELAS
                      ADD FATURA INT DEFAULT 0
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER PARCELAS.FATURA " at 2201
              display sqlcode at 2231
           end-if
      *Pedido de cliente com faturamento mensal guarda o pedido da
      *fatura consolidada em que saiu.
           EXEC SQL
                ALTER TABLE PEDIDOS ADD FATURA_MENSAL CHAR(10)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER FATURA_MENSAL " at 2201
              display sqlcode at 2231
           end-if
      *Data de entrega prometida ao cliente na digitacao do item.
           EXEC SQL
                ALTER TABLE PEDIDO_ITENS ADD DATA_PROMETIDA DATE
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER DATA_PROMETIDA " at 2201
              display sqlcode at 2231
           end-if
      *Deposito de onde o pedido sai; a baixa do faturamento sai
      *do saldo dele.
           EXEC SQL
                ALTER TABLE PEDIDOS ADD DEPOSITO CHAR(03) DEFAULT '01'
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER PEDIDOS.DEPOSITO " at 2201
              display sqlcode at 2231
           end-if
           accept espera at 2301
           go menugeral.
      *Conversao de orcamento em pedido firme: revalida a situacao
           if sqlsituacao-cliente = "*ERRO*"
              go converter-orcamento
           end-if
           move zeros to sqlitens-descont
           EXEC SQL
                SELECT COUNT(*) INTO :sqlitens-descont
                  FROM PEDIDO_ITENS I, PRODUTOS P
                 WHERE I.CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND P.CODIGO = I.CODIGO_PRODUTO
                   AND P.SITUACAO = 'DESCONTINUADO'
                   AND IFNULL(P.DATA_SITUACAO, '1900-01-01')
                       <= CURDATE()
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlitens-descont sqlcode
           end-if
           if sqlitens-descont > zeros
              display "Orcamento tem item descontinuado:" at 1510
              display "troque pelo substituto antes." at 1610
              accept espera at 2301
              go converter-orcamento
           end-if

           display "Confirma a conversao (S/N)? " at 1201
           move spaces to opcao-sn
              END-EXEC
              go converter-orcamento
           end-if
      *Cliente com tabela de preco: o repreco usa a linha vigente
      *da tabela, como na digitacao do item.
           EXEC SQL
                UPDATE PEDIDO_ITENS I, PEDIDOS D, CLIENTES C,
                       TABELA_PRECO_ITENS T
                   SET I.PRECOUNITARIO = T.PRECO,
                       I.TOTAL = I.QUANTIDADE * T.PRECO
                 WHERE I.CODIGO_PEDIDO = :sqlitem-pedido
                   AND D.CODIGO = I.CODIGO_PEDIDO
                   AND C.CODIGO = D.CODIGO_CLIENTE
                   AND T.TABELA = C.TABELA_PRECO
                   AND T.CODIGO_PRODUTO = I.CODIGO_PRODUTO
                   AND T.ID =
                       (SELECT T2.ID FROM TABELA_PRECO_ITENS T2
                         WHERE T2.TABELA = C.TABELA_PRECO
                           AND T2.CODIGO_PRODUTO = I.CODIGO_PRODUTO
                           AND T2.QTD_MINIMA <= I.QUANTIDADE
                           AND T2.PRECO > 0
                           AND T2.DATA_INICIO <= CURDATE()
                           AND (T2.DATA_FIM IS NULL
                                OR T2.DATA_FIM >= CURDATE())
                         ORDER BY T2.QTD_MINIMA DESC,
                                  T2.DATA_INICIO DESC
                         LIMIT 1)
           END-EXEC
           move zeros to sqlcode
      *Na conversao o pedido firme reserva os itens por inteiro,
      *mesmo que o estoque fique a descoberto (a fila de backorder
      *cobre so a digitacao normal).
                       B.RESERVADO = B.QUANTIDADE
                 WHERE B.CODIGO_PEDIDO = :sqlitem-pedido
                   AND A.CODIGO = B.CODIGO_PRODUTO
                   AND NOT EXISTS
                       (SELECT 1 FROM PRODUTO_KITS K
                         WHERE K.KIT = B.CODIGO_PRODUTO)
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                UPDATE PRODUTOS A,
                       (SELECT K.COMPONENTE,
                               SUM(B.QUANTIDADE * K.QUANTIDADE)
                                   AS RESERVA
                          FROM PEDIDO_ITENS B, PRODUTO_KITS K
                         WHERE B.CODIGO_PEDIDO = :sqlitem-pedido
                           AND K.KIT = B.CODIGO_PRODUTO
                         GROUP BY K.COMPONENTE) C
                   SET A.RESERVADO = IFNULL(A.RESERVADO, 0)
                                   + C.RESERVA
                 WHERE A.CODIGO = C.COMPONENTE
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                UPDATE PEDIDO_ITENS B, PRODUTO_KITS K
                   SET B.RESERVADO = B.QUANTIDADE
                 WHERE B.CODIGO_PEDIDO = :sqlitem-pedido
                   AND K.KIT = B.CODIGO_PRODUTO
           END-EXEC
           move zeros to sqlcode
           perform recalcular-total-pedido
           move zeros to sqldesconto-pct
           move spaces to sqlaprovador
           perform ler-alcada thru ler-alcada-fim
           move zeros to ws-politica-pct
           if ws-preco-tabela not = "S"
              perform buscar-desconto-politica
                      thru buscar-desconto-fim
           end-if
           compute ws-preco-politica rounded =
                   sqlpreco-lista * (100 - ws-politica-pct) / 100
           compute ws-preco-minimo rounded =
           end-compute.
       negociar-preco-fim.
           exit.
      *Leitura do produto: aceita o codigo interno ou o EAN-13 do
      *codigo de barras; o codigo interno tem preferencia.
       resolver-codigo-lido.
           move sqlcodigo-lido to sqlitem-produto
           if sqlcodigo-lido = spaces
              go resolver-codigo-lido-fim
           end-if
           EXEC SQL
                SELECT CODIGO INTO :sqlitem-produto
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlcodigo-lido
                    OR EAN = :sqlcodigo-lido
                 ORDER BY CASE WHEN CODIGO = :sqlcodigo-lido
                               THEN 0 ELSE 1 END
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0
              move sqlcodigo-lido to sqlitem-produto
              move zeros to sqlcode
           end-if.
       resolver-codigo-lido-fim.
           exit.
      *Produto descontinuado nao entra em venda nova: oferece o
      *substituto cadastrado e, aceito, o item segue com ele. Em
      *saida de linha vende normalmente, so com aviso. A situacao
      *so vale a partir da vigencia; descontinuacao agendada ja
      *conta como saida de linha.
       verificar-situacao-produto.
           EXEC SQL
                SELECT CASE
                         WHEN IFNULL(DATA_SITUACAO, '1900-01-01')
                              <= CURDATE()
                           THEN IFNULL(SITUACAO, 'ATIVO')
                         WHEN SITUACAO = 'DESCONTINUADO'
                           THEN 'EM SAIDA'
                         ELSE 'ATIVO'
                       END,
                       IFNULL(SUBSTITUTO, ' ')
                  INTO :sqlsituacao-prod,
                       :sqlsubstituto-prod
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlitem-produto
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go verificar-situacao-fim
           end-if
           if sqlsituacao-prod = "EM SAIDA"
              display "(produto em saida de linha)" at 1145
              go verificar-situacao-fim
           end-if
           if sqlsituacao-prod not = "DESCONTINUADO"
              go verificar-situacao-fim
           end-if
           display "Produto descontinuado." at 1510
           if sqlsubstituto-prod = spaces
              display "Sem substituto cadastrado." at 1610
              accept espera at 2301
              move spaces to sqlitem-produto
              go verificar-situacao-fim
           end-if
           display "Usar o substituto " at 1610
                           sqlsubstituto-prod " (S/N)? "
           move spaces to opcao-sn
           accept opcao-sn at 1655
           display "                                        "
                   at 1510
           display "                                        "
                   at 1610
           if opcao-sn not = "S" and opcao-sn not = "s"
              move spaces to sqlitem-produto
              go verificar-situacao-fim
           end-if
           move sqlsubstituto-prod to sqlitem-produto
           move sqlitem-produto to sqlcodigo-lido
           display sqlcodigo-lido at 0829
           go verificar-situacao-produto.
       verificar-situacao-fim.
           exit.
      *Cliente com tabela de preco: vale a linha vigente hoje com a
      *maior quantidade minima coberta pelo item. O preco da tabela
      *passa a ser a lista do item e ja traz a faixa negociada, por
      *isso a politica do DESCONTOS.ARQ nao se soma a ele.
       buscar-preco-tabela.
           move "N" to ws-preco-tabela
           move spaces to sqltabela-cliente
           EXEC SQL
                SELECT I.PRECO, I.TABELA
                  INTO :sqlpreco-tabela,
                       :sqltabela-cliente
                  FROM CLIENTES C, TABELA_PRECO_ITENS I
                 WHERE C.CODIGO = :sqlcliente-pedido
                   AND I.TABELA = C.TABELA_PRECO
                   AND I.CODIGO_PRODUTO = :sqlitem-produto
                   AND I.QTD_MINIMA <= :sqlitem-quantidade
                   AND I.DATA_INICIO <= CURDATE()
                   AND (I.DATA_FIM IS NULL
                        OR I.DATA_FIM >= CURDATE())
                 ORDER BY I.QTD_MINIMA DESC, I.DATA_INICIO DESC
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0 or sqlpreco-tabela = zeros
              move zeros to sqlcode
              go buscar-preco-tabela-fim
           end-if
           move "S" to ws-preco-tabela
           move sqlpreco-tabela to sqlitem-preco
           move sqlpreco-tabela to ws-valor-edit
           display "Preco Unitario............: " at 0901
                           ws-valor-edit
           display "tabela" at 0946
           display sqltabela-cliente at 0953.
       buscar-preco-tabela-fim.
           exit.
      *Melhor faixa da politica: maior quantidade minima coberta,
      *com as faixas do produto valendo sobre as da categoria.
       buscar-desconto-politica.
                 WHERE B.CODIGO_PEDIDO = :sqlitem-pedido
                   AND A.CODIGO = B.CODIGO_PRODUTO
                   AND IFNULL(B.RESERVADO, 0) > 0
                   AND NOT EXISTS
                       (SELECT 1 FROM PRODUTO_KITS K
                         WHERE K.KIT = B.CODIGO_PRODUTO)
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                UPDATE PRODUTOS A,
                       (SELECT K.COMPONENTE,
                               SUM(IFNULL(B.RESERVADO, 0)
                                   * K.QUANTIDADE) AS RESERVA
                          FROM PEDIDO_ITENS B, PRODUTO_KITS K
                         WHERE B.CODIGO_PEDIDO = :sqlitem-pedido
                           AND K.KIT = B.CODIGO_PRODUTO
                         GROUP BY K.COMPONENTE) C
                   SET A.RESERVADO = IFNULL(A.RESERVADO, 0)
                                   - C.RESERVA
                 WHERE A.CODIGO = C.COMPONENTE
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                UPDATE PEDIDO_ITENS B, PRODUTO_KITS K
                   SET B.RESERVADO = 0
                 WHERE B.CODIGO_PEDIDO = :sqlitem-pedido
                   AND K.KIT = B.CODIGO_PRODUTO
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
