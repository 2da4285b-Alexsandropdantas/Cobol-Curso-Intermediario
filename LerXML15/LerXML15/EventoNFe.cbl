      $SET SQL()
       identification division.
       program-id. EventoNFe.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select nfectl assign to disk
                  organization is indexed
                  access mode is dynamic
                  file status is fs-nfectl
                  record key is chave-nfectl.
           select arquivo-evento assign to ws-evento-nome
             organization is line sequential
             file status is fs-evento.
       data division.
       fd nfectl
           label record is standard
           value of file-id "NFECTL.ARQ".
      *Uma nota por registro: o pedido cancelado e refaturado ganha
      *nova nota e a cancelada continua no arquivo com seus eventos.
       01 registro-nfectl.
         02 chave-nfectl.
            03 pedido-nfectl        pic x(10).
            03 numero-nfectl        pic x(10).
         02 data-nfectl             pic 9(08).
         02 arquivo-nfectl          pic x(60).
      *   Situacao: A (ou branco) autorizada, C cancelada.
         02 situacao-nfectl         pic x(01).
         02 quando-nfectl           pic 9(14).
      *   Fatura do pedido (PEDIDO_FATURAS); zero = pedido inteiro.
         02 fatura-nfectl           pic 9(02).
      *   Eventos da nota (EventoNFe): 110111 cancelamento,
      *   110110 carta de correcao; ate 20 cartas e um cancelamento.
         02 qtd-eventos-nfectl      pic 9(02).
         02 evento-nfectl occurs 21 times.
            03 tipo-evento-nfectl   pic x(06).
            03 seq-evento-nfectl    pic 9(02).
            03 quando-evento-nfectl pic 9(14).
            03 operador-evento-nfectl pic x(20).
            03 arquivo-evento-nfectl pic x(60).
         02 chave-acesso-nfectl     pic x(44).
       fd arquivo-evento
           label record is standard.
       01 reg-evento                 pic x(200).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-nfectl                 pic x(02).
       77 fs-evento                 pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 opcao-sn                  pic x(01) value spaces.
       01 status-code               pic x(2) comp-5.
       01 ws-dir-nfe                 pic x(20) value "NFE_SAIDA".
       01 ws-dir-criado              pic x(01) value "N".
       01 ws-evento-nome             pic x(60).
       01 ws-linha-evento            pic x(200).
       01 ws-nfe-ativa               pic x(01).
       01 ws-pedido-procura          pic x(10).
       01 ws-fatura-procura          pic 9(02).
       01 ws-pedido-reaberto         pic x(01).
       01 ws-tipo-evento             pic x(06).
       01 ws-desc-evento             pic x(20).
       01 ws-seq-evento              pic 9(02).
       01 ws-qtd-cartas              pic 9(02).
       01 ws-indice                  pic 9(02).
       01 ws-linha-tela              pic 9(02).
       01 ws-agora                   pic 9(14).
       01 ws-agora-r redefines ws-agora.
          02 ws-agora-data           pic 9(08).
          02 ws-agora-hora           pic 9(02).
          02 ws-agora-minuto         pic 9(02).
          02 ws-agora-segundo        pic 9(02).
       01 ws-emissao                 pic 9(14).
       01 ws-emissao-r redefines ws-emissao.
          02 ws-emissao-data         pic 9(08).
          02 ws-emissao-hora         pic 9(02).
          02 ws-emissao-minuto       pic 9(02).
          02 ws-emissao-segundo      pic 9(02).
      *Prazo legal do cancelamento contado da autorizacao.
       01 ws-prazo-horas             pic 9(03) value 24.
       01 ws-minutos-decorridos      pic s9(09).
       01 ws-justificativa           pic x(140).
       01 ws-justificativa-r redefines ws-justificativa.
          02 ws-justificativa-1      pic x(70).
          02 ws-justificativa-2      pic x(70).
       01 ws-tamanho-texto           pic 9(03).
       01 ws-login-codigo            pic 9(03).
       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlcodigo-pedido           pic x(10).
       01 sqlfatura                  pic 9(02).
       01 sqlstatus-pedido           pic x(10).
       01 sqloperador                pic x(03).
       01 sqlhist-prog               pic x(20).
       01 sqlpendencias              pic 9(05).
       01 sqldeposito                pic x(03).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
       assinatura.
           call "Login" using ws-login-codigo
                              ws-login-nome
                              ws-login-nivel
                              ws-login-retorno
           if ws-login-retorno not = "0"
              exit program
              stop run
           end-if
           move ws-login-codigo to sqloperador.
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
      *Eventos da NF-e de saida emitida pelo GeraNFe: cancelamento
      *dentro do prazo legal contado da autorizacao, e carta de
      *correcao numerada (ate 20 por nota). Cada evento gera o XML
      *na pasta NFE_SAIDA e fica registrado na nota em NFECTL.ARQ.
      *O cancelamento devolve o pedido a ABERTO: estoque e reserva
      *voltam, as parcelas saem e o pedido pode ser refaturado ou
      *cancelado no Pedidos.
       menugeral.
           display erase at 0101
           display "Eventos da NF-e de Saida" at 0101
           display "1.Cancelar NF-e" at 0301
           display "2.Carta de Correcao" at 0401
           display "3.Consultar Eventos da NF-e" at 0501
           display "0.Sair" at 0601
           display "Opcao:" at 0701
           initialize opcao
           accept opcao at 0707
           if opcao = 1 go cancelando.
           if opcao = 2 go corrigindo.
           if opcao = 3 go consultando.
           if opcao = 0 go desconectando.
           go menugeral.
       abrir-nfectl.
           open i-o nfectl
           if fs-nfectl not = "00"
             if fs-nfectl = "35" or "05"
                close nfectl
                open output nfectl
                close nfectl
                open i-o nfectl
             else
                display "NFECTL.ARQ com problema: " at 2301
                                fs-nfectl
                accept espera at 2380
             end-if
           end-if.
      *Nota autorizada do pedido (a cancelada nao conta): deixa o
      *registro achado na area do arquivo.
       procurar-nfe-ativa.
           move "N" to ws-nfe-ativa
           move ws-pedido-procura to pedido-nfectl
           move low-values to numero-nfectl
           start nfectl key is >= chave-nfectl invalid key
              go procurar-nfe-fim
           end-start.
       procurar-nfe-le.
           read nfectl next at end
              go procurar-nfe-fim
           end-read
           if pedido-nfectl not = ws-pedido-procura
              go procurar-nfe-fim
           end-if
           if situacao-nfectl = "C"
              or fatura-nfectl not = ws-fatura-procura
              go procurar-nfe-le
           end-if
           move "S" to ws-nfe-ativa.
       procurar-nfe-fim.
           exit.
       escolher-nota.
           display "Codigo Pedido.............: " at 0301
           move spaces to sqlcodigo-pedido
           accept sqlcodigo-pedido at 0329
           if sqlcodigo-pedido = spaces
              go escolher-nota-fim
           end-if
           display "Fatura (0=pedido inteiro).: " at 0341
           move zeros to sqlfatura
           accept sqlfatura at 0369
           perform abrir-nfectl
           move sqlcodigo-pedido to ws-pedido-procura
           move sqlfatura to ws-fatura-procura
           perform procurar-nfe-ativa thru procurar-nfe-fim
           if ws-nfe-ativa = "N"
              display "Pedido/fatura sem NF-e autorizada" at 1510
              close nfectl
              accept espera at 2301
              move spaces to sqlcodigo-pedido
              go escolher-nota-fim
           end-if
           display "NF-e......................: " at 0401
                   numero-nfectl
           display "Emitida em................: " at 0501
                   data-nfectl
           move zeros to ws-qtd-cartas
           perform contar-cartas
                   varying ws-indice from 1 by 1
                   until ws-indice > qtd-eventos-nfectl
           display "Cartas de Correcao........: " at 0601
                   ws-qtd-cartas.
       escolher-nota-fim.
           exit.
       contar-cartas.
           if tipo-evento-nfectl(ws-indice) = "110110"
              add 1 to ws-qtd-cartas
           end-if.
       cancelando.
           display erase at 0101
           display "Cancelar NF-e" at 0101
           perform escolher-nota thru escolher-nota-fim
           if sqlcodigo-pedido = spaces
              go menugeral
           end-if
      *    Prazo contado da autorizacao; nota antiga sem hora vale
      *    a partir do inicio do dia de emissao.
           move function current-date(1:14) to ws-agora
           move quando-nfectl to ws-emissao
           if ws-emissao = zeros
              move data-nfectl to ws-emissao-data
           end-if
           compute ws-minutos-decorridos =
                   (function integer-of-date(ws-agora-data)
                  - function integer-of-date(ws-emissao-data)) * 1440
                 + (ws-agora-hora * 60 + ws-agora-minuto)
                 - (ws-emissao-hora * 60 + ws-emissao-minuto)
           if ws-minutos-decorridos > ws-prazo-horas * 60
              display "Fora do prazo de cancelamento (horas): "
                      at 1510 ws-prazo-horas
              display "Emita NF-e de entrada ou use a devolucao."
                      at 1610
              close nfectl
              accept espera at 2301
              go cancelando
           end-if
           EXEC SQL
                SELECT STATUS INTO :sqlstatus-pedido
                  FROM PEDIDOS
                 WHERE CODIGO = :sqlcodigo-pedido
           END-EXEC
           if sqlcode not = 0
              display "Pedido nao encontrado" at 1510
              close nfectl
              accept espera at 2301
              go cancelando
           end-if
           if sqlstatus-pedido not = "FATURADO"
              display "Pedido em " at 1510 sqlstatus-pedido
              display "so cancela NF-e de pedido FATURADO" at 1610
              close nfectl
              accept espera at 2301
              go cancelando
           end-if
      *    Titulo recebido, enviado ao banco ou com devolucao ja
      *    registrada impede o cancelamento; na nota de uma fatura
      *    contam so as parcelas daquela fatura.
           move zeros to sqlpendencias
           EXEC SQL
                SELECT COUNT(*) INTO :sqlpendencias
                  FROM PEDIDO_PARCELAS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND (:sqlfatura = 0
                        OR IFNULL(FATURA, 0) = :sqlfatura)
                   AND (IFNULL(VALORPAGO, 0) > 0
                        OR STATUS <> 'ABERTO'
                        OR IFNULL(REMESSA, 0) > 0)
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlpendencias sqlcode
           end-if
           if sqlpendencias > zeros
              display "Pedido com parcela paga ou em remessa" at 1510
              close nfectl
              accept espera at 2301
              go cancelando
           end-if
      *    Fatura mensal consolidada nao volta por aqui: os pedidos
      *    de origem ja estao CONSOLIDADO e nao ha como reabri-los.
           move zeros to sqlpendencias
           EXEC SQL
                SELECT COUNT(*) INTO :sqlpendencias
                  FROM PEDIDOS
                 WHERE FATURA_MENSAL = :sqlcodigo-pedido
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlpendencias sqlcode
           end-if
           if sqlpendencias > zeros
              display "Fatura mensal consolidada: cancelamento" at 1510
              display "so pela devolucao dos itens." at 1610
              close nfectl
              accept espera at 2301
              go cancelando
           end-if
           EXEC SQL
                SELECT COUNT(*) INTO :sqlpendencias
                  FROM DEVOLUCOES
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlpendencias sqlcode
           end-if
           if sqlpendencias > zeros
              display "Pedido com devolucao registrada" at 1510
              close nfectl
              accept espera at 2301
              go cancelando
           end-if
           display "Justificativa (min. 15 caracteres):" at 0801
           move spaces to ws-justificativa
           accept ws-justificativa-1 at 0901
           accept ws-justificativa-2 at 1001
           perform medir-texto
           if ws-tamanho-texto < 15
              display "Justificativa muito curta" at 1510
              close nfectl
              accept espera at 2301
              go cancelando
           end-if
           display "Confirma o cancelamento da NF-e (S/N)? " at 1201
           move spaces to opcao-sn
           accept opcao-sn at 1241
           if opcao-sn not = "S" and opcao-sn not = "s"
              close nfectl
              go menugeral
           end-if

           move "EVENTO-NFE" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           perform reabrir-pedido thru reabrir-pedido-fim
           if sqlcode not = 0
              EXEC SQL
                   ROLLBACK
              END-EXEC
              close nfectl
              move "F" to ws-plog-evento
              move "ERRO" to ws-plog-status
              perform gravar-processlog
              accept espera at 2301
              go menugeral
           end-if
           move "110111" to ws-tipo-evento
           move "Cancelamento" to ws-desc-evento
           move 1 to ws-seq-evento
           perform emitir-evento thru emitir-evento-fim
           if fs-evento not = "00"
              EXEC SQL
                   ROLLBACK
              END-EXEC
              close nfectl
              move "F" to ws-plog-evento
              move "ERRO" to ws-plog-status
              perform gravar-processlog
              accept espera at 2301
              go menugeral
           end-if
           move "C" to situacao-nfectl
           perform registrar-evento
           close nfectl
           EXEC SQL
                COMMIT
           END-EXEC
           move "F" to ws-plog-evento
           move 1 to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           if ws-pedido-reaberto = "S"
              display "NF-e cancelada; pedido voltou a ABERTO."
                      at 1401
           else
              display "NF-e cancelada; demais faturas mantidas."
                      at 1401
           end-if
           display "Evento: " at 1501 ws-evento-nome
           accept espera at 2301
           go menugeral.
      *Desfaz o faturamento: estoque volta e fica de novo reservado
      *para o pedido, o kardex registra a entrada (CN), as parcelas
      *saem (o refaturamento gera outras), o cubo de vendas e
      *abatido e o pedido volta a ABERTO com historico. Nota de uma
      *fatura desfaz so os itens e parcelas daquela fatura; o pedido
      *volta a ABERTO quando nao sobra outra fatura ativa.
       reabrir-pedido.
           move "S" to ws-pedido-reaberto
           if sqlfatura > zeros
              go reabrir-fatura
           end-if
           EXEC SQL
                UPDATE PRODUTOS A, PEDIDO_ITENS B
                   SET A.ESTOQUE = A.ESTOQUE + B.QUANTIDADE,
                       A.RESERVADO = IFNULL(A.RESERVADO, 0)
                                   + B.QUANTIDADE,
                       B.RESERVADO = B.QUANTIDADE
                 WHERE B.CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND A.CODIGO = B.CODIGO_PRODUTO
                   AND NOT EXISTS
                       (SELECT 1 FROM PRODUTO_KITS K
                         WHERE K.KIT = B.CODIGO_PRODUTO)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
                display "Erro: estoque nao devolvido " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                go reabrir-pedido-fim
           end-if
      *    Kit: o estoque volta (e fica reservado) nos componentes.
           EXEC SQL
                UPDATE PRODUTOS A,
                       (SELECT K.COMPONENTE,
                               SUM(B.QUANTIDADE * K.QUANTIDADE)
                                   AS QTD
                          FROM PEDIDO_ITENS B, PRODUTO_KITS K
                         WHERE B.CODIGO_PEDIDO = :sqlcodigo-pedido
                           AND K.KIT = B.CODIGO_PRODUTO
                         GROUP BY K.COMPONENTE) C
                   SET A.ESTOQUE = A.ESTOQUE + C.QTD,
                       A.RESERVADO = IFNULL(A.RESERVADO, 0) + C.QTD
                 WHERE A.CODIGO = C.COMPONENTE
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
                display "Erro: componentes nao devolvidos " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                go reabrir-pedido-fim
           end-if
           EXEC SQL
                UPDATE PEDIDO_ITENS B
                   SET B.RESERVADO = B.QUANTIDADE
                 WHERE B.CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND EXISTS
                       (SELECT 1 FROM PRODUTO_KITS K
                         WHERE K.KIT = B.CODIGO_PRODUTO)
           END-EXEC
           move zeros to sqlcode
      *    O estoque volta para o deposito de onde o pedido saiu.
           perform buscar-deposito-pedido
           EXEC SQL
                INSERT INTO ESTOQUE_DEPOSITO
                       (codigo_produto, deposito, estoque)
                SELECT C.PRODUTO, :sqldeposito, C.QTD
                  FROM (SELECT B.CODIGO_PRODUTO AS PRODUTO,
                               SUM(B.QUANTIDADE) AS QTD
                          FROM PEDIDO_ITENS B
                         WHERE B.CODIGO_PEDIDO = :sqlcodigo-pedido
                           AND NOT EXISTS
                               (SELECT 1 FROM PRODUTO_KITS K
                                 WHERE K.KIT = B.CODIGO_PRODUTO)
                         GROUP BY B.CODIGO_PRODUTO
                        UNION ALL
                        SELECT K.COMPONENTE,
                               SUM(B.QUANTIDADE * K.QUANTIDADE)
                          FROM PEDIDO_ITENS B, PRODUTO_KITS K
                         WHERE B.CODIGO_PEDIDO = :sqlcodigo-pedido
                           AND K.KIT = B.CODIGO_PRODUTO
                         GROUP BY K.COMPONENTE) C
                ON DUPLICATE KEY UPDATE
                       ESTOQUE = ESTOQUE + VALUES(ESTOQUE)
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                INSERT INTO ESTOQUE_MOV
                       (codigo_produto, quando, tipo, quantidade,
                        saldo, documento, operador, deposito,
                        saldo_deposito, custo_anterior,
                        custo_medio)
                SELECT B.CODIGO_PRODUTO, NOW(), 'CN',
                       B.QUANTIDADE, A.ESTOQUE,
                       B.CODIGO_PEDIDO, :sqloperador,
                       D.DEPOSITO, D.ESTOQUE,
                       IFNULL(A.CUSTO, 0), IFNULL(A.CUSTO, 0)
                  FROM PRODUTOS A, PEDIDO_ITENS B,
                       ESTOQUE_DEPOSITO D
                 WHERE B.CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND A.CODIGO = B.CODIGO_PRODUTO
                   AND D.CODIGO_PRODUTO = B.CODIGO_PRODUTO
                   AND D.DEPOSITO = :sqldeposito
                   AND NOT EXISTS
                       (SELECT 1 FROM PRODUTO_KITS K
                         WHERE K.KIT = B.CODIGO_PRODUTO)
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                INSERT INTO ESTOQUE_MOV
                       (codigo_produto, quando, tipo, quantidade,
                        saldo, documento, operador, kit, deposito,
                        saldo_deposito, custo_anterior,
                        custo_medio)
                SELECT K.COMPONENTE, NOW(), 'CN',
                       B.QUANTIDADE * K.QUANTIDADE, A.ESTOQUE,
                       B.CODIGO_PEDIDO, :sqloperador,
                       B.CODIGO_PRODUTO, D.DEPOSITO, D.ESTOQUE,
                       IFNULL(A.CUSTO, 0), IFNULL(A.CUSTO, 0)
                  FROM PRODUTOS A, PEDIDO_ITENS B, PRODUTO_KITS K,
                       ESTOQUE_DEPOSITO D
                 WHERE B.CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND K.KIT = B.CODIGO_PRODUTO
                   AND A.CODIGO = K.COMPONENTE
                   AND D.CODIGO_PRODUTO = K.COMPONENTE
                   AND D.DEPOSITO = :sqldeposito
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                DELETE FROM PEDIDO_PARCELAS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
                display "Erro: parcelas nao excluidas " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                go reabrir-pedido-fim
           end-if
           EXEC SQL
                INSERT INTO VENDAS_RESUMO
                       (anomes, vendedor, uf, categoria, qtd,
                        valor)
                SELECT DATE_FORMAT(A.DATAPEDIDO, '%Y%m'),
                       A.CODIGO_VENDEDOR, B.ESTADO,
                       IFNULL(P.CATEGORIA, '???'),
                       0 - I.QUANTIDADE, 0 - I.TOTAL
                  FROM PEDIDOS A, CLIENTES B, PEDIDO_ITENS I,
                       PRODUTOS P
                 WHERE A.CODIGO = :sqlcodigo-pedido
                   AND B.CODIGO = A.CODIGO_CLIENTE
                   AND I.CODIGO_PEDIDO = A.CODIGO
                   AND P.CODIGO = I.CODIGO_PRODUTO
                ON DUPLICATE KEY UPDATE
                       QTD = QTD + VALUES(QTD),
                       VALOR = VALOR + VALUES(VALOR)
           END-EXEC
           if sqlcode not = 0
              display "Aviso: VENDAS_RESUMO nao abatido" at 1810
              move zeros to sqlcode
           end-if
           go reabrir-pedido-status.
       reabrir-fatura.
           EXEC SQL
                UPDATE PRODUTOS A, PEDIDO_FATURA_ITENS F,
                       PEDIDO_ITENS B
                   SET A.ESTOQUE = A.ESTOQUE + F.QUANTIDADE,
                       A.RESERVADO = IFNULL(A.RESERVADO, 0)
                                   + F.QUANTIDADE,
                       B.RESERVADO = IFNULL(B.RESERVADO, 0)
                                   + F.QUANTIDADE,
                       B.QTD_FATURADA = IFNULL(B.QTD_FATURADA, 0)
                                      - F.QUANTIDADE
                 WHERE F.CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND F.FATURA = :sqlfatura
                   AND B.CODIGO_PEDIDO = F.CODIGO_PEDIDO
                   AND B.CODIGO_PRODUTO = F.CODIGO_PRODUTO
                   AND A.CODIGO = F.CODIGO_PRODUTO
                   AND NOT EXISTS
                       (SELECT 1 FROM PRODUTO_KITS K
                         WHERE K.KIT = F.CODIGO_PRODUTO)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
                display "Erro: estoque nao devolvido " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                go reabrir-pedido-fim
           end-if
           EXEC SQL
                UPDATE PRODUTOS A,
                       (SELECT K.COMPONENTE,
                               SUM(F.QUANTIDADE * K.QUANTIDADE)
                                   AS QTD
                          FROM PEDIDO_FATURA_ITENS F, PRODUTO_KITS K
                         WHERE F.CODIGO_PEDIDO = :sqlcodigo-pedido
                           AND F.FATURA = :sqlfatura
                           AND K.KIT = F.CODIGO_PRODUTO
                         GROUP BY K.COMPONENTE) C
                   SET A.ESTOQUE = A.ESTOQUE + C.QTD,
                       A.RESERVADO = IFNULL(A.RESERVADO, 0) + C.QTD
                 WHERE A.CODIGO = C.COMPONENTE
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
                display "Erro: componentes nao devolvidos " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                go reabrir-pedido-fim
           end-if
           EXEC SQL
                UPDATE PEDIDO_FATURA_ITENS F, PEDIDO_ITENS B
                   SET B.RESERVADO = IFNULL(B.RESERVADO, 0)
                                   + F.QUANTIDADE,
                       B.QTD_FATURADA = IFNULL(B.QTD_FATURADA, 0)
                                      - F.QUANTIDADE
                 WHERE F.CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND F.FATURA = :sqlfatura
                   AND B.CODIGO_PEDIDO = F.CODIGO_PEDIDO
                   AND B.CODIGO_PRODUTO = F.CODIGO_PRODUTO
                   AND EXISTS
                       (SELECT 1 FROM PRODUTO_KITS K
                         WHERE K.KIT = F.CODIGO_PRODUTO)
           END-EXEC
           move zeros to sqlcode
           perform buscar-deposito-pedido
           EXEC SQL
                INSERT INTO ESTOQUE_DEPOSITO
                       (codigo_produto, deposito, estoque)
                SELECT C.PRODUTO, :sqldeposito, C.QTD
                  FROM (SELECT F.CODIGO_PRODUTO AS PRODUTO,
                               SUM(F.QUANTIDADE) AS QTD
                          FROM PEDIDO_FATURA_ITENS F
                         WHERE F.CODIGO_PEDIDO = :sqlcodigo-pedido
                           AND F.FATURA = :sqlfatura
                           AND NOT EXISTS
                               (SELECT 1 FROM PRODUTO_KITS K
                                 WHERE K.KIT = F.CODIGO_PRODUTO)
                         GROUP BY F.CODIGO_PRODUTO
                        UNION ALL
                        SELECT K.COMPONENTE,
                               SUM(F.QUANTIDADE * K.QUANTIDADE)
                          FROM PEDIDO_FATURA_ITENS F, PRODUTO_KITS K
                         WHERE F.CODIGO_PEDIDO = :sqlcodigo-pedido
                           AND F.FATURA = :sqlfatura
                           AND K.KIT = F.CODIGO_PRODUTO
                         GROUP BY K.COMPONENTE) C
                ON DUPLICATE KEY UPDATE
                       ESTOQUE = ESTOQUE + VALUES(ESTOQUE)
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                INSERT INTO ESTOQUE_MOV
                       (codigo_produto, quando, tipo, quantidade,
                        saldo, documento, operador, deposito,
                        saldo_deposito, custo_anterior,
                        custo_medio)
                SELECT F.CODIGO_PRODUTO, NOW(), 'CN',
                       F.QUANTIDADE, A.ESTOQUE,
                       F.CODIGO_PEDIDO, :sqloperador,
                       D.DEPOSITO, D.ESTOQUE,
                       IFNULL(A.CUSTO, 0), IFNULL(A.CUSTO, 0)
                  FROM PRODUTOS A, PEDIDO_FATURA_ITENS F,
                       ESTOQUE_DEPOSITO D
                 WHERE F.CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND F.FATURA = :sqlfatura
                   AND A.CODIGO = F.CODIGO_PRODUTO
                   AND D.CODIGO_PRODUTO = F.CODIGO_PRODUTO
                   AND D.DEPOSITO = :sqldeposito
                   AND NOT EXISTS
                       (SELECT 1 FROM PRODUTO_KITS K
                         WHERE K.KIT = F.CODIGO_PRODUTO)
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                INSERT INTO ESTOQUE_MOV
                       (codigo_produto, quando, tipo, quantidade,
                        saldo, documento, operador, kit, deposito,
                        saldo_deposito, custo_anterior,
                        custo_medio)
                SELECT K.COMPONENTE, NOW(), 'CN',
                       F.QUANTIDADE * K.QUANTIDADE, A.ESTOQUE,
                       F.CODIGO_PEDIDO, :sqloperador,
                       F.CODIGO_PRODUTO, D.DEPOSITO, D.ESTOQUE,
                       IFNULL(A.CUSTO, 0), IFNULL(A.CUSTO, 0)
                  FROM PRODUTOS A, PEDIDO_FATURA_ITENS F,
                       PRODUTO_KITS K, ESTOQUE_DEPOSITO D
                 WHERE F.CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND F.FATURA = :sqlfatura
                   AND K.KIT = F.CODIGO_PRODUTO
                   AND A.CODIGO = K.COMPONENTE
                   AND D.CODIGO_PRODUTO = K.COMPONENTE
                   AND D.DEPOSITO = :sqldeposito
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                DELETE FROM PEDIDO_PARCELAS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND FATURA = :sqlfatura
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
                display "Erro: parcelas nao excluidas " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                go reabrir-pedido-fim
           end-if
           EXEC SQL
                INSERT INTO VENDAS_RESUMO
                       (anomes, vendedor, uf, categoria, qtd,
                        valor)
                SELECT DATE_FORMAT(A.DATAPEDIDO, '%Y%m'),
                       A.CODIGO_VENDEDOR, B.ESTADO,
                       IFNULL(P.CATEGORIA, '???'),
                       0 - F.QUANTIDADE, 0 - F.TOTAL
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
              display "Aviso: VENDAS_RESUMO nao abatido" at 1810
              move zeros to sqlcode
           end-if
           EXEC SQL
                UPDATE PEDIDO_FATURAS
                   SET STATUS = 'CANCELADA',
                       CANCELADA = NOW()
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND FATURA = :sqlfatura
           END-EXEC
           if sqlcode not = 0
                display "Erro: fatura nao cancelada " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                go reabrir-pedido-fim
           end-if
           move zeros to sqlpendencias
           EXEC SQL
                SELECT COUNT(*) INTO :sqlpendencias
                  FROM PEDIDO_FATURAS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND STATUS = 'FATURADA'
           END-EXEC
           move zeros to sqlcode
           if sqlpendencias > zeros
              move "N" to ws-pedido-reaberto
              go reabrir-pedido-fim
           end-if.
       reabrir-pedido-status.
           EXEC SQL
                UPDATE PEDIDOS
                   SET STATUS = 'ABERTO',
                       OPERADOR_ALT = :sqloperador
                 WHERE CODIGO = :sqlcodigo-pedido
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu UPDATE " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                go reabrir-pedido-fim
           end-if
           move "EventoNFe" to sqlhist-prog
           EXEC SQL
                INSERT INTO PEDIDOS_STATUS_HIST
                       (codigo_pedido, status_de, status_para,
                        quando, programa, operador)
                VALUES
                       (:sqlcodigo-pedido,
                        'FATURADO',
                        'ABERTO',
                        NOW(),
                        :sqlhist-prog,
                        :sqloperador)
           END-EXEC
           if sqlcode not = 0
              display "Aviso: historico nao gravado" at 1810
              move zeros to sqlcode
           end-if.
       reabrir-pedido-fim.
           exit.
       buscar-deposito-pedido.
           move "01" to sqldeposito
           EXEC SQL
                SELECT IFNULL(DEPOSITO, '01') INTO :sqldeposito
                  FROM PEDIDOS
                 WHERE CODIGO = :sqlcodigo-pedido
           END-EXEC
           if sqlcode not = 0
              move "01" to sqldeposito
           end-if
           move zeros to sqlcode.
       corrigindo.
           display erase at 0101
           display "Carta de Correcao" at 0101
           perform escolher-nota thru escolher-nota-fim
           if sqlcodigo-pedido = spaces
              go menugeral
           end-if
           if ws-qtd-cartas >= 20
              display "NF-e ja tem 20 cartas de correcao" at 1510
              close nfectl
              accept espera at 2301
              go corrigindo
           end-if
           display "Correcao (min. 15 caracteres; nao corrige valor,"
                   at 0801
           display "imposto, quantidade, destinatario ou data):"
                   at 0901
           move spaces to ws-justificativa
           accept ws-justificativa-1 at 1001
           accept ws-justificativa-2 at 1101
           perform medir-texto
           if ws-tamanho-texto < 15
              display "Texto da correcao muito curto" at 1510
              close nfectl
              accept espera at 2301
              go corrigindo
           end-if
           compute ws-seq-evento = ws-qtd-cartas + 1
           display "Confirma a carta de correcao " at 1301
                   ws-seq-evento
           display " (S/N)? " at 1333
           move spaces to opcao-sn
           accept opcao-sn at 1341
           if opcao-sn not = "S" and opcao-sn not = "s"
              close nfectl
              go menugeral
           end-if
           move function current-date(1:14) to ws-agora
           move "110110" to ws-tipo-evento
           move "Carta de Correcao" to ws-desc-evento
           perform emitir-evento thru emitir-evento-fim
           if fs-evento not = "00"
              close nfectl
              accept espera at 2301
              go menugeral
           end-if
           perform registrar-evento
           close nfectl
           display "Carta de correcao registrada: " at 1501
                   ws-evento-nome
           accept espera at 2301
           go corrigindo.
       consultando.
           display erase at 0101
           display "Eventos da NF-e" at 0101
           display "Codigo Pedido.............: " at 0301
           move spaces to sqlcodigo-pedido
           accept sqlcodigo-pedido at 0329
           if sqlcodigo-pedido = spaces
              go menugeral
           end-if
           open input nfectl
           if fs-nfectl not = "00"
              display "Nenhuma NF-e emitida" at 1510
              accept espera at 2301
              go menugeral
           end-if
           move sqlcodigo-pedido to pedido-nfectl
           move low-values to numero-nfectl
           move 5 to ws-linha-tela
           start nfectl key is >= chave-nfectl invalid key
              go consultando-fim
           end-start.
       consultando-le.
           read nfectl next at end
              go consultando-fim
           end-read
           if pedido-nfectl not = sqlcodigo-pedido
              go consultando-fim
           end-if
           display "NF-e " at line ws-linha-tela column 01
           display numero-nfectl at line ws-linha-tela column 06
           display data-nfectl at line ws-linha-tela column 17
           if situacao-nfectl = "C"
              display "CANCELADA" at line ws-linha-tela column 27
           else
              display "AUTORIZADA" at line ws-linha-tela column 27
           end-if
           add 1 to ws-linha-tela
           perform mostrar-evento
                   varying ws-indice from 1 by 1
                   until ws-indice > qtd-eventos-nfectl
           go consultando-le.
       consultando-fim.
           close nfectl
           accept espera at 2301
           go menugeral.
       mostrar-evento.
           if ws-linha-tela > 20
              display "Enter para continuar." at 2301
              accept espera at 2325
              display erase at 0101
              move 3 to ws-linha-tela
           end-if
           display tipo-evento-nfectl(ws-indice)
                   at line ws-linha-tela column 04
           display seq-evento-nfectl(ws-indice)
                   at line ws-linha-tela column 11
           display quando-evento-nfectl(ws-indice)
                   at line ws-linha-tela column 14
           display operador-evento-nfectl(ws-indice)(1:10)
                   at line ws-linha-tela column 29
           display arquivo-evento-nfectl(ws-indice)(1:40)
                   at line ws-linha-tela column 40
           add 1 to ws-linha-tela.
       medir-texto.
           move 140 to ws-tamanho-texto
           perform recuar-texto
                   until ws-tamanho-texto = zeros
                      or ws-justificativa(ws-tamanho-texto:1)
                         not = space.
       recuar-texto.
           subtract 1 from ws-tamanho-texto.
      *XML do evento: tipo, nota, sequencia e texto, na mesma pasta
      *das notas (EVT_<nota>_<tipo>_<seq>.XML).
       emitir-evento.
           if ws-dir-criado = "N"
              call "CBL_CREATE_DIR" using ws-dir-nfe
                                returning status-code
              move "S" to ws-dir-criado
           end-if
           initialize ws-evento-nome
           string ws-dir-nfe     delimited by spaces
                  "\EVT_"        delimited by size
                  numero-nfectl  delimited by spaces
                  "_"            delimited by size
                  ws-tipo-evento delimited by size
                  "_"            delimited by size
                  ws-seq-evento  delimited by size
                  ".XML"         delimited by size
                  into ws-evento-nome
           open output arquivo-evento
           if fs-evento not = "00"
              display "Erro ao criar XML do evento: " at 2101
                      fs-evento
              go emitir-evento-fim
           end-if
           move "<evento>" to ws-linha-evento
           perform gravar-evento
           move " <infEvento>" to ws-linha-evento
           perform gravar-evento
           initialize ws-linha-evento
           string "  <tpEvento>"   delimited by size
                  ws-tipo-evento   delimited by size
                  "</tpEvento>"    delimited by size
                  into ws-linha-evento
           perform gravar-evento
           initialize ws-linha-evento
           string "  <nNF>"        delimited by size
                  numero-nfectl    delimited by spaces
                  "</nNF>"         delimited by size
                  into ws-linha-evento
           perform gravar-evento
           initialize ws-linha-evento
           string "  <nSeqEvento>" delimited by size
                  ws-seq-evento    delimited by size
                  "</nSeqEvento>"  delimited by size
                  into ws-linha-evento
           perform gravar-evento
           initialize ws-linha-evento
           string "  <dhEvento>"      delimited by size
                  ws-agora-data(1:4)  delimited by size
                  "-"                 delimited by size
                  ws-agora-data(5:2)  delimited by size
                  "-"                 delimited by size
                  ws-agora-data(7:2)  delimited by size
                  "T"                 delimited by size
                  ws-agora-hora       delimited by size
                  ":"                 delimited by size
                  ws-agora-minuto     delimited by size
                  ":"                 delimited by size
                  ws-agora-segundo    delimited by size
                  "</dhEvento>"       delimited by size
                  into ws-linha-evento
           perform gravar-evento
           move "  <detEvento>" to ws-linha-evento
           perform gravar-evento
           initialize ws-linha-evento
           string "   <descEvento>"  delimited by size
                  ws-desc-evento     delimited by "  "
                  "</descEvento>"    delimited by size
                  into ws-linha-evento
           perform gravar-evento
           initialize ws-linha-evento
           if ws-tipo-evento = "110111"
              string "   <xJust>"    delimited by size
                     ws-justificativa(1:ws-tamanho-texto)
                                     delimited by size
                     "</xJust>"      delimited by size
                     into ws-linha-evento
           else
              string "   <xCorrecao>" delimited by size
                     ws-justificativa(1:ws-tamanho-texto)
                                      delimited by size
                     "</xCorrecao>"   delimited by size
                     into ws-linha-evento
           end-if
           perform gravar-evento
           if ws-tipo-evento = "110110"
              initialize ws-linha-evento
              string "   <xCondUso>A Carta de Correcao nao corrige "
                                     delimited by size
                     "valores, impostos, quantidade, destinatario "
                                     delimited by size
                     "ou data de emissao.</xCondUso>"
                                     delimited by size
                     into ws-linha-evento
              perform gravar-evento
           end-if
           move "  </detEvento>" to ws-linha-evento
           perform gravar-evento
           move " </infEvento>" to ws-linha-evento
           perform gravar-evento
           move "</evento>" to ws-linha-evento
           perform gravar-evento
           close arquivo-evento.
       emitir-evento-fim.
           exit.
      *Evento entra na proxima posicao da nota.
       registrar-evento.
           add 1 to qtd-eventos-nfectl
           move ws-tipo-evento to
                tipo-evento-nfectl(qtd-eventos-nfectl)
           move ws-seq-evento to
                seq-evento-nfectl(qtd-eventos-nfectl)
           move ws-agora to
                quando-evento-nfectl(qtd-eventos-nfectl)
           move ws-login-nome to
                operador-evento-nfectl(qtd-eventos-nfectl)
           move ws-evento-nome to
                arquivo-evento-nfectl(qtd-eventos-nfectl)
           rewrite registro-nfectl
           end-rewrite
           if fs-nfectl not = "00"
              display "NFECTL.ARQ nao atualizado: " at 2101
                      fs-nfectl
           end-if.
       gravar-evento.
           write reg-evento from ws-linha-evento.
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
       end program EventoNFe.
