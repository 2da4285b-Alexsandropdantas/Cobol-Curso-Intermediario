           select arquivo-rejeitos assign to ws-rejeitos-nome
             organization is line sequential
             file status is fs-rejeitos.
           select arquivo-ack assign to ws-ack-nome
             organization is line sequential
             file status is fs-ack.
           select importctl assign to disk organization is indexed
             access mode is dynamic file status fs-importctl
             record key is chave-importctl.
       fd arquivo-rejeitos
           label record is standard.
       01 reg-rejeitos               pic x(250).
       fd arquivo-ack
           label record is standard.
       01 reg-ack                    pic x(130).
       fd importctl
           label record is standard
           value of file-id "PEDIMPCTL.ARQ".
      *da mudanca ao lado); em branco vale como ativo.
           02 situacao-vendedores  pic x(01).
           02 dataefetiva-vendedores pic 9(08).
      *supervisor: codigo do vendedor que chefia a equipe (zeros
      *= sem supervisor); override: percentual do supervisor sobre
      *a base de comissao aprovada da sua equipe.
           02 supervisor-vendedores pic 9(3).
           02 override-vendedores  pic 9(02)v99.
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       77 fs-import                 pic x(02).
       77 fs-rejeitos               pic x(02).
       77 fs-importctl              pic x(02).
       77 fs-ack                    pic x(02).
       01 estado-vendedores         pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-rejeitos-nome           pic x(60).
       01 ws-campo-cliente           pic x(10).
       01 ws-campo-data              pic x(10).
       01 ws-campo-vendedor          pic x(03).
       01 ws-campo-produto           pic x(13).
       01 ws-campo-qtd               pic x(10).
       01 ws-pedido-aberto           pic x(01) value "N".
       01 ws-linha-arquivo           pic 9(07) value zeros.
       01 ws-chave-atual             pic x(20).
       01 ws-atp-origem              pic x(01).
       01 ws-atp-falta               pic s9(09).
       01 ws-atp-coberto             pic s9(09).
       01 ws-atp-dias                pic s9(03).
       01 ws-atp-data                pic 9(08).
      *Retorno ao cliente: um arquivo por cliente e por lote
      *(PEDIDOS_ACK_<cliente>_<AAAAMMDDHHMMSS>.TXT), 130 posicoes
      *fixas por linha:
      * tipo 0 cabecalho - cliente, data e hora do lote;
      * tipo 1 pedido    - chave externa, pedido gerado, situacao
      *                    (A=aceito R=rejeitado) e motivo;
      * tipo 2 item      - chave externa, pedido, linha do arquivo,
      *                    produto enviado e interno, quantidade,
      *                    situacao, preco confirmado (2 decimais
      *                    implicitas), data prometida AAAAMMDD
      *                    (zeros = sem previsao) e motivo;
      * tipo 9 trailer   - pedidos aceitos, itens aceitos e linhas
      *                    rejeitadas do cliente no lote.
      *Linha rejeitada antes de qualquer cabecalho vai para o
      *cliente SEMCLIENTE.
       01 ws-linha-ack               pic x(130).
       01 filler redefines ws-linha-ack.
          02 ws-ack0-tipo            pic x(01).
          02 ws-ack0-cliente         pic x(10).
          02 ws-ack0-data            pic 9(08).
          02 ws-ack0-hora            pic 9(06).
          02 ws-ack0-arquivo         pic x(20).
          02 filler                  pic x(85).
       01 filler redefines ws-linha-ack.
          02 ws-ack1-tipo            pic x(01).
          02 ws-ack1-chave           pic x(20).
          02 ws-ack1-pedido          pic x(10).
          02 ws-ack1-situacao        pic x(01).
          02 ws-ack1-motivo          pic x(40).
          02 filler                  pic x(58).
       01 filler redefines ws-linha-ack.
          02 ws-ack2-tipo            pic x(01).
          02 ws-ack2-chave           pic x(20).
          02 ws-ack2-pedido          pic x(10).
          02 ws-ack2-linha           pic 9(07).
          02 ws-ack2-produto-env     pic x(13).
          02 ws-ack2-produto         pic x(10).
          02 ws-ack2-quantidade      pic 9(09).
          02 ws-ack2-situacao        pic x(01).
          02 ws-ack2-preco           pic 9(09)v99.
          02 ws-ack2-prometida       pic 9(08).
          02 ws-ack2-motivo          pic x(40).
       01 filler redefines ws-linha-ack.
          02 ws-ack9-tipo            pic x(01).
          02 ws-ack9-pedidos         pic 9(05).
          02 ws-ack9-itens           pic 9(07).
          02 ws-ack9-rejeitados      pic 9(07).
          02 filler                  pic x(110).
       01 ws-ack-pendente            pic x(130).
       01 ws-ack-nome                pic x(60).
       01 ws-ack-lote                pic 9(14).
       01 ws-ack-cliente             pic x(10).
       01 ws-ack-aberto              pic x(10).
       01 ws-ack-ind                 pic 9(04).
       01 ws-ack-qtd                 pic 9(04) value zeros.
      *Ultima posicao so acumula quando o lote passa de 999
      *clientes (linhas sem retorno, ficam no arquivo de rejeitos).
       01 ws-ack-clientes.
          02 ws-ack-entrada occurs 1000 times.
             03 ws-ack-tab-cliente   pic x(10).
             03 ws-ack-tab-pedidos   pic 9(05).
             03 ws-ack-tab-itens     pic 9(07).
             03 ws-ack-tab-rejeitos  pic 9(07).
       01 ws-vendedores-ok           pic x(01).
       01 ws-total-lidos             pic 9(07) value zeros.
       01 ws-total-pedidos           pic 9(05) value zeros.
       01 sqlitem-produto            pic x(10).
       01 sqlitem-quantidade         pic s9(09).
       01 sqlitem-preco              pic 9(09)v99.
       01 sqlsituacao-prod           pic x(15).
       01 sqlsubstituto-prod         pic x(10).
       01 sqlitem-total              pic 9(09)v99.
       01 sqlcodigo-lido             pic x(13).
       01 sqlpreco-tabela            pic 9(09)v99.
       01 sqldisponivel-prod         pic s9(09).
       01 sqlitem-kit                pic 9(05).
       01 sqluf-cliente              pic x(02).
       01 sqlatp-previsao            pic x(08).
       01 sqlatp-qtd                 pic s9(09).
       01 sqlatp-fila                pic s9(09).
       01 sqlprazo-reposicao         pic s9(03).
       01 sqldata-prometida          pic x(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
           end-if

           move function current-date(1:8) to ws-data-hoje
           move function current-date(1:14) to ws-ack-lote
           move spaces to ws-ack-aberto ws-chave-atual
           move "SEMCLIENTE" to ws-ack-cliente
           string "PEDIDOS_REJEITADOS_" delimited by size
                  ws-data-hoje          delimited by size
                  ".CSV"                delimited by size
           read arquivo-import into ws-linha-import at end
              go importando-fim
           end-read
           add 1 to ws-linha-arquivo
           if ws-linha-import = spaces
              go importando-le
           end-if
              go importando-le
           end-if
           move "TIPO DE LINHA INVALIDO" to ws-motivo-rejeito
           move spaces to ws-campo-produto
           perform gravar-rejeito
           go importando-le.
       processar-cabecalho.
                         ws-campo-data
                         ws-campo-vendedor
           end-unstring
           move ws-campo-chave to ws-chave-atual
           move ws-campo-cliente to ws-ack-cliente
           if ws-ack-cliente = spaces
              move "SEMCLIENTE" to ws-ack-cliente
           end-if
           if ws-campo-chave = spaces
              move "CHAVE EXTERNA EM BRANCO" to ws-motivo-rejeito
              perform gravar-rejeito
              END-EXEC
              go processar-cabecalho-fim
           end-if
           move "S" to ws-pedido-aberto
           initialize ws-linha-ack
           move "1" to ws-ack1-tipo
           move ws-chave-atual to ws-ack1-chave
           move sqlcodigo-pedido to ws-ack1-pedido
           move "A" to ws-ack1-situacao
           perform gravar-ack thru gravar-ack-fim
           add 1 to ws-ack-tab-pedidos(ws-ack-ind).
       processar-cabecalho-fim.
           exit.
       processar-item.
           move spaces to ws-campo-produto ws-campo-qtd
                          ws-tipo-linha
           unstring ws-linha-import delimited by ";"
                         ws-campo-produto
                         ws-campo-qtd
           end-unstring
           if ws-pedido-aberto not = "S"
              move "ITEM SEM CABECALHO VALIDO" to ws-motivo-rejeito
              perform gravar-rejeito
              go processar-item-fim
           end-if
           compute sqlitem-quantidade =
                   function numval (ws-campo-qtd)
                on size error move zeros to sqlitem-quantidade
              perform gravar-rejeito
              go processar-item-fim
           end-if
           move ws-campo-produto to sqlcodigo-lido
           perform resolver-codigo-lido thru resolver-codigo-lido-fim
           move zeros to sqlitem-preco
           EXEC SQL
                SELECT PRECOUNITARIO,
                       ESTOQUE - IFNULL(RESERVADO, 0),
                       CASE
                         WHEN IFNULL(DATA_SITUACAO, '1900-01-01')
                              <= CURDATE()
                           THEN IFNULL(SITUACAO, 'ATIVO')
                         ELSE 'ATIVO'
                       END,
                       IFNULL(SUBSTITUTO, ' ')
                  INTO :sqlitem-preco,
                       :sqldisponivel-prod,
                       :sqlsituacao-prod,
                       :sqlsubstituto-prod
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlitem-produto
           END-EXEC
              move zeros to sqlcode
              go processar-item-fim
           end-if
      *Descontinuado nao entra: a rejeicao leva o substituto para
      *o cliente refazer a linha.
           if sqlsituacao-prod = "DESCONTINUADO"
              move spaces to ws-motivo-rejeito
              if sqlsubstituto-prod = spaces
                 move "PRODUTO DESCONTINUADO" to ws-motivo-rejeito
              else
                 string "PRODUTO DESCONTINUADO, USAR "
                                            delimited by size
                        sqlsubstituto-prod  delimited by size
                        into ws-motivo-rejeito
              end-if
              perform gravar-rejeito
              go processar-item-fim
           end-if
           perform buscar-preco-tabela thru buscar-preco-tabela-fim
           compute sqlitem-total rounded =
                   sqlitem-quantidade * sqlitem-preco
           perform calcular-data-prometida
                   thru calcular-data-prometida-fim
           EXEC SQL
                INSERT INTO PEDIDO_ITENS
                       (codigo_pedido, codigo_produto, quantidade,
                        precounitario, total, operador,
                        data_prometida)
                VALUES
                       (:sqlcodigo-pedido,
                        :sqlitem-produto,
                        :sqlitem-quantidade,
                        :sqlitem-preco,
                        :sqlitem-total,
                        '000',
                        NULLIF(:sqldata-prometida, ' '))
           END-EXEC
           if sqlcode not = 0
              move "ERRO DE INSERT NO ITEM" to ws-motivo-rejeito
              END-EXEC
              go processar-item-fim
           end-if
           add 1 to ws-total-itens
           initialize ws-linha-ack
           move "2" to ws-ack2-tipo
           move ws-chave-atual to ws-ack2-chave
           move sqlcodigo-pedido to ws-ack2-pedido
           move ws-linha-arquivo to ws-ack2-linha
           move ws-campo-produto to ws-ack2-produto-env
           move sqlitem-produto to ws-ack2-produto
           move sqlitem-quantidade to ws-ack2-quantidade
           move "A" to ws-ack2-situacao
           move sqlitem-preco to ws-ack2-preco
           move ws-atp-data to ws-ack2-prometida
           perform gravar-ack thru gravar-ack-fim
           add 1 to ws-ack-tab-itens(ws-ack-ind).
       processar-item-fim.
           exit.
      *Codigo interno ou EAN-13 lido do arquivo do cliente.
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
      *Preco da tabela do cliente, como na digitacao do Pedidos:
      *linha vigente com a maior quantidade minima coberta.
       buscar-preco-tabela.
           move zeros to sqlpreco-tabela
           EXEC SQL
                SELECT I.PRECO
                  INTO :sqlpreco-tabela
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
           move sqlpreco-tabela to sqlitem-preco.
       buscar-preco-tabela-fim.
           exit.
      *Data prometida como na digitacao do Pedidos: estoque livre,
      *depois as compras em aberto pela previsao (atras da fila de
      *backorders) e por fim o prazo de reposicao em dias uteis.
      *Kit: estoque livre dos componentes.
       calcular-data-prometida.
           move ws-data-hoje to ws-atp-data
           move "E" to ws-atp-origem
           move zeros to sqlitem-kit
           EXEC SQL
                SELECT COUNT(*) INTO :sqlitem-kit
                  FROM PRODUTO_KITS
                 WHERE KIT = :sqlitem-produto
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlitem-kit sqlcode
           end-if
           if sqlitem-kit > zeros
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
           end-if
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
       fechar-pedido.
           EXEC SQL
                UPDATE PEDIDOS
                  ";"               delimited by size
                  ws-motivo-rejeito delimited by size
                  into ws-linha-rejeito
           write reg-rejeitos from ws-linha-rejeito
           initialize ws-linha-ack
           if ws-tipo-linha = "H" or ws-tipo-linha = "h"
              move "1" to ws-ack1-tipo
              move ws-campo-chave to ws-ack1-chave
              move "R" to ws-ack1-situacao
              move ws-motivo-rejeito to ws-ack1-motivo
           else
              move "2" to ws-ack2-tipo
              move ws-chave-atual to ws-ack2-chave
              if ws-pedido-aberto = "S"
                 move sqlcodigo-pedido to ws-ack2-pedido
              end-if
              move ws-linha-arquivo to ws-ack2-linha
              move ws-campo-produto to ws-ack2-produto-env
              move zeros to ws-ack2-quantidade ws-ack2-preco
                            ws-ack2-prometida
              move "R" to ws-ack2-situacao
              move ws-motivo-rejeito to ws-ack2-motivo
           end-if
           perform gravar-ack thru gravar-ack-fim
           add 1 to ws-ack-tab-rejeitos(ws-ack-ind).
      *O arquivo do cliente fica aberto enquanto as linhas forem
      *dele; cliente que volta no mesmo lote continua o arquivo e
      *o trailer so sai no fim do lote.
       gravar-ack.
           if ws-ack-aberto = ws-ack-cliente
              write reg-ack from ws-linha-ack
              go gravar-ack-fim
           end-if
           if ws-ack-aberto not = spaces
              close arquivo-ack
              move spaces to ws-ack-aberto
           end-if
           move 1 to ws-ack-ind.
       gravar-ack-procura.
           if ws-ack-ind > ws-ack-qtd
              go gravar-ack-novo
           end-if
           if ws-ack-tab-cliente(ws-ack-ind) not = ws-ack-cliente
              add 1 to ws-ack-ind
              go gravar-ack-procura
           end-if
           perform montar-nome-ack
           open extend arquivo-ack
           if fs-ack not = "00"
              open output arquivo-ack
           end-if
           move ws-ack-cliente to ws-ack-aberto
           write reg-ack from ws-linha-ack
           go gravar-ack-fim.
       gravar-ack-novo.
           if ws-ack-qtd not < 999
              move 1000 to ws-ack-ind
              go gravar-ack-fim
           end-if
           add 1 to ws-ack-qtd
           move ws-ack-qtd to ws-ack-ind
           move ws-ack-cliente to ws-ack-tab-cliente(ws-ack-ind)
           move zeros to ws-ack-tab-pedidos(ws-ack-ind)
                         ws-ack-tab-itens(ws-ack-ind)
                         ws-ack-tab-rejeitos(ws-ack-ind)
           move ws-linha-ack to ws-ack-pendente
           perform montar-nome-ack
           open output arquivo-ack
           move ws-ack-cliente to ws-ack-aberto
           initialize ws-linha-ack
           move "0" to ws-ack0-tipo
           move ws-ack-cliente to ws-ack0-cliente
           move ws-ack-lote(1:8) to ws-ack0-data
           move ws-ack-lote(9:6) to ws-ack0-hora
           move "PEDIDOS_IMPORT.CSV" to ws-ack0-arquivo
           write reg-ack from ws-linha-ack
           write reg-ack from ws-ack-pendente.
       gravar-ack-fim.
           exit.
       montar-nome-ack.
           move spaces to ws-ack-nome
           string "PEDIDOS_ACK_"  delimited by size
                  ws-ack-cliente  delimited by space
                  "_"             delimited by size
                  ws-ack-lote     delimited by size
                  ".TXT"          delimited by size
                  into ws-ack-nome.
       fechar-ack-cliente.
           move ws-ack-tab-cliente(ws-ack-ind) to ws-ack-cliente
           perform montar-nome-ack
           open extend arquivo-ack
           initialize ws-linha-ack
           move "9" to ws-ack9-tipo
           move ws-ack-tab-pedidos(ws-ack-ind) to ws-ack9-pedidos
           move ws-ack-tab-itens(ws-ack-ind) to ws-ack9-itens
           move ws-ack-tab-rejeitos(ws-ack-ind) to ws-ack9-rejeitados
           write reg-ack from ws-linha-ack
           close arquivo-ack
           move "PEDIDOS_ACK" to ws-cat-nome
           compute ws-cat-registros = ws-ack-tab-pedidos(ws-ack-ind)
                                    + ws-ack-tab-itens(ws-ack-ind)
                                    + ws-ack-tab-rejeitos(ws-ack-ind)
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-ack-nome
                                          ws-plog-job
                                          ws-cat-registros
           add 1 to ws-ack-ind.
       importando-fim.
           if ws-pedido-aberto = "S"
              perform fechar-pedido
           end-if
           close arquivo-import
           close arquivo-rejeitos
           if ws-ack-aberto not = spaces
              close arquivo-ack
              move spaces to ws-ack-aberto
           end-if
           close importctl
           if ws-vendedores-ok = "S"
              close vendedores
                                          ws-rejeitos-nome
                                          ws-plog-job
                                          ws-cat-registros
           move 1 to ws-ack-ind
           perform fechar-ack-cliente until ws-ack-ind > ws-ack-qtd

           display "Importacao Finalizada." at 0801
           display "Linhas Lidas.....: " at 0901 ws-total-lidos
                           ws-total-ja-carregados
           display "Rejeitados.......: " at 1301 ws-total-rejeitados
           display "Rejeitos em......: " at 1401 ws-rejeitos-nome
           display "Retornos Clientes: " at 1501 ws-ack-qtd
           accept espera at 2301.
       desconectando.
           EXEC SQL
