                  organization is indexed
                  access mode is dynamic
                  file status is fs-nfectl
                  record key is chave-nfectl.
           select arquivo-nfe assign to ws-nfe-nome
             organization is line sequential
             file status is fs-nfe.
       fd nfectl
           label record is standard
           value of file-id "NFECTL.ARQ".
      *Uma nota por registro: o pedido cancelado e refaturado ganha
      *nova nota e a cancelada continua no arquivo com seus eventos.
      *Pedido faturado em partes tem uma nota por fatura.
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
      *   Chave de acesso de 44 digitos da nota.
         02 chave-acesso-nfectl     pic x(44).
       fd arquivo-nfe
           label record is standard.
       01 reg-nfe                    pic x(200).
       01 ws-total-geradas           pic 9(05) value zeros.
       01 ws-total-itens             pic 9(03).
       01 ws-regerando               pic x(01).
       01 ws-nfe-ativa               pic x(01).
       01 ws-pedido-procura          pic x(10).
       01 ws-fatura-procura          pic 9(02).
       01 ws-seq-nome                pic x(20).
       01 ws-seq-codigo              pic x(10).
       01 ws-seq-retorno             pic x(01).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
       01 ws-empresa-cnpj            pic x(14).
       01 ws-empresa-uf              pic x(02).
      *Chave de acesso: cUF, AAMM da emissao, CNPJ do emitente,
      *modelo 55, serie, numero, tipo de emissao, codigo numerico
      *e o digito verificador (modulo 11).
       01 ws-chave-nfe.
          02 ws-chave-cuf            pic 9(02).
          02 ws-chave-aamm           pic 9(04).
          02 ws-chave-cnpj           pic 9(14).
          02 ws-chave-modelo         pic 9(02) value 55.
          02 ws-chave-serie          pic 9(03) value 1.
          02 ws-chave-nnf            pic 9(09).
          02 ws-chave-tpemis         pic 9(01) value 1.
          02 ws-chave-cnf            pic 9(08).
          02 ws-chave-dv             pic 9(01).
       01 filler redefines ws-chave-nfe.
          02 ws-chave-digito         pic 9(01) occurs 44 times.
       01 ws-chave-ind               pic 9(02).
       01 ws-chave-peso              pic 9(02).
       01 ws-chave-soma              pic 9(05).
       01 ws-chave-resto             pic 9(02).
      *Codigo IBGE das UFs.
       01 ws-tabela-ibge.
          02 filler pic x(36) value
             "AC12AL27AM13AP16BA29CE23DF53ES32GO52".
          02 filler pic x(36) value
             "MA21MG31MS50MT51PA15PB25PE26PI22PR41".
          02 filler pic x(36) value
             "RJ33RN24RO11RR14RS43SC42SE28SP35TO17".
       01 filler redefines ws-tabela-ibge.
          02 ws-ibge-item occurs 27 times.
             03 ws-ibge-uf           pic x(02).
             03 ws-ibge-codigo       pic 9(02).
       01 ws-ibge-ind                pic 9(02).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlcodigo-pedido           pic x(10).
       01 sqlfatura                  pic 9(02).
       01 sqlcliente-pedido          pic x(10).
       01 sqldata-pedido             pic x(10).
       01 sqlvalor-pedido            pic 9(09)v99.
           accept ws-emitente from environment "EMPRESA"
           if ws-emitente = spaces
              move "EMPRESA COMERCIAL LTDA" to ws-emitente
           end-if
           move spaces to ws-empresa-cnpj
           accept ws-empresa-cnpj from environment "EMPRESA_CNPJ"
           move spaces to ws-empresa-uf
           accept ws-empresa-uf from environment "EMPRESA_UF"
           if ws-empresa-uf = spaces
              move "SP" to ws-empresa-uf
           end-if.
      *Emissao de NF-e de saida dos pedidos faturados: um XML por
      *pedido, numerado pela sequencia NFESAIDA, gravado na pasta
           perform gravar-relatorio
           move zeros to ws-total-geradas

      *    Uma linha por fatura ativa do pedido; pedido faturado sem
      *    registro de fatura sai inteiro como fatura zero.
           EXEC SQL
                DECLARE CURSORNFE CURSOR FOR
                   SELECT A.CODIGO, IFNULL(F.FATURA, 0),
                          A.CODIGO_CLIENTE, A.DATAPEDIDO,
                          IFNULL(F.VALOR, A.VALOR),
                          IFNULL(F.ICMS, IFNULL(A.ICMS_TOTAL, 0)),
                          B.NOME, B.ENDERECO, B.CIDADE, B.ESTADO
                     FROM PEDIDOS A
                     JOIN CLIENTES B ON B.CODIGO = A.CODIGO_CLIENTE
                     LEFT JOIN PEDIDO_FATURAS F
                       ON F.CODIGO_PEDIDO = A.CODIGO
                      AND F.STATUS = 'FATURADA'
                    WHERE A.STATUS IN
                          ('FATURADO','COBRANCA','PAGO')
                    ORDER BY A.CODIGO, F.FATURA
           END-EXEC
           EXEC SQL
                OPEN CURSORNFE
           EXEC SQL
                FETCH CURSORNFE INTO
                       :sqlcodigo-pedido,
                       :sqlfatura,
                       :sqlcliente-pedido,
                       :sqldata-pedido,
                       :sqlvalor-pedido,
                go gerando-fim
           end-if

           move sqlcodigo-pedido to ws-pedido-procura
           move sqlfatura to ws-fatura-procura
           perform procurar-nfe-ativa thru procurar-nfe-fim
           if ws-nfe-ativa = "S"
              go gerando-le
           end-if

           move "NFESAIDA" to ws-seq-nome
           call "NextNumber" using ws-seq-nome
              accept espera at 2180
              go gerando-fim
           end-if
           initialize registro-nfectl
           move sqlcodigo-pedido to pedido-nfectl
           move ws-seq-codigo to numero-nfectl
           move ws-data-hoje to data-nfectl
           move function current-date(1:14) to quando-nfectl
           perform montar-chave thru montar-chave-fim
           perform emitir-xml thru emitir-xml-fim

           move ws-nfe-nome to arquivo-nfectl
           move "A" to situacao-nfectl
           move sqlfatura to fatura-nfectl
           move ws-chave-nfe to chave-acesso-nfectl
           write registro-nfectl invalid key
              rewrite registro-nfectl
              end-rewrite
           display "NF-e Geradas: " at 0301 ws-total-geradas
           initialize ws-linha-relatorio
           string sqlcodigo-pedido delimited by size
                  " | Fatura "     delimited by size
                  sqlfatura        delimited by size
                  " | NF-e "       delimited by size
                  ws-seq-codigo    delimited by size
                  " | "            delimited by size
           if sqlcodigo-pedido = spaces
              go menugeral
           end-if
           display "Fatura (0=pedido inteiro).: " at 0301
           move zeros to sqlfatura
           accept sqlfatura at 0329
           perform abrir-nfectl
           move sqlcodigo-pedido to ws-pedido-procura
           move sqlfatura to ws-fatura-procura
           perform procurar-nfe-ativa thru procurar-nfe-fim
           if ws-nfe-ativa = "N"
              display "Pedido/fatura sem NF-e emitida" at 1510
              close nfectl
              accept espera at 2301
              go regerando
           end-if
           move numero-nfectl to ws-seq-codigo
           EXEC SQL
                SELECT A.CODIGO, A.CODIGO_CLIENTE, A.DATAPEDIDO,
              accept espera at 2301
              go regerando
           end-if
           if sqlfatura > zeros
              EXEC SQL
                   SELECT VALOR, ICMS
                     INTO :sqlvalor-pedido,
                          :sqlicms-total
                     FROM PEDIDO_FATURAS
                    WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                      AND FATURA = :sqlfatura
              END-EXEC
              if sqlcode not = 0
                 display "Fatura nao encontrada" at 1510
                 close nfectl
                 accept espera at 2301
                 go regerando
              end-if
           end-if
           move "S" to ws-regerando
           if chave-acesso-nfectl = spaces
              perform montar-chave thru montar-chave-fim
              move ws-chave-nfe to chave-acesso-nfectl
           else
              move chave-acesso-nfectl to ws-chave-nfe
           end-if
           perform emitir-xml thru emitir-xml-fim
           move ws-nfe-nome to arquivo-nfectl
           rewrite registro-nfectl
           display "NF-e regerada: " at 0501 ws-nfe-nome
           accept espera at 2301
           go regerando.
      *Nota autorizada do pedido e fatura (a cancelada nao conta):
      *deixa o registro achado na area do arquivo.
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
       emitir-xml.
           if ws-dir-criado = "N"
              call "CBL_CREATE_DIR" using ws-dir-nfe
           end-if
           move "<NFe>" to ws-linha-nfe
           perform gravar-nfe
           initialize ws-linha-nfe
           string " <infNFe Id=""NFe" delimited by size
                  ws-chave-nfe        delimited by size
                  '">'                delimited by size
                  into ws-linha-nfe
           perform gravar-nfe
           move "  <ide>" to ws-linha-nfe
           perform gravar-nfe
           close arquivo-nfe.
       emitir-xml-fim.
           exit.
      *Chave de acesso da nota de numero-nfectl, emitida em
      *data-nfectl e quando-nfectl (o codigo numerico sai do dia e
      *hora da emissao).
       montar-chave.
           move 35 to ws-chave-cuf
           move 1 to ws-ibge-ind.
       montar-chave-uf.
           if ws-ibge-uf(ws-ibge-ind) = ws-empresa-uf
              move ws-ibge-codigo(ws-ibge-ind) to ws-chave-cuf
           else
              if ws-ibge-ind < 27
                 add 1 to ws-ibge-ind
                 go montar-chave-uf
              end-if
           end-if
           move data-nfectl(3:4) to ws-chave-aamm
           move zeros to ws-chave-cnpj
           if ws-empresa-cnpj not = spaces
              compute ws-chave-cnpj =
                      function numval (ws-empresa-cnpj)
                   on size error move zeros to ws-chave-cnpj
              end-compute
           end-if
           move zeros to ws-chave-nnf
           compute ws-chave-nnf = function numval (numero-nfectl)
                on size error move zeros to ws-chave-nnf
           end-compute
           move quando-nfectl(7:8) to ws-chave-cnf
           move zeros to ws-chave-soma
           move 43 to ws-chave-ind
           move 2 to ws-chave-peso.
       montar-chave-dv.
           compute ws-chave-soma = ws-chave-soma +
                   ws-chave-digito(ws-chave-ind) * ws-chave-peso
           add 1 to ws-chave-peso
           if ws-chave-peso > 9
              move 2 to ws-chave-peso
           end-if
           if ws-chave-ind > 1
              subtract 1 from ws-chave-ind
              go montar-chave-dv
           end-if
           divide ws-chave-soma by 11 giving ws-chave-ind
                  remainder ws-chave-resto
           if ws-chave-resto < 2
              move zeros to ws-chave-dv
           else
              compute ws-chave-dv = 11 - ws-chave-resto
           end-if.
       montar-chave-fim.
           exit.
       emitir-itens-xml.
           move zeros to ws-total-itens
           EXEC SQL
                      AND P.CODIGO = I.CODIGO_PRODUTO
                    ORDER BY I.CODIGO_PRODUTO
           END-EXEC
      *    Nota de fatura parcial leva so os itens daquela fatura.
           EXEC SQL
                DECLARE CURSORITFAT CURSOR FOR
                   SELECT F.CODIGO_PRODUTO, P.DESCRICAO,
                          F.QUANTIDADE, I.PRECOUNITARIO, F.TOTAL
                     FROM PEDIDO_FATURA_ITENS F, PEDIDO_ITENS I,
                          PRODUTOS P
                    WHERE F.CODIGO_PEDIDO = :sqlcodigo-pedido
                      AND F.FATURA = :sqlfatura
                      AND I.CODIGO_PEDIDO = F.CODIGO_PEDIDO
                      AND I.CODIGO_PRODUTO = F.CODIGO_PRODUTO
                      AND P.CODIGO = F.CODIGO_PRODUTO
                    ORDER BY F.CODIGO_PRODUTO
           END-EXEC
           if sqlfatura > zeros
              EXEC SQL
                   OPEN CURSORITFAT
              END-EXEC
           else
              EXEC SQL
                   OPEN CURSORITXML
              END-EXEC
           end-if
           if sqlcode not = 0
              move zeros to sqlcode
              go emitir-itens-fim
           end-if.
       emitir-itens-le.
           if sqlfatura > zeros
              EXEC SQL
                   FETCH CURSORITFAT INTO
                          :sqlitem-produto,
                          :sqldescricao-produto,
                          :sqlitem-quantidade,
                          :sqlitem-preco,
                          :sqlitem-total
              END-EXEC
           else
              EXEC SQL
                   FETCH CURSORITXML INTO
                          :sqlitem-produto,
                          :sqldescricao-produto,
                          :sqlitem-quantidade,
                          :sqlitem-preco,
                          :sqlitem-total
              END-EXEC
           end-if
           if sqlcode not = 0
              if sqlfatura > zeros
                 EXEC SQL
                      CLOSE CURSORITFAT
                 END-EXEC
              else
                 EXEC SQL
                      CLOSE CURSORITXML
                 END-EXEC
              end-if
              move zeros to sqlcode
              go emitir-itens-fim
           end-if
