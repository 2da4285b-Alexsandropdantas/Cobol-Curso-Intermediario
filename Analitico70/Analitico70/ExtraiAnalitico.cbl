      $SET SQL()
       identification division.
       program-id. ExtraiAnalitico.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select arquivo-extrato assign to ws-extrato-nome
             organization is line sequential
             file status is fs-extrato.
           select controle-analitico assign to ws-controle-nome
             organization is line sequential
             file status is fs-controle.
           select marca-analitico assign to "ANALITICO.CTL"
             organization is line sequential
             file status is fs-marca.
           select vendedores assign to disk
                  organization is indexed
                  access mode is dynamic
                  file status estado-vendedores
                  lock mode is automatic
                  record key is chave-vendedores
                  alternate record key is regiao = uf-vendedores,
                                         cidade-vendedores
                  alternate record key is cidades = cidade-vendedores.
           select categorias assign to disk organization is indexed
             access mode is dynamic file status fs-categorias
             record key is codigo-categorias.
       data division.
       file section.
       fd arquivo-extrato
           label record is standard.
       01 reg-extrato                pic x(300).
       fd controle-analitico
           label record is standard.
       01 reg-controle               pic x(132).
       fd marca-analitico
           label record is standard.
       01 reg-marca                  pic x(80).
       fd vendedores
           label record is standard
           value of file-id
                "Vendedores.Arq".
       01 registro-vendedores.
           02 chave-vendedores.
              03 codigo-vendedores pic 9(3).
           02 nome-vendedores      pic x(40).
           02 uf-vendedores        pic x(02).
           02 cidade-vendedores    pic x(40).
           02 situacao-vendedores  pic x(01).
           02 dataefetiva-vendedores pic 9(08).
           02 supervisor-vendedores pic 9(3).
           02 override-vendedores  pic 9(02)v99.
       fd categorias
           label record is standard
           value of file-id "CATEGORIAS.ARQ".
       01 registro-categorias.
         02 codigo-categorias       pic x(03).
         02 descricao-categorias    pic x(30).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-extrato                pic x(02).
       77 fs-controle               pic x(02).
       77 fs-marca                  pic x(02).
       77 fs-categorias             pic x(02).
       01 estado-vendedores         pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-modo-batch              pic x(01) value "N".
       01 ws-env-modo                pic x(01).
      *ws-carga: C = completa (desde o inicio), I = incremental
      *(da marca gravada no ANALITICO.CTL ate ontem).
       01 ws-carga                   pic x(01).
       01 ws-carga-texto             pic x(11).
       01 ws-erro                    pic x(01) value "N".
       01 ws-data-hoje               pic 9(08).
      *Marca d'agua: primeiro dia ainda nao extraido. Os fatos
      *saem de ws-marca-inicial (inclusive) ate hoje (exclusive).
       01 ws-marca-linha             pic x(80).
       01 ws-marca-tag               pic x(10).
       01 ws-marca-valor             pic x(08).
       01 ws-marca-inicial           pic 9(08).
       01 ws-extrato-base            pic x(20).
       01 ws-extrato-nome            pic x(60).
       01 ws-controle-nome           pic x(60).
       01 ws-linha-extrato           pic x(300).
       01 ws-linha-controle          pic x(132).
       01 ws-ponteiro                pic 9(03).
      *Campo corrente da linha delimitada por ";".
       01 ws-campo-texto             pic x(60).
       01 ws-campo-valor             pic s9(11)v99.
       01 ws-campo-qtd               pic s9(09).
       01 ws-ed-valor                pic -(11)9,99.
       01 ws-ed-qtd                  pic -(9)9.
       01 ws-ed-total                pic -(13)9,99.
       01 ws-ext-registros           pic 9(07).
       01 ws-ext-total               pic s9(13)v99.
       01 ws-total-registros         pic 9(07) value zeros.
       01 ws-arquivos-gerados        pic 9(02) value zeros.
       01 ws-desconto-valor          pic s9(11)v99.
       01 ws-uf-retorno              pic x(01).
       01 ws-uf-regiao               pic x(20).
       01 ws-categorias-aberto       pic x(01).
      *Vendedores carregados pelo codigo; a equipe e o supervisor
      *(o proprio vendedor quando nao tem supervisor).
       01 ws-vd-indice               pic 9(04).
       01 ws-vd-equipe               pic 9(03).
       01 ws-vd-tabela.
          02 ws-vd-item occurs 999 times.
             03 ws-vd-nome           pic x(40).
             03 ws-vd-uf             pic x(02).
             03 ws-vd-cidade         pic x(40).
             03 ws-vd-situacao       pic x(01).
             03 ws-vd-supervisor     pic 9(03).
      *Calendario: do primeiro ano com pedido ate o fim do ano
      *corrente; dia util pelo ContaDiasUteis (FERIADOS.ARQ).
       01 ws-cal-inicio              pic 9(08).
       01 ws-cal-fim                 pic 9(08).
       01 ws-cal-integer             pic 9(09).
       01 ws-cal-integer-fim         pic 9(09).
       01 ws-cal-data                pic 9(08).
       01 ws-cal-ontem               pic 9(08).
       01 ws-cal-mes                 pic 9(02).
       01 ws-cal-trimestre           pic 9(01).
       01 ws-cal-dia-semana          pic 9(01).
       01 ws-cal-uteis               pic s9(05).
       01 ws-uf-branca               pic x(02) value spaces.
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqldata-inicial            pic x(10).
       01 sqldata-final              pic x(10).
       01 sqlpedido                  pic x(10).
       01 sqlparcela                 pic 9(03).
       01 sqldata                    pic x(08).
       01 sqlhora                    pic x(06).
       01 sqlvencimento              pic x(08).
       01 sqlcliente                 pic x(10).
       01 sqlvendedor                pic x(03).
       01 sqlstatus                  pic x(10).
       01 sqlproduto                 pic x(10).
       01 sqlquantidade              pic s9(09).
       01 sqlsaldo                   pic s9(09).
       01 sqlpreco                   pic s9(09)v99.
       01 sqlpreco-lista             pic s9(09)v99.
       01 sqldesconto-pct            pic s9(03)v99.
       01 sqltotal                   pic s9(09)v99.
       01 sqlcusto                   pic s9(09)v99.
       01 sqlicms-aliq               pic s9(03)v99.
       01 sqlicms-valor              pic s9(09)v99.
       01 sqlvalor                   pic s9(11)v99.
       01 sqlvalorpago               pic s9(11)v99.
       01 sqlocorrencia              pic x(02).
       01 sqlorigem                  pic x(10).
       01 sqltipo                    pic x(02).
       01 sqldocumento               pic x(10).
       01 sqllote                    pic x(20).
       01 sqlnome                    pic x(50).
       01 sqlcidade                  pic x(50).
       01 sqlestado                  pic x(02).
       01 sqlpais                    pic x(50).
       01 sqlgrupo                   pic x(10).
       01 sqlgrupo-nome              pic x(40).
       01 sqldescricao               pic x(40).
       01 sqlcategoria               pic x(03).
       01 sqlprimeiro-pedido         pic x(08).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
      *Extrato analitico noturno em esquema estrela para a
      *ferramenta de BI: fatos (itens de pedido, contas a receber,
      *pagamentos, movimentos de estoque) e dimensoes (cliente,
      *produto, vendedor, calendario) em arquivos separados por
      *";". Depois da carga completa, os fatos saem pela marca
      *d'agua do ANALITICO.CTL; as dimensoes saem inteiras. O
      *CONTROLE_ANALITICO_<data>.TXT traz registros e totais de
      *cada arquivo. Pelo Scheduler com ANALITICO_MODO (C para
      *carga completa, qualquer outro valor para incremental).
       iniciando.
           move function current-date(1:8) to ws-data-hoje
           move spaces to ws-env-modo
           accept ws-env-modo from environment "ANALITICO_MODO"
           if ws-env-modo not = spaces
              move "S" to ws-modo-batch
              move ws-env-modo to ws-carga
           else
              display erase at 0101
              display "Extrato Analitico (Esquema Estrela)" at 0101
              display "Carga (C)ompleta ou (I)ncremental: " at 0301
              move "I" to ws-carga
              accept ws-carga at 0336 with update
           end-if
           move function upper-case (ws-carga) to ws-carga
           if ws-carga not = "C"
              move "I" to ws-carga
           end-if
           move "EXTRAI-ANALITICO" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           call "ConectaAmbiente" using ws-conexao-ambiente
                                        ws-conexao-usada
                                        ws-conexao-retorno
           if ws-conexao-retorno not = "0"
              move "S" to ws-erro
              go finalizando
           end-if
           perform ler-marca thru ler-marca-fim
           if ws-carga = "C"
              move "COMPLETA" to ws-carga-texto
           else
              move "INCREMENTAL" to ws-carga-texto
           end-if
           move spaces to sqldata-inicial sqldata-final
           string ws-marca-inicial(1:4) delimited by size
                  "-"                   delimited by size
                  ws-marca-inicial(5:2) delimited by size
                  "-"                   delimited by size
                  ws-marca-inicial(7:2) delimited by size
                  into sqldata-inicial
           string ws-data-hoje(1:4)     delimited by size
                  "-"                   delimited by size
                  ws-data-hoje(5:2)     delimited by size
                  "-"                   delimited by size
                  ws-data-hoje(7:2)     delimited by size
                  into sqldata-final
           move spaces to ws-controle-nome
           string "CONTROLE_ANALITICO_" delimited by size
                  ws-data-hoje          delimited by size
                  ".TXT"                delimited by size
                  into ws-controle-nome
           open output controle-analitico
           if fs-controle not = "00"
              move "S" to ws-erro
              go desconectando
           end-if
           initialize ws-linha-controle
           string "EXTRATO ANALITICO;"  delimited by size
                  ws-data-hoje          delimited by size
                  ";CARGA="             delimited by size
                  ws-carga-texto        delimited by space
                  ";MARCA_INICIAL="     delimited by size
                  ws-marca-inicial      delimited by size
                  ";MARCA_FINAL="       delimited by size
                  ws-data-hoje          delimited by size
                  into ws-linha-controle
           write reg-controle from ws-linha-controle
           move "ARQUIVO;REGISTROS;TOTAL" to ws-linha-controle
           write reg-controle from ws-linha-controle
           perform extrair-itens thru extrair-itens-fim
           perform extrair-receber thru extrair-receber-fim
           perform extrair-pagamentos thru extrair-pagamentos-fim
           perform extrair-estoque thru extrair-estoque-fim
           perform extrair-clientes thru extrair-clientes-fim
           perform extrair-produtos thru extrair-produtos-fim
           perform extrair-vendedores thru extrair-vendedores-fim
           perform extrair-calendario thru extrair-calendario-fim
           initialize ws-linha-controle
           if ws-erro = "S"
              move "SITUACAO;ERRO;MARCA NAO AVANCADA"
                   to ws-linha-controle
           else
              move "SITUACAO;OK" to ws-linha-controle
           end-if
           write reg-controle from ws-linha-controle
           close controle-analitico
           move "CONTROLE_ANALITICO" to ws-cat-nome
           move ws-arquivos-gerados to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-controle-nome
                                          ws-plog-job
                                          ws-cat-registros
           if ws-erro = "N"
              perform gravar-marca
           end-if.
       desconectando.
           EXEC SQL
                DISCONNECT all
           END-EXEC.
       finalizando.
           move "F" to ws-plog-evento
           move ws-total-registros to ws-plog-registros
           if ws-erro = "S"
              move "ERRO" to ws-plog-status
              move 8 to return-code
           else
              move "OK" to ws-plog-status
           end-if
           perform gravar-processlog
           if ws-modo-batch = "N"
              display "Arquivos gerados: " at 0501
              display ws-arquivos-gerados at 0519
              display "Registros.......: " at 0601
              display ws-total-registros at 0619
              display "Controle: " at 0701
              display ws-controle-nome at 0711
              if ws-erro = "S"
                 display "HOUVE ERRO - marca d'agua nao avancada"
                         at 0901
              end-if
              accept espera at 2401
           end-if
           exit program
           stop run.
      *Marca d'agua da ultima carga bem sucedida; sem ela (ou na
      *carga completa) os fatos saem desde o inicio.
       ler-marca.
           move 19000101 to ws-marca-inicial
           if ws-carga = "C"
              go ler-marca-fim
           end-if
           open input marca-analitico
           if fs-marca not = "00"
              move "C" to ws-carga
              go ler-marca-fim
           end-if.
       ler-marca-le.
           read marca-analitico into ws-marca-linha at end
              close marca-analitico
              move "C" to ws-carga
              go ler-marca-fim
           end-read
           move spaces to ws-marca-tag ws-marca-valor
           unstring ws-marca-linha delimited by "|"
                    into ws-marca-tag ws-marca-valor
           end-unstring
           if ws-marca-tag not = "MARCA"
              or ws-marca-valor is not numeric
              go ler-marca-le
           end-if
           move ws-marca-valor to ws-marca-inicial
           close marca-analitico.
       ler-marca-fim.
           exit.
       gravar-marca.
           open output marca-analitico
           initialize ws-marca-linha
           string "MARCA|"          delimited by size
                  ws-data-hoje      delimited by size
                  "|"               delimited by size
                  ws-carga-texto    delimited by space
                  into ws-marca-linha
           write reg-marca from ws-marca-linha
           close marca-analitico.
      *Fato itens de pedido: preco praticado e de lista, desconto,
      *custo congelado no item e ICMS. Total = valor dos itens.
       extrair-itens.
           move "FATO_ITENS" to ws-extrato-base
           move "PEDIDO;DATA;CLIENTE;VENDEDOR;STATUS;PRODUTO;"
                to ws-linha-extrato
           string ws-linha-extrato delimited by space
                  "QUANTIDADE;PRECO;PRECO_LISTA;DESCONTO_PCT;"
                                   delimited by size
                  "DESCONTO_VALOR;TOTAL;CUSTO;ICMS_ALIQ;ICMS_VALOR"
                                   delimited by size
                  into ws-linha-extrato
           perform abrir-extrato
           if fs-extrato not = "00"
              go extrair-itens-fim
           end-if
           EXEC SQL
                DECLARE CURSORITENS CURSOR FOR
                   SELECT A.CODIGO,
                          DATE_FORMAT(A.DATAPEDIDO, '%Y%m%d'),
                          A.CODIGO_CLIENTE,
                          IFNULL(A.CODIGO_VENDEDOR, '000'),
                          IFNULL(A.STATUS, ' '),
                          I.CODIGO_PRODUTO,
                          IFNULL(I.QUANTIDADE, 0),
                          IFNULL(I.PRECOUNITARIO, 0),
                          IFNULL(I.PRECO_LISTA, 0),
                          IFNULL(I.DESCONTO_PCT, 0),
                          IFNULL(I.TOTAL, 0),
                          IFNULL(I.CUSTO, 0),
                          IFNULL(I.ICMS_ALIQ, 0),
                          IFNULL(I.ICMS_VALOR, 0)
                     FROM PEDIDOS A, PEDIDO_ITENS I
                    WHERE I.CODIGO_PEDIDO = A.CODIGO
                      AND A.DATAPEDIDO >= :sqldata-inicial
                      AND A.DATAPEDIDO < :sqldata-final
                    ORDER BY A.CODIGO, I.CODIGO_PRODUTO
           END-EXEC
           EXEC SQL
                OPEN CURSORITENS
           END-EXEC
           if sqlcode not = 0
              perform falha-cursor
              go extrair-itens-fim
           end-if.
       extrair-itens-le.
           EXEC SQL
                FETCH CURSORITENS INTO
                       :sqlpedido, :sqldata, :sqlcliente,
                       :sqlvendedor, :sqlstatus, :sqlproduto,
                       :sqlquantidade, :sqlpreco, :sqlpreco-lista,
                       :sqldesconto-pct, :sqltotal, :sqlcusto,
                       :sqlicms-aliq, :sqlicms-valor
           END-EXEC
           if sqlcode = 100
              go extrair-itens-fecha
           end-if
           if sqlcode not = 0
              move "S" to ws-erro
              go extrair-itens-fecha
           end-if
           move zeros to ws-desconto-valor
           if sqlpreco-lista > sqlpreco
              compute ws-desconto-valor rounded =
                      (sqlpreco-lista - sqlpreco) * sqlquantidade
           end-if
           perform iniciar-linha
           move sqlpedido to ws-campo-texto
           perform anexar-texto
           move sqldata to ws-campo-texto
           perform anexar-texto
           move sqlcliente to ws-campo-texto
           perform anexar-texto
           move sqlvendedor to ws-campo-texto
           perform anexar-texto
           move sqlstatus to ws-campo-texto
           perform anexar-texto
           move sqlproduto to ws-campo-texto
           perform anexar-texto
           move sqlquantidade to ws-campo-qtd
           perform anexar-qtd
           move sqlpreco to ws-campo-valor
           perform anexar-valor
           move sqlpreco-lista to ws-campo-valor
           perform anexar-valor
           move sqldesconto-pct to ws-campo-valor
           perform anexar-valor
           move ws-desconto-valor to ws-campo-valor
           perform anexar-valor
           move sqltotal to ws-campo-valor
           perform anexar-valor
           move sqlcusto to ws-campo-valor
           perform anexar-valor
           move sqlicms-aliq to ws-campo-valor
           perform anexar-valor
           move sqlicms-valor to ws-campo-valor
           perform anexar-valor
           add sqltotal to ws-ext-total
           perform gravar-extrato
           go extrair-itens-le.
       extrair-itens-fecha.
           EXEC SQL
                CLOSE CURSORITENS
           END-EXEC
           perform fechar-extrato.
       extrair-itens-fim.
           exit.
      *Fato contas a receber: parcelas dos pedidos do periodo e,
      *na carga incremental, as que mudaram no periodo (captura do
      *LOGPARCELAS), com a situacao atual. Total = valor.
       extrair-receber.
           move "FATO_RECEBER" to ws-extrato-base
           move "PEDIDO;PARCELA;DATA_PEDIDO;CLIENTE;VENCIMENTO;"
                to ws-linha-extrato
           string ws-linha-extrato delimited by space
                  "VALOR;VALOR_PAGO;STATUS" delimited by size
                  into ws-linha-extrato
           perform abrir-extrato
           if fs-extrato not = "00"
              go extrair-receber-fim
           end-if
           EXEC SQL
                DECLARE CURSORRECEBER CURSOR FOR
                   SELECT P.CODIGO_PEDIDO, P.PARCELA,
                          DATE_FORMAT(A.DATAPEDIDO, '%Y%m%d'),
                          A.CODIGO_CLIENTE,
                          IFNULL(DATE_FORMAT(P.VENCIMENTO, '%Y%m%d'),
                                 '00000000'),
                          IFNULL(P.VALOR, 0),
                          IFNULL(P.VALORPAGO, 0),
                          IFNULL(P.STATUS, ' ')
                     FROM PEDIDO_PARCELAS P, PEDIDOS A
                    WHERE A.CODIGO = P.CODIGO_PEDIDO
                      AND ((A.DATAPEDIDO >= :sqldata-inicial
                            AND A.DATAPEDIDO < :sqldata-final)
                       OR EXISTS
                          (SELECT 1 FROM LOGPARCELAS L
                            WHERE L.CODIGO_PEDIDO = P.CODIGO_PEDIDO
                              AND L.PARCELA = P.PARCELA
                              AND L.QUANDO >= :sqldata-inicial
                              AND L.QUANDO < :sqldata-final))
                    ORDER BY P.CODIGO_PEDIDO, P.PARCELA
           END-EXEC
      *    Sem a captura instalada vale so a data do pedido.
           EXEC SQL
                DECLARE CURSORRECEBER2 CURSOR FOR
                   SELECT P.CODIGO_PEDIDO, P.PARCELA,
                          DATE_FORMAT(A.DATAPEDIDO, '%Y%m%d'),
                          A.CODIGO_CLIENTE,
                          IFNULL(DATE_FORMAT(P.VENCIMENTO, '%Y%m%d'),
                                 '00000000'),
                          IFNULL(P.VALOR, 0),
                          IFNULL(P.VALORPAGO, 0),
                          IFNULL(P.STATUS, ' ')
                     FROM PEDIDO_PARCELAS P, PEDIDOS A
                    WHERE A.CODIGO = P.CODIGO_PEDIDO
                      AND A.DATAPEDIDO >= :sqldata-inicial
                      AND A.DATAPEDIDO < :sqldata-final
                    ORDER BY P.CODIGO_PEDIDO, P.PARCELA
           END-EXEC
           EXEC SQL
                OPEN CURSORRECEBER
           END-EXEC
           if sqlcode = 0
              go extrair-receber-le
           end-if
           EXEC SQL
                OPEN CURSORRECEBER2
           END-EXEC
           if sqlcode not = 0
              perform falha-cursor
              go extrair-receber-fim
           end-if
           go extrair-receber-le2.
       extrair-receber-le.
           EXEC SQL
                FETCH CURSORRECEBER INTO
                       :sqlpedido, :sqlparcela, :sqldata,
                       :sqlcliente, :sqlvencimento, :sqlvalor,
                       :sqlvalorpago, :sqlstatus
           END-EXEC
           if sqlcode = 100
              EXEC SQL
                   CLOSE CURSORRECEBER
              END-EXEC
              go extrair-receber-fecha
           end-if
           if sqlcode not = 0
              move "S" to ws-erro
              EXEC SQL
                   CLOSE CURSORRECEBER
              END-EXEC
              go extrair-receber-fecha
           end-if
           perform linha-receber
           go extrair-receber-le.
       extrair-receber-le2.
           EXEC SQL
                FETCH CURSORRECEBER2 INTO
                       :sqlpedido, :sqlparcela, :sqldata,
                       :sqlcliente, :sqlvencimento, :sqlvalor,
                       :sqlvalorpago, :sqlstatus
           END-EXEC
           if sqlcode = 100
              EXEC SQL
                   CLOSE CURSORRECEBER2
              END-EXEC
              go extrair-receber-fecha
           end-if
           if sqlcode not = 0
              move "S" to ws-erro
              EXEC SQL
                   CLOSE CURSORRECEBER2
              END-EXEC
              go extrair-receber-fecha
           end-if
           perform linha-receber
           go extrair-receber-le2.
       extrair-receber-fecha.
           perform fechar-extrato.
       extrair-receber-fim.
           exit.
       linha-receber.
           perform iniciar-linha
           move sqlpedido to ws-campo-texto
           perform anexar-texto
           move sqlparcela to ws-campo-qtd
           perform anexar-qtd
           move sqldata to ws-campo-texto
           perform anexar-texto
           move sqlcliente to ws-campo-texto
           perform anexar-texto
           move sqlvencimento to ws-campo-texto
           perform anexar-texto
           move sqlvalor to ws-campo-valor
           perform anexar-valor
           move sqlvalorpago to ws-campo-valor
           perform anexar-valor
           move sqlstatus to ws-campo-texto
           perform anexar-texto
           add sqlvalor to ws-ext-total
           perform gravar-extrato.
      *Fato pagamentos recebidos no periodo. Total = valor pago.
       extrair-pagamentos.
           move "FATO_PAGAMENTOS" to ws-extrato-base
           move "PEDIDO;PARCELA;DATA;HORA;CLIENTE;OCORRENCIA;"
                to ws-linha-extrato
           string ws-linha-extrato delimited by space
                  "VALOR_PAGO;ORIGEM" delimited by size
                  into ws-linha-extrato
           perform abrir-extrato
           if fs-extrato not = "00"
              go extrair-pagamentos-fim
           end-if
           EXEC SQL
                DECLARE CURSORPAGTOS CURSOR FOR
                   SELECT G.CODIGO_PEDIDO, IFNULL(G.PARCELA, 0),
                          DATE_FORMAT(G.QUANDO, '%Y%m%d'),
                          DATE_FORMAT(G.QUANDO, '%H%i%s'),
                          IFNULL(A.CODIGO_CLIENTE, ' '),
                          IFNULL(G.OCORRENCIA, ' '),
                          IFNULL(G.VALORPAGO, 0),
                          IFNULL(G.ORIGEM, ' ')
                     FROM PAGAMENTOS G
                     LEFT JOIN PEDIDOS A
                       ON A.CODIGO = G.CODIGO_PEDIDO
                    WHERE G.QUANDO >= :sqldata-inicial
                      AND G.QUANDO < :sqldata-final
                    ORDER BY G.QUANDO, G.CODIGO_PEDIDO
           END-EXEC
           EXEC SQL
                OPEN CURSORPAGTOS
           END-EXEC
           if sqlcode not = 0
              perform falha-cursor
              go extrair-pagamentos-fim
           end-if.
       extrair-pagamentos-le.
           EXEC SQL
                FETCH CURSORPAGTOS INTO
                       :sqlpedido, :sqlparcela, :sqldata, :sqlhora,
                       :sqlcliente, :sqlocorrencia, :sqlvalorpago,
                       :sqlorigem
           END-EXEC
           if sqlcode = 100
              go extrair-pagamentos-fecha
           end-if
           if sqlcode not = 0
              move "S" to ws-erro
              go extrair-pagamentos-fecha
           end-if
           perform iniciar-linha
           move sqlpedido to ws-campo-texto
           perform anexar-texto
           move sqlparcela to ws-campo-qtd
           perform anexar-qtd
           move sqldata to ws-campo-texto
           perform anexar-texto
           move sqlhora to ws-campo-texto
           perform anexar-texto
           move sqlcliente to ws-campo-texto
           perform anexar-texto
           move sqlocorrencia to ws-campo-texto
           perform anexar-texto
           move sqlvalorpago to ws-campo-valor
           perform anexar-valor
           move sqlorigem to ws-campo-texto
           perform anexar-texto
           add sqlvalorpago to ws-ext-total
           perform gravar-extrato
           go extrair-pagamentos-le.
       extrair-pagamentos-fecha.
           EXEC SQL
                CLOSE CURSORPAGTOS
           END-EXEC
           perform fechar-extrato.
       extrair-pagamentos-fim.
           exit.
      *Fato movimentos de estoque (ESTOQUE_MOV). Total = soma das
      *quantidades movimentadas.
       extrair-estoque.
           move "FATO_ESTOQUE" to ws-extrato-base
           move "PRODUTO;DATA;HORA;TIPO;QUANTIDADE;SALDO;DOCUMENTO;"
                to ws-linha-extrato
           string ws-linha-extrato delimited by space
                  "LOTE"           delimited by size
                  into ws-linha-extrato
           perform abrir-extrato
           if fs-extrato not = "00"
              go extrair-estoque-fim
           end-if
           EXEC SQL
                DECLARE CURSORESTOQUE CURSOR FOR
                   SELECT CODIGO_PRODUTO,
                          DATE_FORMAT(QUANDO, '%Y%m%d'),
                          DATE_FORMAT(QUANDO, '%H%i%s'),
                          IFNULL(TIPO, ' '),
                          IFNULL(QUANTIDADE, 0),
                          IFNULL(SALDO, 0),
                          IFNULL(DOCUMENTO, ' '),
                          IFNULL(LOTE, ' ')
                     FROM ESTOQUE_MOV
                    WHERE QUANDO >= :sqldata-inicial
                      AND QUANDO < :sqldata-final
                    ORDER BY QUANDO, CODIGO_PRODUTO
           END-EXEC
           EXEC SQL
                OPEN CURSORESTOQUE
           END-EXEC
           if sqlcode not = 0
              perform falha-cursor
              go extrair-estoque-fim
           end-if.
       extrair-estoque-le.
           EXEC SQL
                FETCH CURSORESTOQUE INTO
                       :sqlproduto, :sqldata, :sqlhora, :sqltipo,
                       :sqlquantidade, :sqlsaldo, :sqldocumento,
                       :sqllote
           END-EXEC
           if sqlcode = 100
              go extrair-estoque-fecha
           end-if
           if sqlcode not = 0
              move "S" to ws-erro
              go extrair-estoque-fecha
           end-if
           perform iniciar-linha
           move sqlproduto to ws-campo-texto
           perform anexar-texto
           move sqldata to ws-campo-texto
           perform anexar-texto
           move sqlhora to ws-campo-texto
           perform anexar-texto
           move sqltipo to ws-campo-texto
           perform anexar-texto
           move sqlquantidade to ws-campo-qtd
           perform anexar-qtd
           move sqlsaldo to ws-campo-qtd
           perform anexar-qtd
           move sqldocumento to ws-campo-texto
           perform anexar-texto
           move sqllote to ws-campo-texto
           perform anexar-texto
           add sqlquantidade to ws-ext-total
           perform gravar-extrato
           go extrair-estoque-le.
       extrair-estoque-fecha.
           EXEC SQL
                CLOSE CURSORESTOQUE
           END-EXEC
           perform fechar-extrato.
       extrair-estoque-fim.
           exit.
      *Dimensao cliente: UF e regiao (UFREF.ARQ), grupo economico
      *e pais.
       extrair-clientes.
           move "DIM_CLIENTE" to ws-extrato-base
           move "CLIENTE;NOME;CIDADE;UF;REGIAO;GRUPO;NOME_GRUPO;PAIS"
                to ws-linha-extrato
           perform abrir-extrato
           if fs-extrato not = "00"
              go extrair-clientes-fim
           end-if
           EXEC SQL
                DECLARE CURSORCLIENTES CURSOR FOR
                   SELECT C.CODIGO, IFNULL(C.NOME, ' '),
                          IFNULL(C.CIDADE, ' '),
                          IFNULL(C.ESTADO, ' '),
                          IFNULL(C.PAIS, ' '),
                          IFNULL(G.GRUPO, ' '),
                          IFNULL(E.NOME, ' ')
                     FROM CLIENTES C
                     LEFT JOIN GRUPO_CLIENTES G
                       ON G.CODIGO_CLIENTE = C.CODIGO
                     LEFT JOIN GRUPOS_ECONOMICOS E
                       ON E.GRUPO = G.GRUPO
                    ORDER BY C.CODIGO
           END-EXEC
           EXEC SQL
                OPEN CURSORCLIENTES
           END-EXEC
           if sqlcode not = 0
              perform falha-cursor
              go extrair-clientes-fim
           end-if.
       extrair-clientes-le.
           EXEC SQL
                FETCH CURSORCLIENTES INTO
                       :sqlcliente, :sqlnome, :sqlcidade,
                       :sqlestado, :sqlpais, :sqlgrupo,
                       :sqlgrupo-nome
           END-EXEC
           if sqlcode = 100
              go extrair-clientes-fecha
           end-if
           if sqlcode not = 0
              move "S" to ws-erro
              go extrair-clientes-fecha
           end-if
           move spaces to ws-uf-regiao
           if sqlestado not = spaces
              call "ValidaUF" using sqlestado
                                    ws-uf-retorno
                                    ws-uf-regiao
           end-if
           perform iniciar-linha
           move sqlcliente to ws-campo-texto
           perform anexar-texto
           move sqlnome to ws-campo-texto
           perform anexar-texto
           move sqlcidade to ws-campo-texto
           perform anexar-texto
           move sqlestado to ws-campo-texto
           perform anexar-texto
           move ws-uf-regiao to ws-campo-texto
           perform anexar-texto
           move sqlgrupo to ws-campo-texto
           perform anexar-texto
           move sqlgrupo-nome to ws-campo-texto
           perform anexar-texto
           move sqlpais to ws-campo-texto
           perform anexar-texto
           perform gravar-extrato
           go extrair-clientes-le.
       extrair-clientes-fecha.
           EXEC SQL
                CLOSE CURSORCLIENTES
           END-EXEC
           perform fechar-extrato.
       extrair-clientes-fim.
           exit.
      *Dimensao produto com a categoria (CATEGORIAS.ARQ).
       extrair-produtos.
           move "DIM_PRODUTO" to ws-extrato-base
           move "PRODUTO;DESCRICAO;CATEGORIA;DESCRICAO_CATEGORIA;"
                to ws-linha-extrato
           string ws-linha-extrato delimited by space
                  "PRECO;CUSTO"    delimited by size
                  into ws-linha-extrato
           perform abrir-extrato
           if fs-extrato not = "00"
              go extrair-produtos-fim
           end-if
           move "S" to ws-categorias-aberto
           open input categorias
           if fs-categorias not = "00"
              move "N" to ws-categorias-aberto
           end-if
           EXEC SQL
                DECLARE CURSORPRODUTOS CURSOR FOR
                   SELECT CODIGO, IFNULL(DESCRICAO, ' '),
                          IFNULL(CATEGORIA, ' '),
                          IFNULL(PRECOUNITARIO, 0),
                          IFNULL(CUSTO, 0)
                     FROM PRODUTOS
                    ORDER BY CODIGO
           END-EXEC
           EXEC SQL
                OPEN CURSORPRODUTOS
           END-EXEC
           if sqlcode not = 0
              perform falha-cursor
              go extrair-produtos-categorias
           end-if.
       extrair-produtos-le.
           EXEC SQL
                FETCH CURSORPRODUTOS INTO
                       :sqlproduto, :sqldescricao, :sqlcategoria,
                       :sqlpreco, :sqlcusto
           END-EXEC
           if sqlcode = 100
              go extrair-produtos-fecha
           end-if
           if sqlcode not = 0
              move "S" to ws-erro
              go extrair-produtos-fecha
           end-if
           move spaces to descricao-categorias
           if ws-categorias-aberto = "S" and sqlcategoria not = spaces
              move sqlcategoria to codigo-categorias
              read categorias invalid key
                 move spaces to descricao-categorias
              end-read
           end-if
           perform iniciar-linha
           move sqlproduto to ws-campo-texto
           perform anexar-texto
           move sqldescricao to ws-campo-texto
           perform anexar-texto
           move sqlcategoria to ws-campo-texto
           perform anexar-texto
           move descricao-categorias to ws-campo-texto
           perform anexar-texto
           move sqlpreco to ws-campo-valor
           perform anexar-valor
           move sqlcusto to ws-campo-valor
           perform anexar-valor
           perform gravar-extrato
           go extrair-produtos-le.
       extrair-produtos-fecha.
           EXEC SQL
                CLOSE CURSORPRODUTOS
           END-EXEC
           perform fechar-extrato.
       extrair-produtos-categorias.
           if ws-categorias-aberto = "S"
              close categorias
           end-if.
       extrair-produtos-fim.
           exit.
      *Dimensao vendedor com a equipe (supervisor do Vendedores.Arq).
       extrair-vendedores.
           move "DIM_VENDEDOR" to ws-extrato-base
           move "VENDEDOR;NOME;UF;CIDADE;SITUACAO;EQUIPE;NOME_EQUIPE"
                to ws-linha-extrato
           perform abrir-extrato
           if fs-extrato not = "00"
              go extrair-vendedores-fim
           end-if
           initialize ws-vd-tabela
           open input vendedores
           if estado-vendedores not = "00"
              close vendedores
              move "S" to ws-erro
              perform fechar-extrato
              go extrair-vendedores-fim
           end-if
           move zeros to codigo-vendedores
           start vendedores key is >= chave-vendedores invalid key
                 close vendedores
                 go extrair-vendedores-grava
           end-start.
       extrair-vendedores-le.
           read vendedores next at end
                 close vendedores
                 go extrair-vendedores-grava.
           if codigo-vendedores = zeros
              go extrair-vendedores-le
           end-if
           move nome-vendedores   to ws-vd-nome(codigo-vendedores)
           move uf-vendedores     to ws-vd-uf(codigo-vendedores)
           move cidade-vendedores to ws-vd-cidade(codigo-vendedores)
           move situacao-vendedores
                to ws-vd-situacao(codigo-vendedores)
           move supervisor-vendedores
                to ws-vd-supervisor(codigo-vendedores)
           go extrair-vendedores-le.
       extrair-vendedores-grava.
           perform linha-vendedor varying ws-vd-indice from 1 by 1
                   until ws-vd-indice > 999
           perform fechar-extrato.
       extrair-vendedores-fim.
           exit.
       linha-vendedor.
           if ws-vd-nome(ws-vd-indice) not = spaces
              move ws-vd-supervisor(ws-vd-indice) to ws-vd-equipe
              if ws-vd-equipe = zeros
                 move ws-vd-indice to ws-vd-equipe
              end-if
              if ws-vd-situacao(ws-vd-indice) = spaces
                 move "A" to ws-vd-situacao(ws-vd-indice)
              end-if
              perform iniciar-linha
              move ws-vd-indice(2:3) to ws-campo-texto
              perform anexar-texto
              move ws-vd-nome(ws-vd-indice) to ws-campo-texto
              perform anexar-texto
              move ws-vd-uf(ws-vd-indice) to ws-campo-texto
              perform anexar-texto
              move ws-vd-cidade(ws-vd-indice) to ws-campo-texto
              perform anexar-texto
              move ws-vd-situacao(ws-vd-indice) to ws-campo-texto
              perform anexar-texto
              move ws-vd-equipe to ws-campo-texto
              perform anexar-texto
              move ws-vd-nome(ws-vd-equipe) to ws-campo-texto
              perform anexar-texto
              perform gravar-extrato
           end-if.
      *Dimensao calendario, um dia por linha, com o indicador de
      *dia util. Total = dias uteis do arquivo.
       extrair-calendario.
           move "DIM_CALENDARIO" to ws-extrato-base
           move "DATA;ANO;MES;DIA;TRIMESTRE;DIA_SEMANA;DIA_UTIL"
                to ws-linha-extrato
           perform abrir-extrato
           if fs-extrato not = "00"
              go extrair-calendario-fim
           end-if
           move spaces to sqlprimeiro-pedido
           EXEC SQL
                SELECT IFNULL(DATE_FORMAT(MIN(DATAPEDIDO), '%Y%m%d'),
                              ' ')
                  INTO :sqlprimeiro-pedido
                  FROM PEDIDOS
           END-EXEC
           if sqlcode = 0 and sqlprimeiro-pedido is numeric
              move sqlprimeiro-pedido to ws-cal-inicio
           else
              move ws-data-hoje to ws-cal-inicio
           end-if
           move "0101" to ws-cal-inicio(5:4)
           move ws-data-hoje to ws-cal-fim
           move "1231" to ws-cal-fim(5:4)
           compute ws-cal-integer-fim =
              function integer-of-date (ws-cal-fim)
           compute ws-cal-integer =
              function integer-of-date (ws-cal-inicio)
           perform linha-calendario until
                   ws-cal-integer > ws-cal-integer-fim
           perform fechar-extrato.
       extrair-calendario-fim.
           exit.
      *Dia da semana: 1 = segunda ... 7 = domingo.
       linha-calendario.
           compute ws-cal-data =
              function date-of-integer (ws-cal-integer)
           compute ws-cal-ontem =
              function date-of-integer (ws-cal-integer - 1)
           compute ws-cal-dia-semana =
              function mod (ws-cal-integer - 1, 7) + 1
           move ws-cal-data(5:2) to ws-cal-mes
           compute ws-cal-trimestre = (ws-cal-mes + 2) / 3
           call "ContaDiasUteis" using ws-cal-ontem
                                       ws-cal-data
                                       ws-cal-uteis
                                       ws-uf-branca
           perform iniciar-linha
           move ws-cal-data to ws-campo-texto
           perform anexar-texto
           move ws-cal-data(1:4) to ws-campo-texto
           perform anexar-texto
           move ws-cal-data(5:2) to ws-campo-texto
           perform anexar-texto
           move ws-cal-data(7:2) to ws-campo-texto
           perform anexar-texto
           move ws-cal-trimestre to ws-campo-texto
           perform anexar-texto
           move ws-cal-dia-semana to ws-campo-texto
           perform anexar-texto
           if ws-cal-uteis = 1
              move "S" to ws-campo-texto
              add 1 to ws-ext-total
           else
              move "N" to ws-campo-texto
           end-if
           perform anexar-texto
           perform gravar-extrato
           add 1 to ws-cal-integer.
      *Cada arquivo: <base>_<data>.TXT com linha de cabecalho.
       abrir-extrato.
           move zeros to ws-ext-registros ws-ext-total
           move spaces to ws-extrato-nome
           string ws-extrato-base  delimited by space
                  "_"              delimited by size
                  ws-data-hoje     delimited by size
                  ".TXT"           delimited by size
                  into ws-extrato-nome
           open output arquivo-extrato
           if fs-extrato not = "00"
              move "S" to ws-erro
              initialize ws-linha-controle
              string ws-extrato-base delimited by space
                     ";ERRO AO ABRIR " delimited by size
                     fs-extrato        delimited by size
                     into ws-linha-controle
              write reg-controle from ws-linha-controle
           else
              write reg-extrato from ws-linha-extrato
           end-if.
      *Fecha o arquivo e anota registros e total no controle.
       fechar-extrato.
           close arquivo-extrato
           add 1 to ws-arquivos-gerados
           add ws-ext-registros to ws-total-registros
           move ws-ext-total to ws-ed-total
           initialize ws-linha-controle
           string ws-extrato-nome          delimited by space
                  ";"                      delimited by size
                  ws-ext-registros         delimited by size
                  ";"                      delimited by size
                  function trim (ws-ed-total) delimited by size
                  into ws-linha-controle
           write reg-controle from ws-linha-controle
           move ws-extrato-base to ws-cat-nome
           move ws-ext-registros to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-extrato-nome
                                          ws-plog-job
                                          ws-cat-registros.
       falha-cursor.
           move "S" to ws-erro
           close arquivo-extrato
           initialize ws-linha-controle
           move sqlcode to ws-ed-qtd
           string ws-extrato-nome   delimited by space
                  ";ERRO SQLCODE="  delimited by size
                  function trim (ws-ed-qtd) delimited by size
                  into ws-linha-controle
           write reg-controle from ws-linha-controle.
       iniciar-linha.
           move spaces to ws-linha-extrato
           move 1 to ws-ponteiro.
      *Texto sem ";" nem brancos a direita.
       anexar-texto.
           inspect ws-campo-texto replacing all ";" by ","
           if ws-ponteiro > 1
              string ";" delimited by size
                     into ws-linha-extrato with pointer ws-ponteiro
           end-if
           if ws-campo-texto not = spaces
              string function trim (ws-campo-texto) delimited by size
                     into ws-linha-extrato with pointer ws-ponteiro
           end-if
           move spaces to ws-campo-texto.
       anexar-valor.
           move ws-campo-valor to ws-ed-valor
           if ws-ponteiro > 1
              string ";" delimited by size
                     into ws-linha-extrato with pointer ws-ponteiro
           end-if
           string function trim (ws-ed-valor) delimited by size
                  into ws-linha-extrato with pointer ws-ponteiro.
       anexar-qtd.
           move ws-campo-qtd to ws-ed-qtd
           if ws-ponteiro > 1
              string ";" delimited by size
                     into ws-linha-extrato with pointer ws-ponteiro
           end-if
           string function trim (ws-ed-qtd) delimited by size
                  into ws-linha-extrato with pointer ws-ponteiro.
       gravar-extrato.
           write reg-extrato from ws-linha-extrato
           add 1 to ws-ext-registros.
       gravar-processlog.
           call "GravaProcessLog" using ws-plog-job
                                        ws-plog-evento
                                        ws-plog-registros
                                        ws-plog-status.
       end program ExtraiAnalitico.
