           select categorias assign to disk organization is indexed
             access mode is dynamic file status fs-categorias
             record key is codigo-categorias.
           select audit-trail assign to "AUDIT_TRAIL.LOG"
             organization is line sequential
             file status is fs-audit.
       data division.
       file section.
       fd categorias
       01 registro-categorias.
         02 codigo-categorias       pic x(03).
         02 descricao-categorias    pic x(30).
       fd audit-trail
           label record is standard.
       01 reg-audit                 pic x(250).
       working-storage section.
       77 fs-categorias             pic x(02).
       77 fs-audit                  pic x(02).
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       01 opcao        pic 9(01) value zeros.
       01 linha        pic 9(02).
       01 ws-preco-edit              pic zzz.zzz.zz9,99.
       01 ws-peso-edit               pic zzz.zz9,999.
       01 ws-preco-entrada           pic s9(09)v99
                                     sign leading separate.
       01 ws-seq-nome                pic x(20).
       01 ws-seq-codigo              pic x(10).
       01 ws-seq-retorno             pic x(01).
       01 ws-operador                pic x(20).
       01 ws-ean-ind                 pic 9(02).
       01 ws-ean-soma                pic 9(03).
       01 ws-ean-digito              pic 9(01).
       01 ws-ean-quociente           pic 9(03).
       01 ws-ean-resto               pic 9(02).
       01 ws-data-entrada            pic 9(08).
      *Imagem de preco e custo para o AUDIT_TRAIL.LOG; a conferencia
      *da captura de PRODUTOS procura esta linha para cada mudanca de
      *preco ou custo feita por aqui.
       01 ws-audit-produto.
          02 ws-audit-prod-codigo    pic x(10).
          02 ws-audit-prod-preco     pic 9(09)v99.
          02 ws-audit-prod-custo     pic 9(09)v99.
       01 ws-audit-antes             pic x(32).
       01 ws-audit-timestamp         pic x(21).
       01 ws-audit-linha             pic x(250).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlregistro-produtos.
       01 sqllote-reposicao            pic s9(09).
       01 sqlcategoria                 pic x(03).
       01 sqlcusto-produto             pic 9(09)v99.
       01 sqlprazo-reposicao           pic s9(03).
       01 sqlsituacao-produto          pic x(15).
       01 sqldata-situacao             pic x(10).
       01 sqlsubstituto                pic x(10).
       01 sqlsubst-situacao            pic x(15).
       01 sqlean-produto               pic x(13).
       01 sqlean-existe                pic 9(05).
       01 sqlcontrola-lote             pic x(01).
       01 sqlpeso-bruto                pic 9(06)v999.
       01 sqllote                      pic x(20).
       01 sqllote-validade             pic x(10).
       01 sqllote-deposito             pic x(03).
       01 sqllote-estoque              pic s9(09).
       01 sqlrastro-quando             pic x(10).
       01 sqlrastro-tipo               pic x(02).
       01 sqlrastro-doc                pic x(10).
       01 sqlrastro-nome               pic x(50).
       01 sqlmov-kit                   pic x(10).
       01 sqlkit-codigo                pic x(10).
       01 sqlkit-componente            pic x(10).
       01 sqlkit-quantidade            pic s9(05).
       01 sqlkit-existe                pic 9(05).
       01 sqlkit-descricao             pic x(40).
       01 ws-filtro-categoria          pic x(03).
       01 sqlmov-tipo                  pic x(02).
       01 sqlmov-qtd                   pic s9(09).
       01 sqlmov-doc                   pic x(10).
       01 sqlmov-oper                  pic x(20).
       01 sqlmov-quando                pic x(19).
       01 sqlmov-deposito              pic x(03).
       01 sqlmov-saldo-dep             pic s9(09).
       01 ws-filtro-deposito           pic x(03).
       01 ws-filtro-data-ini           pic x(10).
       01 ws-filtro-data-fim           pic x(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
           display "4.Consultar Produto" at 0601
           display "5.Listar Produtos" at 0701
           display "6.Kardex do Produto" at 0801
           display "7.Estrutura de Kit" at 0901
           display "8.Rastrear Lote" at 1001
           display "0.Sair" at 1101
           display "Opcao:" at 1201
           initialize opcao
           accept opcao at 1207
           if opcao = 1 go criartabelas.
           if opcao = 2 go incluir.
           if opcao = 3 go alterar.
           if opcao = 4 go consultar.
           if opcao = 5 go listar.
           if opcao = 6 go kardex.
           if opcao = 7 go estrutura-kit.
           if opcao = 8 go rastrear-lote.
           if opcao = 0 go desconectando.
           go menugeral.
       criartabelas.
              display "Erro: ALTER CUSTO " at 1901
              display sqlcode at 1935
           end-if
      *Prazo de reposicao do fornecedor em dias uteis; entra na data
      *prometida do item quando nao ha compra em aberto que cubra.
           EXEC SQL
                ALTER TABLE PRODUTOS
                      ADD PRAZO_REPOSICAO INT DEFAULT 0
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER PRAZO_REPOSICAO " at 2001
              display sqlcode at 2035
           end-if
      *Ciclo de vida: ATIVO, EM SAIDA (nao se recompra mais) ou
      *DESCONTINUADO (nao se vende mais; o substituto e oferecido),
      *valendo a partir de DATA_SITUACAO.
           EXEC SQL
                ALTER TABLE PRODUTOS
                      ADD SITUACAO CHAR(15) DEFAULT 'ATIVO',
                      ADD DATA_SITUACAO DATE,
                      ADD SUBSTITUTO CHAR(10)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER SITUACAO " at 2001
              display sqlcode at 2035
           end-if
      *Codigo de barras EAN-13, unico entre os produtos (nulo quando
      *o produto nao tem), lido no lugar do codigo interno.
           EXEC SQL
                ALTER TABLE PRODUTOS ADD EAN CHAR(13)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER EAN " at 2001
              display sqlcode at 2035
           end-if
           EXEC SQL
                CREATE UNIQUE INDEX PRODUTOS_EAN ON PRODUTOS (EAN)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1061
              display "Erro: INDEX PRODUTOS_EAN " at 2001
              display sqlcode at 2035
           end-if
      *Kit: produto vendido como um item e montado de componentes;
      *a venda movimenta o estoque dos componentes e o kardex de
      *cada componente guarda o kit que o levou.
           EXEC SQL
                CREATE TABLE PRODUTO_KITS
                    (kit            char(10),
                     componente     char(10),
                     quantidade     int,
                     primary key    (kit, componente))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE PRODUTO_KITS " at 2001
              display sqlcode at 2035
           end-if
           EXEC SQL
                ALTER TABLE ESTOQUE_MOV ADD KIT CHAR(10)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER ESTOQUE_MOV.KIT " at 2001
              display sqlcode at 2035
           end-if
      *Depositos: o ESTOQUE do produto continua sendo o total da
      *empresa (inclusive o que esta em transito entre depositos) e
      *ESTOQUE_DEPOSITO guarda o saldo de cada deposito. Na criacao
      *o estoque atual vai todo para o deposito 01 (principal). O
      *kardex grava o deposito e o saldo dele em cada movimento.
           EXEC SQL
                CREATE TABLE DEPOSITOS
                    (codigo         char(03),
                     descricao      char(30),
                     primary key    (codigo))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE DEPOSITOS " at 2001
              display sqlcode at 2035
           end-if
           EXEC SQL
                INSERT IGNORE INTO DEPOSITOS (codigo, descricao)
                VALUES ('01', 'PRINCIPAL')
           END-EXEC
           if sqlcode not = 0
              display "Erro: INSERT DEPOSITOS " at 2001
              display sqlcode at 2035
           end-if
           EXEC SQL
                CREATE TABLE ESTOQUE_DEPOSITO
                    (codigo_produto char(10),
                     deposito       char(03),
                     estoque        int default 0,
                     primary key    (codigo_produto, deposito))
           END-EXEC
           if sqlcode = 0
              EXEC SQL
                   INSERT INTO ESTOQUE_DEPOSITO
                          (codigo_produto, deposito, estoque)
                   SELECT CODIGO, '01', ESTOQUE
                     FROM PRODUTOS
              END-EXEC
              if sqlcode not = 0 and sqlcode not = 100
                 display "Erro: CARGA ESTOQUE_DEPOSITO " at 2001
                 display sqlcode at 2035
              end-if
           else
              if sqlcode not = -1050
                 display "Erro: CREATE ESTOQUE_DEPOSITO " at 2001
                 display sqlcode at 2035
              end-if
           end-if
           EXEC SQL
                ALTER TABLE ESTOQUE_MOV
                      ADD DEPOSITO CHAR(03) DEFAULT '01',
                      ADD SALDO_DEPOSITO INT
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER ESTOQUE_MOV.DEPOSITO " at 2001
              display sqlcode at 2035
           end-if
      *Lote e validade: produto com CONTROLA_LOTE = 'S' recebe lote
      *e validade na entrada da compra e o saldo de cada lote fica
      *em ESTOQUE_LOTES, por deposito. A expedicao separa o lote de
      *validade mais proxima primeiro e PEDIDO_LOTES guarda qual
      *lote foi para qual pedido (rastreio para recolhimento).
           EXEC SQL
                ALTER TABLE PRODUTOS
                      ADD CONTROLA_LOTE CHAR(01) DEFAULT 'N'
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER CONTROLA_LOTE " at 2001
              display sqlcode at 2035
           end-if
           EXEC SQL
                CREATE TABLE ESTOQUE_LOTES
                    (codigo_produto char(10),
                     deposito       char(03),
                     lote           char(20),
                     validade       date,
                     estoque        int default 0,
                     custo          decimal(11,2) default 0,
                     data_entrada   date,
                     primary key    (codigo_produto, deposito, lote))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE ESTOQUE_LOTES " at 2001
              display sqlcode at 2035
           end-if
           EXEC SQL
                CREATE TABLE PEDIDO_LOTES
                    (codigo_pedido  char(10),
                     fatura         int not null default 0,
                     codigo_produto char(10),
                     lote           char(20),
                     validade       date,
                     quantidade     int,
                     deposito       char(03),
                     quando         datetime,
                     primary key    (codigo_pedido, fatura,
                                     codigo_produto, lote))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE PEDIDO_LOTES " at 2001
              display sqlcode at 2035
           end-if
           EXEC SQL
                ALTER TABLE ESTOQUE_MOV ADD LOTE CHAR(20)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER ESTOQUE_MOV.LOTE " at 2001
              display sqlcode at 2035
           end-if
      *Custo medio ponderado: cada entrada de compra recalcula o
      *CUSTO do produto e o kardex guarda o custo medio anterior e
      *o novo; devolucao e ajuste entram pelo custo medio vigente.
      *ESTOQUE_VALORIZACAO guarda a foto do estoque valorizado no
      *fechamento de cada mes.
           EXEC SQL
                ALTER TABLE ESTOQUE_MOV
                      ADD CUSTO_ANTERIOR DECIMAL(11,2),
                      ADD CUSTO_MEDIO DECIMAL(11,2)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER ESTOQUE_MOV.CUSTO " at 2001
              display sqlcode at 2035
           end-if
      *Classe ABC do produto (gravada pela AnaliseABC) e cobertura
      *da contagem ciclica: ultima contagem de cada produto em cada
      *deposito.
           EXEC SQL
                ALTER TABLE PRODUTOS
                      ADD CLASSE_ABC CHAR(01) DEFAULT 'C'
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER CLASSE_ABC " at 2001
              display sqlcode at 2035
           end-if
           EXEC SQL
                CREATE TABLE CONTAGEM_CICLICA
                    (codigo_produto    char(10),
                     deposito          char(03),
                     ultima_contagem   date,
                     ultimo_inventario char(10),
                     primary key       (codigo_produto, deposito))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE CONTAGEM_CICLICA " at 2001
              display sqlcode at 2035
           end-if
           EXEC SQL
                CREATE TABLE ESTOQUE_VALORIZACAO
                    (anomes         int,
                     codigo_produto char(10),
                     categoria      char(03),
                     quantidade     int,
                     custo_medio    decimal(11,2),
                     valor          decimal(13,2),
                     quando         datetime,
                     primary key    (anomes, codigo_produto))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE ESTOQUE_VALORIZACAO " at 2001
              display sqlcode at 2035
           end-if
      *Peso bruto da unidade em kg, para a cotacao de frete do
      *embarque.
           EXEC SQL
                ALTER TABLE PRODUTOS
                      ADD PESO_BRUTO DECIMAL(9,3) DEFAULT 0
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER PESO_BRUTO " at 2001
              display sqlcode at 2035
           end-if
           perform comitando
           accept espera at 2301
           go menugeral.
       monta-tela-produto.
           display "Lote de Reposicao.........: " at 0701
           display "Categoria.................: " at 0801
           display "Custo Unitario............: " at 0901
           display "Prazo Reposicao (d.uteis).: " at 1001
           display "Situacao..................: " at 1101
           display "(ATIVO/EM SAIDA/DESCONTINUADO)" at 1146
           display "Vigencia (AAAA-MM-DD).....: " at 1201
           display "Produto Substituto........: " at 1301
           display "Codigo de Barras (EAN-13).: " at 1401
           display "Controla Lote e Validade..: " at 1501
           display "(S/N)" at 1546
           display "Peso Bruto (kg)...........: " at 1601
           initialize sqlregistro-produtos
           move zeros to sqlponto-pedido sqllote-reposicao
                         sqlcusto-produto sqlprazo-reposicao
           move "ATIVO" to sqlsituacao-produto
           move spaces to sqldata-situacao sqlsubstituto
                          sqlean-produto
           move "N" to sqlcontrola-lote
           move zeros to sqlpeso-bruto
           move spaces to sqlcategoria.
      *Categoria em branco e aceita; preenchida precisa existir em
      *CATEGORIAS.ARQ.
      *Situacao em branco na volta = rejeitada; a tela e refeita.
      *Sem vigencia informada a situacao vale desde hoje.
       aceitar-situacao.
           accept sqlsituacao-produto at 1129 with update
           move function upper-case(sqlsituacao-produto)
                to sqlsituacao-produto
           if sqlsituacao-produto = spaces
              move "ATIVO" to sqlsituacao-produto
           end-if
           if sqlsituacao-produto not = "ATIVO"
              and sqlsituacao-produto not = "EM SAIDA"
              and sqlsituacao-produto not = "DESCONTINUADO"
              display "Situacao invalida. Enter." at 2001
              accept espera at 2101
              move spaces to sqlsituacao-produto
              go aceitar-situacao-fim
           end-if
           display sqlsituacao-produto at 1129
           if sqlsituacao-produto = "ATIVO"
              move spaces to sqldata-situacao sqlsubstituto
              display sqldata-situacao at 1229
              display sqlsubstituto at 1329
              go aceitar-situacao-fim
           end-if
           if sqldata-situacao = spaces
              move function current-date(1:8) to ws-data-entrada
              string ws-data-entrada(1:4) delimited by size
                     "-"                  delimited by size
                     ws-data-entrada(5:2) delimited by size
                     "-"                  delimited by size
                     ws-data-entrada(7:2) delimited by size
                     into sqldata-situacao
           end-if
           accept sqldata-situacao at 1229 with update
           if sqldata-situacao(5:1) not = "-"
              or sqldata-situacao(8:1) not = "-"
              display "Vigencia invalida. Enter." at 2001
              accept espera at 2101
              move spaces to sqlsituacao-produto
              go aceitar-situacao-fim
           end-if
           accept sqlsubstituto at 1329 with update
           move function upper-case(sqlsubstituto) to sqlsubstituto
           if sqlsubstituto = spaces
              go aceitar-situacao-fim
           end-if
           if sqlsubstituto = sqlcodigo-produto
              display "Produto nao substitui ele mesmo. Enter."
                      at 2001
              accept espera at 2101
              move spaces to sqlsituacao-produto
              go aceitar-situacao-fim
           end-if
           EXEC SQL
                SELECT IFNULL(SITUACAO, 'ATIVO')
                  INTO :sqlsubst-situacao
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlsubstituto
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              display "Substituto nao cadastrado. Enter." at 2001
              accept espera at 2101
              move spaces to sqlsituacao-produto
              go aceitar-situacao-fim
           end-if
           if sqlsubst-situacao = "DESCONTINUADO"
              display "Substituto esta descontinuado. Enter." at 2001
              accept espera at 2101
              move spaces to sqlsituacao-produto
           end-if.
       aceitar-situacao-fim.
           exit.
      *EAN rejeitado volta "*" e a tela e refeita. Digito
      *verificador: pesos 1 e 3 alternados nos 12 primeiros
      *digitos, complemento da soma para a dezena seguinte.
       aceitar-ean.
           accept sqlean-produto at 1429 with update
           if sqlean-produto = spaces
              go aceitar-ean-fim
           end-if
           if sqlean-produto is not numeric
              display "EAN-13 deve ter 13 digitos. Enter." at 2001
              accept espera at 2101
              move "*" to sqlean-produto
              go aceitar-ean-fim
           end-if
           move zeros to ws-ean-soma
           perform somar-digito-ean
                   varying ws-ean-ind from 1 by 1
                   until ws-ean-ind > 12
           divide ws-ean-soma by 10 giving ws-ean-quociente
                  remainder ws-ean-resto
           if ws-ean-resto not = zeros
              compute ws-ean-resto = 10 - ws-ean-resto
           end-if
           move sqlean-produto(13:1) to ws-ean-digito
           if ws-ean-digito not = ws-ean-resto
              display "Digito verificador do EAN invalido. Enter."
                      at 2001
              accept espera at 2101
              move "*" to sqlean-produto
              go aceitar-ean-fim
           end-if
           move zeros to sqlean-existe
           EXEC SQL
                SELECT COUNT(*) INTO :sqlean-existe
                  FROM PRODUTOS
                 WHERE EAN = :sqlean-produto
                   AND CODIGO <> :sqlcodigo-produto
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlean-existe sqlcode
           end-if
           if sqlean-existe > zeros
              display "EAN ja usado por outro produto. Enter."
                      at 2001
              accept espera at 2101
              move "*" to sqlean-produto
           end-if.
       aceitar-ean-fim.
           exit.
       somar-digito-ean.
           move sqlean-produto(ws-ean-ind:1) to ws-ean-digito
           divide ws-ean-ind by 2 giving ws-ean-quociente
                  remainder ws-ean-resto
           if ws-ean-resto = zeros
              compute ws-ean-soma = ws-ean-soma + (ws-ean-digito * 3)
           else
              add ws-ean-digito to ws-ean-soma
           end-if.
       aceitar-controla-lote.
           accept sqlcontrola-lote at 1529 with update
           move function upper-case(sqlcontrola-lote)
                to sqlcontrola-lote
           if sqlcontrola-lote not = "S"
              move "N" to sqlcontrola-lote
           end-if
           display sqlcontrola-lote at 1529.
       aceitar-peso-bruto.
           accept sqlpeso-bruto at 1629 with update
           move sqlpeso-bruto to ws-peso-edit
           display ws-peso-edit at 1629.
       validar-categoria.
           if sqlcategoria = spaces
              go validar-categoria-fim
           accept sqlcategoria at 0829
           perform validar-categoria thru validar-categoria-fim
           accept sqlcusto-produto at 0929 with update
           accept sqlprazo-reposicao at 1029 with update
           perform aceitar-situacao thru aceitar-situacao-fim
           if sqlsituacao-produto = spaces
              go incluir
           end-if
           perform aceitar-ean thru aceitar-ean-fim
           if sqlean-produto = "*"
              go incluir
           end-if
           perform aceitar-controla-lote
           perform aceitar-peso-bruto

           EXEC SQL
                INSERT INTO PRODUTOS
                       (codigo, descricao, precounitario, estoque,
                        ponto_pedido, lote_reposicao, categoria,
                        custo, prazo_reposicao, situacao,
                        data_situacao, substituto, ean,
                        controla_lote, peso_bruto)
                VALUES
                       (:sqlcodigo-produto,
                        :sqldescricao-produto,
                        :sqlponto-pedido,
                        :sqllote-reposicao,
                        :sqlcategoria,
                        :sqlcusto-produto,
                        :sqlprazo-reposicao,
                        :sqlsituacao-produto,
                        NULLIF(:sqldata-situacao, ' '),
                        NULLIF(:sqlsubstituto, ' '),
                        NULLIF(:sqlean-produto, ' '),
                        :sqlcontrola-lote,
                        :sqlpeso-bruto)
           END-EXEC
           if sqlcode not = 0
      *           Codigo -1062 chave duplicada
              accept espera at 2101
              go incluir
           end-if
           move spaces to ws-audit-antes
           perform gravar-auditoria-produto
      *Estoque inicial do produto entra no deposito principal.
           EXEC SQL
                INSERT INTO ESTOQUE_DEPOSITO
                       (codigo_produto, deposito, estoque)
                VALUES
                       (:sqlcodigo-produto, '01',
                        :sqlestoque-produto)
           END-EXEC
           if sqlcode not = 0
              display "Aviso: saldo do deposito nao gravado" at 1810
              move zeros to sqlcode
           end-if
           perform comitando
           go incluir.
       alterar.
              accept espera at 2101
              go alterar
           end-if
           move sqlcodigo-produto to ws-audit-prod-codigo
           move sqlpreco-produto  to ws-audit-prod-preco
           move sqlcusto-produto  to ws-audit-prod-custo
           move ws-audit-produto  to ws-audit-antes
           accept sqldescricao-produto at 0329 with update
           move function upper-case(sqldescricao-produto)
                to sqldescricao-produto
           accept sqlcategoria at 0829 with update
           perform validar-categoria thru validar-categoria-fim
           accept sqlcusto-produto at 0929 with update
           accept sqlprazo-reposicao at 1029 with update
           perform aceitar-situacao thru aceitar-situacao-fim
           if sqlsituacao-produto = spaces
              go alterar
           end-if
           perform aceitar-ean thru aceitar-ean-fim
           if sqlean-produto = "*"
              go alterar
           end-if
           perform aceitar-controla-lote
           perform aceitar-peso-bruto

           EXEC SQL
                UPDATE PRODUTOS
                       PONTO_PEDIDO = :sqlponto-pedido,
                       LOTE_REPOSICAO = :sqllote-reposicao,
                       CATEGORIA = :sqlcategoria,
                       CUSTO = :sqlcusto-produto,
                       PRAZO_REPOSICAO = :sqlprazo-reposicao,
                       SITUACAO = :sqlsituacao-produto,
                       DATA_SITUACAO = NULLIF(:sqldata-situacao, ' '),
                       SUBSTITUTO = NULLIF(:sqlsubstituto, ' '),
                       EAN = NULLIF(:sqlean-produto, ' '),
                       CONTROLA_LOTE = :sqlcontrola-lote,
                       PESO_BRUTO = :sqlpeso-bruto
                 WHERE CODIGO = :sqlcodigo-produto
                 LIMIT 1
           END-EXEC
                END-EXEC
                go alterar
           end-if
           if sqlpreco-produto not = ws-audit-prod-preco
              or sqlcusto-produto not = ws-audit-prod-custo
              perform gravar-auditoria-produto
           end-if
      *Mexida manual no estoque entra no kardex como ajuste do
      *deposito principal, pelo custo medio do produto.
           if sqlestoque-produto not = sqlestoque-anterior
              move "AJ" to sqlmov-tipo
              compute sqlmov-qtd =
           perform comitando
           go alterar.
       gravar-movimento.
           move "01" to sqlmov-deposito
           EXEC SQL
                INSERT INTO ESTOQUE_DEPOSITO
                       (codigo_produto, deposito, estoque)
                VALUES
                       (:sqlcodigo-produto, :sqlmov-deposito,
                        :sqlmov-qtd)
                ON DUPLICATE KEY UPDATE
                       ESTOQUE = ESTOQUE + :sqlmov-qtd
           END-EXEC
           move zeros to sqlmov-saldo-dep
           EXEC SQL
                SELECT ESTOQUE INTO :sqlmov-saldo-dep
                  FROM ESTOQUE_DEPOSITO
                 WHERE CODIGO_PRODUTO = :sqlcodigo-produto
                   AND DEPOSITO = :sqlmov-deposito
           END-EXEC
           EXEC SQL
                INSERT INTO ESTOQUE_MOV
                       (codigo_produto, quando, tipo, quantidade,
                        saldo, documento, operador, deposito,
                        saldo_deposito, custo_anterior, custo_medio)
                VALUES
                       (:sqlcodigo-produto,
                        NOW(),
                        :sqlmov-qtd,
                        :sqlmov-saldo,
                        :sqlmov-doc,
                        :sqlmov-oper,
                        :sqlmov-deposito,
                        :sqlmov-saldo-dep,
                        :sqlcusto-produto,
                        :sqlcusto-produto)
           END-EXEC
           if sqlcode not = 0
              display "Aviso: kardex nao gravado" at 1810
                     ws-data-entrada(7:2) delimited by size
                     into ws-filtro-data-fim
           end-if
      *Com deposito informado o saldo mostrado e o do deposito; em
      *branco sai o kardex consolidado com o saldo da empresa.
           display "Deposito (branco=todos)......: " at 0801
           move spaces to ws-filtro-deposito
           accept ws-filtro-deposito at 0832
           EXEC SQL
                DECLARE CURSORKARDEX CURSOR FOR
                   SELECT QUANDO, TIPO, QUANTIDADE,
                          CASE WHEN :ws-filtro-deposito = ''
                               THEN SALDO
                               ELSE IFNULL(SALDO_DEPOSITO, SALDO)
                          END,
                          DOCUMENTO, OPERADOR, IFNULL(KIT, ' '),
                          IFNULL(DEPOSITO, '01')
                     FROM ESTOQUE_MOV
                    WHERE CODIGO_PRODUTO = :sqlcodigo-produto
                      AND (:ws-filtro-deposito = ''
                           OR IFNULL(DEPOSITO, '01')
                              = :ws-filtro-deposito)
                      AND (:ws-filtro-data-ini = ''
                           OR QUANDO >= :ws-filtro-data-ini)
                      AND (:ws-filtro-data-fim = ''
                go menugeral
           end-if
           display "Quando              Tp Quantidade Saldo" at 0901
           display "      Documento  Operador Dep Kit" at 0940
           initialize registro
           move 10 to linha.
       kardex-le.
                       :sqlmov-qtd,
                       :sqlmov-saldo,
                       :sqlmov-doc,
                       :sqlmov-oper,
                       :sqlmov-kit,
                       :sqlmov-deposito
           END-EXEC
           if sqlcode = 100
              go kardex-fim
           display sqlmov-qtd at line linha column 24
           display sqlmov-saldo at line linha column 35
           display sqlmov-doc at line linha column 46
           display sqlmov-oper(1:8) at line linha column 57
           display sqlmov-deposito at line linha column 66
           display sqlmov-kit at line linha column 70
           add 1 to linha
           if linha >= 22
              display "Enter para proxima tela." at 2301
              display erase at 0901
              display "Quando              Tp Quantidade Saldo"
                      at 0901
              display "      Documento  Operador Dep Kit" at 0940
              move 10 to linha
           end-if
           go kardex-le.
           display "Enter Finaliza." at 2301
           accept espera at 2325
           go kardex.
      *Estrutura do kit: componentes e quantidade de cada um por
      *kit vendido. Quantidade zero tira o componente. Kit nao entra
      *como componente de outro kit.
       estrutura-kit.
           display erase at 0101
           display "Estrutura de Kit" at 0101
           display "Codigo do Kit.............: " at 0201
           move spaces to sqlkit-codigo
           accept sqlkit-codigo at 0229
           if sqlkit-codigo = spaces
              go menugeral
           end-if
           move sqlkit-codigo to sqlcodigo-produto
           perform buscar-produto
           if sqlcode not = 0
              display "Produto nao encontrado. Enter." at 2001
              accept espera at 2101
              go estrutura-kit
           end-if
           display sqldescricao-produto at 0241
           move zeros to sqlkit-existe
           EXEC SQL
                SELECT COUNT(*) INTO :sqlkit-existe
                  FROM PRODUTO_KITS
                 WHERE COMPONENTE = :sqlkit-codigo
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlkit-existe sqlcode
           end-if
           if sqlkit-existe > zeros
              display "Produto e componente de outro kit. Enter."
                      at 2001
              accept espera at 2101
              go estrutura-kit
           end-if.
       estrutura-kit-lista.
           display erase at 0301
           display "Componente Descricao" at 0301
           display "Quantidade" at 0353
           EXEC SQL
                DECLARE CURSORKIT CURSOR FOR
                   SELECT K.COMPONENTE, P.DESCRICAO, K.QUANTIDADE
                     FROM PRODUTO_KITS K, PRODUTOS P
                    WHERE K.KIT = :sqlkit-codigo
                      AND P.CODIGO = K.COMPONENTE
                    ORDER BY K.COMPONENTE
           END-EXEC
           EXEC SQL
                OPEN CURSORKIT
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go menugeral
           end-if
           initialize registro
           move 04 to linha.
       estrutura-kit-le.
           EXEC SQL
                FETCH CURSORKIT INTO
                       :sqlkit-componente,
                       :sqlkit-descricao,
                       :sqlkit-quantidade
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORKIT
              END-EXEC
              go estrutura-kit-item
           end-if
           add 1 to registro
           if linha < 18
              display sqlkit-componente at line linha column 01
              display sqlkit-descricao at line linha column 12
              display sqlkit-quantidade at line linha column 53
              add 1 to linha
           end-if
           go estrutura-kit-le.
       estrutura-kit-item.
           display "Componentes: " at 1901 registro
           display "Componente (branco=fim)...: " at 2001
           move spaces to sqlkit-componente
           accept sqlkit-componente at 2029
           if sqlkit-componente = spaces
              go estrutura-kit
           end-if
           if sqlkit-componente = sqlkit-codigo
              display "Kit nao pode ser componente dele mesmo"
                      at 2201
              accept espera at 2301
              go estrutura-kit-lista
           end-if
           move zeros to sqlkit-existe
           EXEC SQL
                SELECT COUNT(*) INTO :sqlkit-existe
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlkit-componente
           END-EXEC
           if sqlcode not = 0 or sqlkit-existe = zeros
              move zeros to sqlcode
              display "Componente nao cadastrado em PRODUTOS"
                      at 2201
              accept espera at 2301
              go estrutura-kit-lista
           end-if
           move zeros to sqlkit-existe
           EXEC SQL
                SELECT COUNT(*) INTO :sqlkit-existe
                  FROM PRODUTO_KITS
                 WHERE KIT = :sqlkit-componente
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlkit-existe sqlcode
           end-if
           if sqlkit-existe > zeros
              display "Componente e um kit; use os componentes dele"
                      at 2201
              accept espera at 2301
              go estrutura-kit-lista
           end-if
           display "Quantidade por Kit (0=tira): " at 2101
           move zeros to sqlkit-quantidade
           accept sqlkit-quantidade at 2131
           if sqlkit-quantidade < zeros
              display "Quantidade invalida" at 2201
              accept espera at 2301
              go estrutura-kit-lista
           end-if
           if sqlkit-quantidade = zeros
              EXEC SQL
                   DELETE FROM PRODUTO_KITS
                    WHERE KIT = :sqlkit-codigo
                      AND COMPONENTE = :sqlkit-componente
              END-EXEC
           else
              EXEC SQL
                   INSERT INTO PRODUTO_KITS
                          (kit, componente, quantidade)
                   VALUES
                          (:sqlkit-codigo,
                           :sqlkit-componente,
                           :sqlkit-quantidade)
                   ON DUPLICATE KEY UPDATE
                          QUANTIDADE = VALUES(QUANTIDADE)
              END-EXEC
           end-if
           if sqlcode not = 0 and sqlcode not = 100
                display "Erro: Nao conseguiu gravar " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go estrutura-kit-lista
           end-if
           perform comitando
           go estrutura-kit-lista.
      *Rastreio do lote para recolhimento: saldo do lote em cada
      *deposito, as entradas e movimentos do kardex com o lote e os
      *pedidos (com o cliente) que levaram o lote na expedicao.
       rastrear-lote.
           display erase at 0101
           display "Rastreio de Lote" at 0101
           display "Codigo Produto............: " at 0201
           display "Lote......................: " at 0301
           move spaces to sqlcodigo-produto
           accept sqlcodigo-produto at 0229
           if sqlcodigo-produto = spaces
              go menugeral
           end-if
           move spaces to sqldescricao-produto
           EXEC SQL
                SELECT DESCRICAO INTO :sqldescricao-produto
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlcodigo-produto
           END-EXEC
           if sqlcode not = 0
              display "Produto nao encontrado. Enter." at 2001
              accept espera at 2101
              go rastrear-lote
           end-if
           display sqldescricao-produto at 0241
           move spaces to sqllote
           accept sqllote at 0329
           if sqllote = spaces
              go rastrear-lote
           end-if
           move function upper-case(sqllote) to sqllote
           display sqllote at 0329
           display "Dep Validade   Saldo" at 0501
           EXEC SQL
                DECLARE CURSORLOTESALDO CURSOR FOR
                   SELECT DEPOSITO, IFNULL(VALIDADE, ' '), ESTOQUE
                     FROM ESTOQUE_LOTES
                    WHERE CODIGO_PRODUTO = :sqlcodigo-produto
                      AND LOTE = :sqllote
                    ORDER BY DEPOSITO
           END-EXEC
           EXEC SQL
                OPEN CURSORLOTESALDO
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go menugeral
           end-if
           move 06 to linha.
       rastrear-lote-saldo.
           EXEC SQL
                FETCH CURSORLOTESALDO INTO
                       :sqllote-deposito,
                       :sqllote-validade,
                       :sqllote-estoque
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORLOTESALDO
              END-EXEC
              go rastrear-lote-mov
           end-if
           if linha < 09
              display sqllote-deposito at line linha column 01
              display sqllote-validade at line linha column 05
              display sqllote-estoque at line linha column 16
              add 1 to linha
           end-if
           go rastrear-lote-saldo.
       rastrear-lote-mov.
           if linha = 06
              display "Lote sem saldo cadastrado" at 0601
           end-if
           EXEC SQL
                DECLARE CURSORRASTRO CURSOR FOR
                   SELECT DATE_FORMAT(M.QUANDO, '%Y-%m-%d'),
                          M.TIPO, M.DOCUMENTO,
                          IFNULL(M.DEPOSITO, '01'),
                          M.QUANTIDADE, M.OPERADOR
                     FROM ESTOQUE_MOV M
                    WHERE M.CODIGO_PRODUTO = :sqlcodigo-produto
                      AND M.LOTE = :sqllote
                   UNION ALL
                   SELECT DATE_FORMAT(L.QUANDO, '%Y-%m-%d'),
                          'EX', L.CODIGO_PEDIDO, L.DEPOSITO,
                          0 - L.QUANTIDADE,
                          IFNULL(C.NOME, ' ')
                     FROM PEDIDO_LOTES L
                     LEFT JOIN PEDIDOS P
                       ON P.CODIGO = L.CODIGO_PEDIDO
                     LEFT JOIN CLIENTES C
                       ON C.CODIGO = P.CODIGO_CLIENTE
                    WHERE L.CODIGO_PRODUTO = :sqlcodigo-produto
                      AND L.LOTE = :sqllote
                    ORDER BY 1
           END-EXEC
           EXEC SQL
                OPEN CURSORRASTRO
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go menugeral
           end-if
           display "Data       Tp Documento  Dep Quantidade" at 0901
           display "Operador/Cliente" at 0942
           initialize registro
           move 10 to linha.
       rastrear-lote-le.
           EXEC SQL
                FETCH CURSORRASTRO INTO
                       :sqlrastro-quando,
                       :sqlrastro-tipo,
                       :sqlrastro-doc,
                       :sqllote-deposito,
                       :sqllote-estoque,
                       :sqlrastro-nome
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORRASTRO
              END-EXEC
              go rastrear-lote-fim
           end-if
           add 1 to registro
           display sqlrastro-quando at line linha column 01
           display sqlrastro-tipo at line linha column 12
           display sqlrastro-doc at line linha column 15
           display sqllote-deposito at line linha column 26
           display sqllote-estoque at line linha column 30
           display sqlrastro-nome(1:38) at line linha column 42
           add 1 to linha
           if linha >= 22
              display "Enter para proxima tela." at 2301
              accept espera at 2325
              display erase at 1001
              move 10 to linha
           end-if
           go rastrear-lote-le.
       rastrear-lote-fim.
           display "Movimentos: " at 2201 registro
           display "Enter Finaliza." at 2301
           accept espera at 2325
           go rastrear-lote.
       buscar-produto.
           EXEC SQL
                SELECT CODIGO, DESCRICAO, PRECOUNITARIO, ESTOQUE,
                       IFNULL(PONTO_PEDIDO, 0),
                       IFNULL(LOTE_REPOSICAO, 0),
                       IFNULL(CATEGORIA, ' '),
                       IFNULL(CUSTO, 0),
                       IFNULL(PRAZO_REPOSICAO, 0),
                       IFNULL(SITUACAO, 'ATIVO'),
                       IFNULL(DATA_SITUACAO, ' '),
                       IFNULL(SUBSTITUTO, ' '),
                       IFNULL(EAN, ' '),
                       IFNULL(CONTROLA_LOTE, 'N'),
                       IFNULL(PESO_BRUTO, 0)
                  INTO :sqlcodigo-produto,
                       :sqldescricao-produto,
                       :sqlpreco-produto,
                       :sqlponto-pedido,
                       :sqllote-reposicao,
                       :sqlcategoria,
                       :sqlcusto-produto,
                       :sqlprazo-reposicao,
                       :sqlsituacao-produto,
                       :sqldata-situacao,
                       :sqlsubstituto,
                       :sqlean-produto,
                       :sqlcontrola-lote,
                       :sqlpeso-bruto
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlcodigo-produto
           END-EXEC
              display sqlcategoria at 0829
              move sqlcusto-produto to ws-preco-edit
              display ws-preco-edit at 0929
              display sqlprazo-reposicao at 1029
              display sqlsituacao-produto at 1129
              display sqldata-situacao at 1229
              display sqlsubstituto at 1329
              display sqlean-produto at 1429
              display sqlcontrola-lote at 1529
              move sqlpeso-bruto to ws-peso-edit
              display ws-peso-edit at 1629
           end-if.
       consultar.
           perform monta-tela-produto
           display "Enter Finaliza." at 2301
           accept espera at 2325
           go menugeral.
      *Inclusao ou mudanca de preco/custo no AUDIT_TRAIL.LOG, no
      *formato lido pelo ConsultaAuditoria.
       gravar-auditoria-produto.
           move sqlcodigo-produto to ws-audit-prod-codigo
           move sqlpreco-produto  to ws-audit-prod-preco
           move sqlcusto-produto  to ws-audit-prod-custo
           move function current-date to ws-audit-timestamp
           initialize ws-audit-linha
           string "PRODUTOS   | "         delimited by size
                  ws-audit-timestamp(1:14) delimited by size
                  " | OPERADOR="          delimited by size
                  ws-operador             delimited by space
                  " | ANTES="             delimited by size
                  ws-audit-antes          delimited by size
                  " | DEPOIS="            delimited by size
                  ws-audit-produto        delimited by size
                  into ws-audit-linha
           open extend audit-trail
           if fs-audit not = "00"
              open output audit-trail
           end-if
           write reg-audit from ws-audit-linha
           close audit-trail.
       comitando.
           EXEC SQL
                COMMIT
