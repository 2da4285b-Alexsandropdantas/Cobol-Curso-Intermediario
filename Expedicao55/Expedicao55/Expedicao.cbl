           select relatorio-pend assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
           select nfectl assign to disk
             organization is indexed
             access mode is dynamic
             file status is fs-nfectl
             record key is chave-nfectl.
           select etiquetas assign to ws-etiquetas-nome
             organization is line sequential
             file status is fs-etiquetas.
       data division.
       fd transportadoras
           label record is standard
       fd relatorio-pend
           label record is standard.
       01 reg-relatorio              pic x(132).
       fd nfectl
           label record is standard
           value of file-id "NFECTL.ARQ".
       01 registro-nfectl.
         02 chave-nfectl.
            03 pedido-nfectl        pic x(10).
            03 numero-nfectl        pic x(10).
         02 data-nfectl             pic 9(08).
         02 arquivo-nfectl          pic x(60).
         02 situacao-nfectl         pic x(01).
         02 quando-nfectl           pic 9(14).
         02 fatura-nfectl           pic 9(02).
         02 qtd-eventos-nfectl      pic 9(02).
         02 evento-nfectl occurs 21 times.
            03 tipo-evento-nfectl   pic x(06).
            03 seq-evento-nfectl    pic 9(02).
            03 quando-evento-nfectl pic 9(14).
            03 operador-evento-nfectl pic x(20).
            03 arquivo-evento-nfectl pic x(60).
         02 chave-acesso-nfectl     pic x(44).
       fd etiquetas
           label record is standard.
       01 reg-etiqueta               pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       77 fs-transp                 pic x(02).
       77 fs-romaneio               pic x(02).
       77 fs-relatorio              pic x(02).
       77 fs-nfectl                 pic x(02).
       77 fs-etiquetas              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 ws-romaneio-nome           pic x(60).
       01 ws-cat-job                  pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
      *Lotes indicados no romaneio (validade mais proxima primeiro);
      *sao os que baixam de ESTOQUE_LOTES quando o embarque grava.
       01 ws-lotes-romaneio.
          02 ws-lote-tab occurs 300 times.
             03 ws-lote-produto      pic x(10).
             03 ws-lote-codigo       pic x(20).
             03 ws-lote-validade     pic x(10).
             03 ws-lote-qtd          pic s9(09).
       01 ws-lote-qtd-tab            pic 9(03).
       01 ws-lote-ind                pic 9(03).
       01 ws-lote-falta              pic s9(09).
       01 ws-lote-pega               pic s9(09).
       01 ws-peso-edit               pic zz.zzz.zz9,999.
       01 ws-frete-linha             pic 9(02).
       01 ws-frete-qtd               pic 9(03).
       01 ws-frete-mais-barata       pic x(10).
      *Etiquetas de volume (ZPL, impressora termica 100 x 75 mm).
       01 ws-etiquetas-nome          pic x(60).
       01 ws-linha-etiqueta          pic x(132).
       01 ws-volume                  pic 9(04).
       01 ws-transp-nome             pic x(30).
       01 ws-nfe-numero              pic x(10).
       01 ws-nfe-chave               pic x(44).
       01 ws-codigo-barras           pic x(20).
      *Fila de notificacoes ao cliente (EnfileiraNotificacao).
       01 ws-notif-modelo            pic x(10).
       01 ws-notif-cliente           pic x(10).
       01 ws-notif-papel             pic x(01).
       01 ws-notif-documento         pic x(10).
       01 ws-notif-dados             pic x(200).
       01 ws-notif-retorno           pic x(01).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlcodigo-pedido           pic x(10).
       01 sqlfatura                  pic 9(02).
       01 sqlcliente-pedido          pic x(10).
       01 sqlstatus-pedido           pic x(10).
       01 sqlnome-cliente            pic x(50).
       01 sqldias-parado             pic s9(05).
       01 sqlja-existe               pic 9(05).
       01 sqlend-entrega             pic 9(02).
       01 sqlcont-nome               pic x(40).
       01 sqlcont-telefone           pic x(20).
       01 sqldeposito                pic x(03).
       01 sqldeposito-nome           pic x(30).
       01 sqldeposito-pedido         pic x(03).
       01 sqlcontrola-lote           pic x(01).
       01 sqllote                    pic x(20).
       01 sqllote-validade           pic x(10).
       01 sqllote-saldo              pic s9(09).
       01 sqllote-qtd                pic s9(09).
       01 sqlpeso-embarque           pic 9(08)v999.
       01 sqlvalor-mercadoria        pic 9(09)v99.
       01 sqlfrete-transp            pic x(10).
       01 sqlfrete-cotado            pic 9(09)v99.
       01 sqlfrete-previsto          pic 9(09)v99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
                exit program
                stop run
           end-if.
      *A expedicao trabalha num deposito: so embarca e so cobra os
      *pedidos que saem dele.
       escolher-deposito.
           display erase at 0101
           display "Expedicao de Pedidos Faturados" at 0101
           display "Deposito (branco=01)......: " at 0301
           move spaces to sqldeposito
           accept sqldeposito at 0329
           if sqldeposito = spaces
              move "01" to sqldeposito
           end-if
           move spaces to sqldeposito-nome
           EXEC SQL
                SELECT DESCRICAO INTO :sqldeposito-nome
                  FROM DEPOSITOS
                 WHERE CODIGO = :sqldeposito
           END-EXEC
           if sqlcode not = 0
              display "Deposito nao cadastrado" at 1510
              move zeros to sqlcode
              accept espera at 2301
              go escolher-deposito
           end-if.
       menugeral.
           display erase at 0101
           display "Expedicao de Pedidos Faturados" at 0101
           display "Deposito " at 0141 sqldeposito
           display sqldeposito-nome at 0154
           display "1.Romaneio de Separacao + Embarque" at 0301
           display "2.Confirmar Entrega" at 0401
           display "3.Faturados sem Embarque (excecoes)" at 0501
           display "4.Criar Tabela EMBARQUES" at 0601
           display "5.Reimprimir Etiquetas de Volume" at 0701
           display "0.Sair" at 0801
           display "Opcao:" at 0901
           initialize opcao
           accept opcao at 0907
           if opcao = 1 go embarcando.
           if opcao = 2 go confirmando-entrega.
           if opcao = 3 go listando-pendentes.
           if opcao = 4 go criartabela.
           if opcao = 5 go reimprimindo.
           if opcao = 0 go desconectando.
           go menugeral.
       criartabela.
           EXEC SQL
                CREATE TABLE EMBARQUES
                    (codigo_pedido  char(10),
                     fatura         int not null default 0,
                     transportadora char(10),
                     dataembarque   date,
                     volumes        int,
                     status         char(10),
                     dataentrega    date,
                     primary key    (codigo_pedido, fatura))
           END-EXEC
           if sqlcode not = 0
      *           Codigo -1050 tabela ja existe num Create Table
           else
              display "Criou EMBARQUES OK." at 2201
           end-if
      *    Um embarque por fatura do pedido; o embarque antigo fica
      *    com fatura zero (pedido inteiro).
           EXEC SQL
                ALTER TABLE EMBARQUES
                  ADD FATURA INT NOT NULL DEFAULT 0,
                  DROP PRIMARY KEY,
                  ADD PRIMARY KEY (codigo_pedido, fatura)
           END-EXEC
           if sqlcode not = 0
      *           Codigo -1060 coluna ja existe num Alter Table
              if sqlcode not = -1060
                 display "Erro: Nao conseguiu alterar tabela " at 1510
                 display sqlcode at 1610
                 display sqlerrmc at 1710
              end-if
           else
              display "EMBARQUES: coluna FATURA criada." at 2101
           end-if
           EXEC SQL
                ALTER TABLE EMBARQUES
                  ADD DEPOSITO CHAR(03) DEFAULT '01'
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER EMBARQUES.DEPOSITO " at 1510
              display sqlcode at 1610
           end-if
      *    Cotacao do embarque: frete previsto da transportadora
      *    escolhida, peso bruto, valor da mercadoria e UF destino.
           EXEC SQL
                ALTER TABLE EMBARQUES
                  ADD FRETE_PREVISTO DECIMAL(11,2) DEFAULT 0,
                  ADD PESO_BRUTO DECIMAL(11,3) DEFAULT 0,
                  ADD VALOR_MERCADORIA DECIMAL(11,2) DEFAULT 0,
                  ADD UF_DESTINO CHAR(02)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER EMBARQUES.FRETE " at 1510
              display sqlcode at 1610
           end-if
      *    CT-e da transportadora que cobrou o embarque (LerCTe) e a
      *    parte do valor cobrado que cabe ao embarque.
           EXEC SQL
                ALTER TABLE EMBARQUES
                  ADD CTE_NUMERO CHAR(20),
                  ADD FRETE_COBRADO DECIMAL(11,2)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER EMBARQUES.CTE " at 1510
              display sqlcode at 1610
           end-if
           accept espera at 2301
           go menugeral.
      *Romaneio de separacao por pedido faturado (itens na ordem
      *dos produtos para o percurso do almoxarifado), seguido da
      *atribuicao da transportadora e da abertura do embarque.
      *Pedido faturado em partes embarca fatura a fatura.
       embarcando.
           display erase at 0101
           display "Romaneio e Embarque" at 0101
           if sqlcodigo-pedido = spaces
              go menugeral
           end-if
           display "Fatura (0=pedido inteiro).: " at 0241
           move zeros to sqlfatura
           accept sqlfatura at 0269
           EXEC SQL
                SELECT A.CODIGO_CLIENTE, A.STATUS, B.NOME,
                       B.ENDERECO, B.CIDADE, B.ESTADO,
                       IFNULL(A.END_ENTREGA, 0),
                       IFNULL(A.DEPOSITO, '01')
                  INTO :sqlcliente-pedido, :sqlstatus-pedido,
                       :sqlnome-cliente, :sqlendereco-cliente,
                       :sqlcidade-cliente, :sqluf-cliente,
                       :sqlend-entrega, :sqldeposito-pedido
                  FROM PEDIDOS A, CLIENTES B
                 WHERE A.CODIGO = :sqlcodigo-pedido
                   AND B.CODIGO = A.CODIGO_CLIENTE
              accept espera at 2301
              go embarcando
           end-if
           if sqldeposito-pedido not = sqldeposito
              display "Pedido sai pelo deposito " at 1510
                      sqldeposito-pedido
              accept espera at 2301
              go embarcando
           end-if
           perform verificar-fatura thru verificar-fatura-fim
           if sqlcode not = 0
              accept espera at 2301
              go embarcando
           end-if
           perform endereco-entrega
           move zeros to sqlja-existe
           EXEC SQL
                SELECT COUNT(*) INTO :sqlja-existe
                  FROM EMBARQUES
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND FATURA = :sqlfatura
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              move zeros to sqlja-existe
              move zeros to sqlcode
           end-if
           if sqlja-existe > zeros
              display "Pedido/fatura ja tem embarque aberto" at 1510
              accept espera at 2301
              go embarcando
           end-if
              go embarcando
           end-if

           perform cotar-frete thru cotar-frete-fim
           display "Transportadora............: " at 0801
           move ws-frete-mais-barata to transportadoras-codigo
           accept transportadoras-codigo at 0829 with update
           if transportadoras-codigo = spaces
              go embarcando
           end-if
              go embarcando
           end-read
           display transportadoras-nome at 0841
           move transportadoras-nome to ws-transp-nome
           close transportadoras
           move transportadoras-codigo to sqltransportadora
           perform frete-transportadora thru frete-transportadora-fim

           display "Volumes...................: " at 0901
           move zeros to sqlvolumes
           accept sqlvolumes at 0929
           EXEC SQL
                INSERT INTO EMBARQUES
                       (codigo_pedido, fatura, transportadora,
                        dataembarque, volumes, status,
                        dataentrega, deposito, frete_previsto,
                        peso_bruto, valor_mercadoria, uf_destino)
                VALUES
                       (:sqlcodigo-pedido,
                        :sqlfatura,
                        :sqltransportadora,
                        CURDATE(),
                        :sqlvolumes,
                        'EMBARCADO',
                        NULL,
                        :sqldeposito,
                        :sqlfrete-previsto,
                        :sqlpeso-embarque,
                        :sqlvalor-mercadoria,
                        :sqluf-cliente)
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu INSERT " at 1510
                END-EXEC
                go embarcando
           end-if
           move 1 to ws-lote-ind
           perform baixar-lotes thru baixar-lotes-fim
           EXEC SQL
                COMMIT
           END-EXEC
           move "PED-EMBARQ" to ws-notif-modelo
           perform notificar-cliente
           display "Embarque registrado." at 1701
           display "Romaneio: " at 1801 ws-romaneio-nome
           if sqlvolumes > zeros
              perform gerar-etiquetas thru gerar-etiquetas-fim
              display "Etiquetas: " at 1901 ws-etiquetas-nome
           end-if
           accept espera at 2301
           go embarcando.
      *Pedido com endereco de entrega proprio: o romaneio e as
      *etiquetas saem com ele em vez do endereco principal do
      *cadastro.
       endereco-entrega.
           if sqlend-entrega > zeros
              EXEC SQL
                   SELECT ENDERECO, CIDADE, UF
                     INTO :sqlendereco-cliente,
                          :sqlcidade-cliente,
                          :sqluf-cliente
                     FROM CLIENTES_ENDERECOS
                    WHERE CODIGO_CLIENTE = :sqlcliente-pedido
                      AND SEQ = :sqlend-entrega
              END-EXEC
              move zeros to sqlcode
           end-if
      *    Romaneio e etiquetas vao aos cuidados do contato de
      *    compras do cliente (CRUD06 opcao 29), quando houver.
           move spaces to sqlcont-nome sqlcont-telefone
           EXEC SQL
                SELECT NOME, IFNULL(TELEFONE, ' ')
                  INTO :sqlcont-nome, :sqlcont-telefone
                  FROM CLIENTES_CONTATOS
                 WHERE CODIGO_CLIENTE = :sqlcliente-pedido
                   AND PAPEL = 'C'
                 ORDER BY SEQ
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0
              move spaces to sqlcont-nome sqlcont-telefone
              move zeros to sqlcode
           end-if.
      *Reimpressao das etiquetas de um embarque ja registrado, com
      *os volumes e a transportadora gravados nele.
       reimprimindo.
           display erase at 0101
           display "Reimprimir Etiquetas de Volume" at 0101
           display "Codigo Pedido.............: " at 0201
           move spaces to sqlcodigo-pedido
           accept sqlcodigo-pedido at 0229
           if sqlcodigo-pedido = spaces
              go menugeral
           end-if
           display "Fatura (0=pedido inteiro).: " at 0241
           move zeros to sqlfatura
           accept sqlfatura at 0269
           move spaces to sqltransportadora
           move zeros to sqlvolumes
           EXEC SQL
                SELECT TRANSPORTADORA, VOLUMES
                  INTO :sqltransportadora,
                       :sqlvolumes
                  FROM EMBARQUES
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND FATURA = :sqlfatura
           END-EXEC
           if sqlcode not = 0
              display "Embarque nao encontrado" at 1510
              accept espera at 2301
              go reimprimindo
           end-if
           if sqlvolumes = zeros
              display "Embarque registrado sem volumes" at 1510
              accept espera at 2301
              go reimprimindo
           end-if
           EXEC SQL
                SELECT A.CODIGO_CLIENTE, B.NOME,
                       B.ENDERECO, B.CIDADE, B.ESTADO,
                       IFNULL(A.END_ENTREGA, 0)
                  INTO :sqlcliente-pedido, :sqlnome-cliente,
                       :sqlendereco-cliente, :sqlcidade-cliente,
                       :sqluf-cliente, :sqlend-entrega
                  FROM PEDIDOS A, CLIENTES B
                 WHERE A.CODIGO = :sqlcodigo-pedido
                   AND B.CODIGO = A.CODIGO_CLIENTE
           END-EXEC
           if sqlcode not = 0
              display "Pedido nao encontrado" at 1510
              accept espera at 2301
              go reimprimindo
           end-if
           perform endereco-entrega
           move spaces to ws-transp-nome
           open input transportadoras
           if fs-transp = "00"
              move sqltransportadora to transportadoras-codigo
              read transportadoras
                 not invalid key
                    move transportadoras-nome to ws-transp-nome
              end-read
              close transportadoras
           end-if
           display "Cliente.......: " at 0301 sqlnome-cliente(1:40)
           display "Transportadora: " at 0401 sqltransportadora
           display ws-transp-nome at 0428
           display "Volumes.......: " at 0501 sqlvolumes
           perform gerar-etiquetas thru gerar-etiquetas-fim
           display "Etiquetas: " at 1801 ws-etiquetas-nome
           accept espera at 2301
           go reimprimindo.
      *Uma etiqueta por volume em ZPL: volume X de N, pedido e
      *fatura, numero e chave de acesso da NF-e (NFECTL.ARQ),
      *destinatario com o endereco de entrega e o contato de
      *compras, transportadora e codigo de barras (Code 128)
      *pedido + fatura + volume.
       gerar-etiquetas.
           move spaces to ws-nfe-numero ws-nfe-chave
           open input nfectl
           if fs-nfectl = "00"
              perform procurar-nfe thru procurar-nfe-fim
              close nfectl
           end-if
           initialize ws-etiquetas-nome
           if sqlfatura > zeros
              string "ETIQUETAS_"     delimited by size
                     sqlcodigo-pedido delimited by spaces
                     "_"              delimited by size
                     sqlfatura        delimited by size
                     ".ZPL"           delimited by size
                     into ws-etiquetas-nome
           else
              string "ETIQUETAS_"     delimited by size
                     sqlcodigo-pedido delimited by spaces
                     ".ZPL"           delimited by size
                     into ws-etiquetas-nome
           end-if
           open output etiquetas
           if fs-etiquetas not = "00"
              display "Erro ao criar etiquetas: " at 2101
                      fs-etiquetas
              go gerar-etiquetas-fim
           end-if
           move 1 to ws-volume.
       gerar-etiquetas-vol.
           move "^XA^PW800^LL600" to ws-linha-etiqueta
           perform gravar-etiqueta
           initialize ws-linha-etiqueta
           string "^FO30,25^A0N,45,45^FDVOLUME " delimited by size
                  ws-volume                      delimited by size
                  " DE "                         delimited by size
                  sqlvolumes                     delimited by size
                  "^FS"                          delimited by size
                  into ws-linha-etiqueta
           perform gravar-etiqueta
           initialize ws-linha-etiqueta
           string "^FO30,85^A0N,30,30^FDPEDIDO " delimited by size
                  sqlcodigo-pedido               delimited by spaces
                  " FATURA "                     delimited by size
                  sqlfatura                      delimited by size
                  "^FS"                          delimited by size
                  into ws-linha-etiqueta
           perform gravar-etiqueta
           initialize ws-linha-etiqueta
           string "^FO30,125^A0N,30,30^FDNF-E "  delimited by size
                  ws-nfe-numero                  delimited by spaces
                  "^FS"                          delimited by size
                  into ws-linha-etiqueta
           perform gravar-etiqueta
           initialize ws-linha-etiqueta
           string "^FO30,165^A0N,22,22^FDCHAVE " delimited by size
                  ws-nfe-chave                   delimited by spaces
                  "^FS"                          delimited by size
                  into ws-linha-etiqueta
           perform gravar-etiqueta
           move "^FO30,200^GB740,2,2^FS" to ws-linha-etiqueta
           perform gravar-etiqueta
           initialize ws-linha-etiqueta
           string "^FO30,215^A0N,30,30^FD"       delimited by size
                  sqlnome-cliente                delimited by "  "
                  "^FS"                          delimited by size
                  into ws-linha-etiqueta
           perform gravar-etiqueta
           initialize ws-linha-etiqueta
           string "^FO30,255^A0N,25,25^FD"       delimited by size
                  sqlendereco-cliente            delimited by "  "
                  "^FS"                          delimited by size
                  into ws-linha-etiqueta
           perform gravar-etiqueta
           initialize ws-linha-etiqueta
           string "^FO30,290^A0N,25,25^FD"       delimited by size
                  sqlcidade-cliente              delimited by "  "
                  " - "                          delimited by size
                  sqluf-cliente                  delimited by size
                  "^FS"                          delimited by size
                  into ws-linha-etiqueta
           perform gravar-etiqueta
           if sqlcont-nome not = spaces
              initialize ws-linha-etiqueta
              string "^FO30,320^A0N,22,22^FDA/C "  delimited by size
                     sqlcont-nome                 delimited by "  "
                     "^FS"                        delimited by size
                     into ws-linha-etiqueta
              perform gravar-etiqueta
           end-if
           move "^FO30,350^GB740,2,2^FS" to ws-linha-etiqueta
           perform gravar-etiqueta
           initialize ws-linha-etiqueta
           string "^FO30,360^A0N,25,25^FDTRANSP. " delimited by size
                  sqltransportadora              delimited by spaces
                  " "                            delimited by size
                  ws-transp-nome                 delimited by "  "
                  "^FS"                          delimited by size
                  into ws-linha-etiqueta
           perform gravar-etiqueta
           initialize ws-codigo-barras
           string sqlcodigo-pedido               delimited by spaces
                  sqlfatura                      delimited by size
                  ws-volume                      delimited by size
                  into ws-codigo-barras
           initialize ws-linha-etiqueta
           string "^FO30,400^BY3^BCN,120,Y,N,N^FD" delimited by size
                  ws-codigo-barras               delimited by spaces
                  "^FS"                          delimited by size
                  into ws-linha-etiqueta
           perform gravar-etiqueta
           move "^XZ" to ws-linha-etiqueta
           perform gravar-etiqueta
           if ws-volume < sqlvolumes
              add 1 to ws-volume
              go gerar-etiquetas-vol
           end-if
           close etiquetas.
       gerar-etiquetas-fim.
           exit.
      *NF-e autorizada do pedido e fatura (a cancelada nao conta).
       procurar-nfe.
           move sqlcodigo-pedido to pedido-nfectl
           move low-values to numero-nfectl
           start nfectl key is >= chave-nfectl invalid key
              go procurar-nfe-fim
           end-start.
       procurar-nfe-le.
           read nfectl next at end
              go procurar-nfe-fim
           end-read
           if pedido-nfectl not = sqlcodigo-pedido
              go procurar-nfe-fim
           end-if
           if situacao-nfectl = "C"
              or fatura-nfectl not = sqlfatura
              go procurar-nfe-le
           end-if
           move numero-nfectl to ws-nfe-numero
           move chave-acesso-nfectl to ws-nfe-chave.
       procurar-nfe-fim.
           exit.
      *Fatura informada tem de estar ativa; pedido que ja foi
      *faturado em partes nao embarca como pedido inteiro.
       verificar-fatura.
           move zeros to sqlja-existe
           if sqlfatura > zeros
              EXEC SQL
                   SELECT COUNT(*) INTO :sqlja-existe
                     FROM PEDIDO_FATURAS
                    WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                      AND FATURA = :sqlfatura
                      AND STATUS = 'FATURADA'
              END-EXEC
              if sqlcode not = 0 or sqlja-existe = zeros
                 display "Fatura nao encontrada ou cancelada" at 1510
                 move 100 to sqlcode
              end-if
              go verificar-fatura-fim
           end-if
           EXEC SQL
                SELECT COUNT(*) INTO :sqlja-existe
                  FROM PEDIDO_FATURAS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND STATUS = 'FATURADA'
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlja-existe sqlcode
           end-if
           if sqlja-existe > zeros
              display "Pedido faturado em partes: informe a fatura"
                      at 1510
              move 100 to sqlcode
           end-if.
       verificar-fatura-fim.
           exit.
       gerar-romaneio.
           move function current-date(1:8) to ws-data-hoje
           initialize ws-romaneio-nome
           if sqlfatura > zeros
              string "ROMANEIO_"      delimited by size
                     sqlcodigo-pedido delimited by spaces
                     "_"              delimited by size
                     sqlfatura        delimited by size
                     ".TXT"           delimited by size
                     into ws-romaneio-nome
           else
              string "ROMANEIO_"      delimited by size
                     sqlcodigo-pedido delimited by spaces
                     ".TXT"           delimited by size
                     into ws-romaneio-nome
           end-if
           open output romaneio
           initialize ws-linha-romaneio
           string "ROMANEIO DE SEPARACAO - PEDIDO "
                                   delimited by size
                  sqlcodigo-pedido delimited by size
                  " FATURA "       delimited by size
                  sqlfatura        delimited by size
                  " DEPOSITO "     delimited by size
                  sqldeposito      delimited by size
                  " "              delimited by size
                  sqldeposito-nome delimited by size
                  into ws-linha-romaneio
           perform gravar-romaneio
           initialize ws-linha-romaneio
                  sqluf-cliente       delimited by size
                  into ws-linha-romaneio
           perform gravar-romaneio
           if sqlcont-nome not = spaces
              initialize ws-linha-romaneio
              string "A/C: "          delimited by size
                     sqlcont-nome     delimited by "  "
                     " (Compras)  Fone: " delimited by size
                     sqlcont-telefone delimited by "  "
                     into ws-linha-romaneio
              perform gravar-romaneio
           end-if
           move "Produto    Descricao                     Qtd"
                to ws-linha-romaneio
           perform gravar-romaneio
           move zeros to ws-total-itens ws-lote-qtd-tab
           EXEC SQL
                DECLARE CURSORROMANEIO CURSOR FOR
                   SELECT I.CODIGO_PRODUTO, P.DESCRICAO,
                    ORDER BY I.CODIGO_PRODUTO
           END-EXEC
           EXEC SQL
                DECLARE CURSORROMFAT CURSOR FOR
                   SELECT F.CODIGO_PRODUTO, P.DESCRICAO,
                          F.QUANTIDADE
                     FROM PEDIDO_FATURA_ITENS F, PRODUTOS P
                    WHERE F.CODIGO_PEDIDO = :sqlcodigo-pedido
                      AND F.FATURA = :sqlfatura
                      AND P.CODIGO = F.CODIGO_PRODUTO
                    ORDER BY F.CODIGO_PRODUTO
           END-EXEC
           if sqlfatura > zeros
              EXEC SQL
                   OPEN CURSORROMFAT
              END-EXEC
           else
              EXEC SQL
                   OPEN CURSORROMANEIO
              END-EXEC
           end-if
           if sqlcode not = 0
              close romaneio
              go gerar-romaneio-fim
           end-if.
       gerar-romaneio-le.
           if sqlfatura > zeros
              EXEC SQL
                   FETCH CURSORROMFAT INTO
                          :sqlitem-produto,
                          :sqldescricao-produto,
                          :sqlitem-quantidade
              END-EXEC
           else
              EXEC SQL
                   FETCH CURSORROMANEIO INTO
                          :sqlitem-produto,
                          :sqldescricao-produto,
                          :sqlitem-quantidade
              END-EXEC
           end-if
           if sqlcode not = 0
              go gerar-romaneio-feche
           end-if
                  sqlitem-quantidade  delimited by size
                  into ws-linha-romaneio
           perform gravar-romaneio
           perform alocar-lotes thru alocar-lotes-fim
           go gerar-romaneio-le.
       gerar-romaneio-feche.
           if sqlfatura > zeros
              EXEC SQL
                   CLOSE CURSORROMFAT
              END-EXEC
           else
              EXEC SQL
                   CLOSE CURSORROMANEIO
              END-EXEC
           end-if
           move zeros to sqlcode
           move spaces to ws-linha-romaneio
           perform gravar-romaneio
           close romaneio.
       gerar-romaneio-fim.
           exit.
      *Cotacao de frete: peso bruto (quantidade x peso do produto)
      *e valor da mercadoria da fatura (ou do pedido inteiro);
      *cada transportadora com tabela para a UF de entrega e faixa
      *que comporte o peso cota o valor da faixa mais o ad valorem
      *sobre a mercadoria, respeitado o frete minimo. As mais
      *baratas aparecem na tela e a primeira vem sugerida.
       cotar-frete.
           move zeros to sqlpeso-embarque sqlvalor-mercadoria
                         ws-frete-qtd
           move spaces to ws-frete-mais-barata
           if sqlfatura > zeros
              EXEC SQL
                   SELECT IFNULL(SUM(F.QUANTIDADE *
                                     IFNULL(P.PESO_BRUTO, 0)), 0)
                     INTO :sqlpeso-embarque
                     FROM PEDIDO_FATURA_ITENS F, PRODUTOS P
                    WHERE F.CODIGO_PEDIDO = :sqlcodigo-pedido
                      AND F.FATURA = :sqlfatura
                      AND P.CODIGO = F.CODIGO_PRODUTO
              END-EXEC
              EXEC SQL
                   SELECT IFNULL(VALOR, 0)
                     INTO :sqlvalor-mercadoria
                     FROM PEDIDO_FATURAS
                    WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                      AND FATURA = :sqlfatura
              END-EXEC
           else
              EXEC SQL
                   SELECT IFNULL(SUM(I.QUANTIDADE *
                                     IFNULL(P.PESO_BRUTO, 0)), 0)
                     INTO :sqlpeso-embarque
                     FROM PEDIDO_ITENS I, PRODUTOS P
                    WHERE I.CODIGO_PEDIDO = :sqlcodigo-pedido
                      AND P.CODIGO = I.CODIGO_PRODUTO
              END-EXEC
              EXEC SQL
                   SELECT IFNULL(VALOR, 0)
                     INTO :sqlvalor-mercadoria
                     FROM PEDIDOS
                    WHERE CODIGO = :sqlcodigo-pedido
              END-EXEC
           end-if
           move zeros to sqlcode
           move sqlpeso-embarque to ws-peso-edit
           move sqlvalor-mercadoria to ws-valor-edit
           display "Peso bruto kg: " at 1001 ws-peso-edit
           display "Mercadoria: " at 1036 ws-valor-edit
           display "Cotacao de frete para " at 1101 sqluf-cliente
           EXEC SQL
                DECLARE CURSORFRETE CURSOR FOR
                   SELECT T.TRANSPORTADORA,
                          GREATEST(T.FRETE_MINIMO,
                                   F.VALOR +
                                   ROUND(:sqlvalor-mercadoria *
                                         T.AD_VALOREM / 100, 2))
                     FROM FRETE_TABELAS T, FRETE_FAIXAS F
                    WHERE T.UF = :sqluf-cliente
                      AND F.TRANSPORTADORA = T.TRANSPORTADORA
                      AND F.UF = T.UF
                      AND F.PESO_ATE =
                          (SELECT MIN(G.PESO_ATE)
                             FROM FRETE_FAIXAS G
                            WHERE G.TRANSPORTADORA = T.TRANSPORTADORA
                              AND G.UF = T.UF
                              AND G.PESO_ATE >= :sqlpeso-embarque)
                    ORDER BY 2, 1
           END-EXEC
           EXEC SQL
                OPEN CURSORFRETE
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              display "(sem tabela de frete)" at 1130
              go cotar-frete-fim
           end-if
           open input transportadoras
           move 12 to ws-frete-linha.
       cotar-frete-le.
           EXEC SQL
                FETCH CURSORFRETE INTO
                       :sqlfrete-transp,
                       :sqlfrete-cotado
           END-EXEC
           if sqlcode not = 0
              go cotar-frete-feche
           end-if
           add 1 to ws-frete-qtd
           if ws-frete-qtd = 1
              move sqlfrete-transp to ws-frete-mais-barata
           end-if
           if ws-frete-linha > 14
              go cotar-frete-le
           end-if
           move sqlfrete-transp to transportadoras-codigo
           move spaces to transportadoras-nome
           if fs-transp = "00"
              read transportadoras invalid key
                 move "(nao cadastrada)" to transportadoras-nome
              end-read
           end-if
           move sqlfrete-cotado to ws-valor-edit
           display sqlfrete-transp at line ws-frete-linha column 01
           display transportadoras-nome
                   at line ws-frete-linha column 12
           display ws-valor-edit at line ws-frete-linha column 44
           add 1 to ws-frete-linha
           go cotar-frete-le.
       cotar-frete-feche.
           EXEC SQL
                CLOSE CURSORFRETE
           END-EXEC
           move zeros to sqlcode
           close transportadoras
           if ws-frete-qtd = zeros
              display "(nenhuma transportadora atende)" at 1130
           else
              display "Transportadoras: " at 1130 ws-frete-qtd
           end-if.
       cotar-frete-fim.
           exit.
      *Frete previsto da transportadora escolhida, pela mesma
      *regra da cotacao; sem tabela que atenda fica zero.
       frete-transportadora.
           move zeros to sqlfrete-previsto
           EXEC SQL
                SELECT GREATEST(T.FRETE_MINIMO,
                                F.VALOR +
                                ROUND(:sqlvalor-mercadoria *
                                      T.AD_VALOREM / 100, 2))
                  INTO :sqlfrete-previsto
                  FROM FRETE_TABELAS T, FRETE_FAIXAS F
                 WHERE T.TRANSPORTADORA = :sqltransportadora
                   AND T.UF = :sqluf-cliente
                   AND F.TRANSPORTADORA = T.TRANSPORTADORA
                   AND F.UF = T.UF
                   AND F.PESO_ATE >= :sqlpeso-embarque
                 ORDER BY F.PESO_ATE
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlfrete-previsto sqlcode
              display "Sem tabela de frete para UF/peso" at 1601
              go frete-transportadora-fim
           end-if
           move sqlfrete-previsto to ws-valor-edit
           display "Frete previsto: " at 1601 ws-valor-edit.
       frete-transportadora-fim.
           exit.
      *Produto com controle de lote: o romaneio diz de quais lotes
      *tirar, validade mais proxima primeiro, sem lote vencido. O
      *que os lotes nao cobrem sai como falta de lote na linha.
       alocar-lotes.
           move "N" to sqlcontrola-lote
           EXEC SQL
                SELECT IFNULL(CONTROLA_LOTE, 'N')
                  INTO :sqlcontrola-lote
                  FROM PRODUTOS
                 WHERE CODIGO = :sqlitem-produto
           END-EXEC
           if sqlcode not = 0 or sqlcontrola-lote not = "S"
              move zeros to sqlcode
              go alocar-lotes-fim
           end-if
           move sqlitem-quantidade to ws-lote-falta
           EXEC SQL
                DECLARE CURSORLOTES CURSOR FOR
                   SELECT LOTE, DATE_FORMAT(VALIDADE, '%Y-%m-%d'),
                          ESTOQUE
                     FROM ESTOQUE_LOTES
                    WHERE CODIGO_PRODUTO = :sqlitem-produto
                      AND DEPOSITO = :sqldeposito
                      AND ESTOQUE > 0
                      AND VALIDADE >= CURDATE()
                    ORDER BY VALIDADE, LOTE
           END-EXEC
           EXEC SQL
                OPEN CURSORLOTES
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go alocar-lotes-falta
           end-if.
       alocar-lotes-le.
           if ws-lote-falta <= zeros
              go alocar-lotes-feche
           end-if
           EXEC SQL
                FETCH CURSORLOTES INTO
                       :sqllote,
                       :sqllote-validade,
                       :sqllote-saldo
           END-EXEC
           if sqlcode not = 0
              go alocar-lotes-feche
           end-if
           if sqllote-saldo < ws-lote-falta
              move sqllote-saldo to ws-lote-pega
           else
              move ws-lote-falta to ws-lote-pega
           end-if
           subtract ws-lote-pega from ws-lote-falta
           if ws-lote-qtd-tab < 300
              add 1 to ws-lote-qtd-tab
              move sqlitem-produto
                   to ws-lote-produto(ws-lote-qtd-tab)
              move sqllote to ws-lote-codigo(ws-lote-qtd-tab)
              move sqllote-validade
                   to ws-lote-validade(ws-lote-qtd-tab)
              move ws-lote-pega to ws-lote-qtd(ws-lote-qtd-tab)
           end-if
           initialize ws-linha-romaneio
           string "           Lote "  delimited by size
                  sqllote             delimited by size
                  " Validade "        delimited by size
                  sqllote-validade    delimited by size
                  " Qtd "             delimited by size
                  ws-lote-pega        delimited by size
                  into ws-linha-romaneio
           perform gravar-romaneio
           go alocar-lotes-le.
       alocar-lotes-feche.
           EXEC SQL
                CLOSE CURSORLOTES
           END-EXEC
           move zeros to sqlcode.
       alocar-lotes-falta.
           if ws-lote-falta > zeros
              initialize ws-linha-romaneio
              string "           SEM LOTE VALIDO PARA "
                                      delimited by size
                     ws-lote-falta    delimited by size
                     into ws-linha-romaneio
              perform gravar-romaneio
           end-if.
       alocar-lotes-fim.
           exit.
      *Embarque gravado: baixa os lotes indicados no romaneio e
      *guarda em PEDIDO_LOTES qual lote foi para o pedido/fatura.
       baixar-lotes.
           if ws-lote-ind > ws-lote-qtd-tab
              go baixar-lotes-fim
           end-if
           move ws-lote-produto(ws-lote-ind) to sqlitem-produto
           move ws-lote-codigo(ws-lote-ind) to sqllote
           move ws-lote-validade(ws-lote-ind) to sqllote-validade
           move ws-lote-qtd(ws-lote-ind) to sqllote-qtd
           EXEC SQL
                UPDATE ESTOQUE_LOTES
                   SET ESTOQUE = ESTOQUE - :sqllote-qtd
                 WHERE CODIGO_PRODUTO = :sqlitem-produto
                   AND DEPOSITO = :sqldeposito
                   AND LOTE = :sqllote
                 LIMIT 1
           END-EXEC
           EXEC SQL
                INSERT INTO PEDIDO_LOTES
                       (codigo_pedido, fatura, codigo_produto, lote,
                        validade, quantidade, deposito, quando)
                VALUES
                       (:sqlcodigo-pedido, :sqlfatura,
                        :sqlitem-produto, :sqllote,
                        :sqllote-validade, :sqllote-qtd,
                        :sqldeposito, NOW())
                ON DUPLICATE KEY UPDATE
                       QUANTIDADE = QUANTIDADE + VALUES(QUANTIDADE)
           END-EXEC
           if sqlcode not = 0
              display "Erro: PEDIDO_LOTES " at 1510
              display sqlcode at 1610
              accept espera at 2301
           end-if
           move zeros to sqlcode
           add 1 to ws-lote-ind
           go baixar-lotes.
       baixar-lotes-fim.
           exit.
       confirmando-entrega.
           display erase at 0101
           display "Confirmacao de Entrega" at 0101
           if sqlcodigo-pedido = spaces
              go menugeral
           end-if
           display "Fatura (0=pedido inteiro).: " at 0241
           move zeros to sqlfatura
           accept sqlfatura at 0269
           move spaces to sqlstatus-embarque sqltransportadora
                          sqldata-embarque
           EXEC SQL
                       :sqldata-embarque
                  FROM EMBARQUES
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND FATURA = :sqlfatura
           END-EXEC
           if sqlcode not = 0
              display "Embarque nao encontrado" at 1510
                   SET STATUS = 'ENTREGUE',
                       DATAENTREGA = CURDATE()
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND FATURA = :sqlfatura
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
           EXEC SQL
                COMMIT
           END-EXEC
           move spaces to sqlcliente-pedido
           move zeros to sqlvolumes
           EXEC SQL
                SELECT A.CODIGO_CLIENTE, IFNULL(E.VOLUMES, 0)
                  INTO :sqlcliente-pedido, :sqlvolumes
                  FROM PEDIDOS A, EMBARQUES E
                 WHERE A.CODIGO = :sqlcodigo-pedido
                   AND E.CODIGO_PEDIDO = A.CODIGO
                   AND E.FATURA = :sqlfatura
           END-EXEC
           move zeros to sqlcode
           move "PED-ENTREG" to ws-notif-modelo
           perform notificar-cliente
           display "Entrega confirmada." at 0901
           accept espera at 2301
           go confirmando-entrega.
      *Excecoes do despacho: faturados ha mais de N dias sem
      *registro de embarque, fatura a fatura (pedido sem fatura
      *registrada conta como fatura zero), do deposito da
      *expedicao.
       listando-pendentes.
           display erase at 0101
           display "Faturados sem Embarque" at 0101
                  ".TXT"                 delimited by size
                  into ws-relatorio-nome
           open output relatorio-pend
           initialize ws-linha-relatorio
           string "Pedidos Faturados sem Embarque - Deposito "
                                  delimited by size
                  sqldeposito     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move "Pedido     Fat Cliente    Faturado em Dias"
                to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-total-pendentes

           EXEC SQL
                DECLARE CURSORPENDEXP CURSOR FOR
                   SELECT A.CODIGO, IFNULL(F.FATURA, 0),
                          A.CODIGO_CLIENTE,
                          IFNULL(DATE(F.QUANDO),
                                 IFNULL(A.VENCIMENTO, A.DATAPEDIDO)),
                          DATEDIFF(CURDATE(),
                                   IFNULL(F.QUANDO, A.DATAPEDIDO))
                     FROM PEDIDOS A
                     LEFT JOIN PEDIDO_FATURAS F
                       ON F.CODIGO_PEDIDO = A.CODIGO
                      AND F.STATUS = 'FATURADA'
                    WHERE A.STATUS IN
                          ('FATURADO','COBRANCA','PAGO')
                      AND IFNULL(A.DEPOSITO, '01') = :sqldeposito
                      AND DATEDIFF(CURDATE(),
                                   IFNULL(F.QUANDO, A.DATAPEDIDO))
                          >= :sqldias-parado
                      AND NOT EXISTS
                          (SELECT 1 FROM EMBARQUES E
                            WHERE E.CODIGO_PEDIDO = A.CODIGO
                              AND E.FATURA = IFNULL(F.FATURA, 0))
                    ORDER BY A.DATAPEDIDO, A.CODIGO, F.FATURA
           END-EXEC
           EXEC SQL
                OPEN CURSORPENDEXP
           EXEC SQL
                FETCH CURSORPENDEXP INTO
                       :sqlcodigo-pedido,
                       :sqlfatura,
                       :sqlcliente-pedido,
                       :sqldata-embarque,
                       :sqldias-parado
           initialize ws-linha-relatorio
           string sqlcodigo-pedido  delimited by size
                  " "               delimited by size
                  sqlfatura         delimited by size
                  "  "              delimited by size
                  sqlcliente-pedido delimited by size
                  " "               delimited by size
                  sqldata-embarque  delimited by size
           write reg-romaneio from ws-linha-romaneio.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio.
       gravar-etiqueta.
           write reg-etiqueta from ws-linha-etiqueta.
      *Embarque e entrega vao para a fila de notificacoes do cliente
      *(contato de recebimento), com a transportadora.
       notificar-cliente.
           move sqlcliente-pedido to ws-notif-cliente
           move "R" to ws-notif-papel
           move sqlcodigo-pedido to ws-notif-documento
           move spaces to ws-notif-dados
           string "PEDIDO="         delimited by size
                  sqlcodigo-pedido  delimited by space
                  ";FATURA="        delimited by size
                  sqlfatura         delimited by size
                  ";TRANSPORTADORA=" delimited by size
                  sqltransportadora delimited by space
                  ";VOLUMES="       delimited by size
                  sqlvolumes        delimited by size
                  into ws-notif-dados
           call "EnfileiraNotificacao" using ws-notif-modelo
                                             ws-notif-cliente
                                             ws-notif-papel
                                             ws-notif-documento
                                             ws-notif-dados
                                             ws-notif-retorno
           if ws-notif-retorno not = "0"
              display "Aviso: notificacao nao enfileirada" at 2001
           end-if.
       desconectando.
           EXEC SQL
                DISCONNECT all
