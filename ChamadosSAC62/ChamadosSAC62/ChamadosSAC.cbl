      $SET SQL()
       identification division.
       program-id. ChamadosSAC.
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
       data division.
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
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-nfectl                 pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 opcao-sn                  pic x(01) value spaces.
       01 ws-seq-nome                pic x(20).
       01 ws-seq-codigo              pic x(10).
       01 ws-seq-retorno             pic x(01).
       01 ws-login-codigo            pic 9(03).
       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
       01 linha                      pic 9(02).
       01 ws-achou-chamado           pic x(01).
       01 ws-data-hoje               pic 9(08).
       01 ws-prazo-dias              pic s9(03).
       01 ws-prazo-data              pic 9(08).
       01 ws-amb-nome                pic x(30).
       01 ws-amb-valor               pic x(10).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlnumero                  pic x(10).
       01 sqlcliente                 pic x(10).
       01 sqlnome-cliente            pic x(50).
       01 sqlestado-cliente          pic x(02).
       01 sqlpedido                  pic x(10).
       01 sqlcliente-pedido          pic x(10).
       01 sqlstatus-pedido           pic x(10).
       01 sqlnfe                     pic x(10).
       01 sqlfatura                  pic 9(02).
       01 sqlembarque                pic x(01).
       01 sqlqtd                     pic 9(05).
       01 sqlcategoria               pic x(03).
       01 sqlcat-descricao           pic x(40).
       01 sqlarea                    pic x(10).
       01 sqlarea-nova               pic x(10).
       01 sqlprazo-dias              pic 9(03).
       01 sqldevolucao               pic x(01).
       01 sqlabertura                pic x(19).
       01 sqlprazo                   pic x(10).
       01 sqlstatus                  pic x(10).
       01 sqlstatus-novo             pic x(10).
       01 sqldescricao               pic x(60).
       01 sqloperador                pic x(03).
       01 sqlquando                  pic x(19).
       01 sqlstatus-de               pic x(10).
       01 sqlstatus-para             pic x(10).
       01 sqlobservacao              pic x(60).
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
      *Atendimento ao cliente (SAC): chamados de reclamacao ligados
      *ao cliente e, quando for o caso, ao pedido, a NF-e e ao
      *embarque, com categoria, area responsavel, prazo de solucao
      *em dias uteis e o historico de cada mudanca de status.
       menugeral.
           display erase at 0101
           display "SAC - Chamados de Clientes" at 0101
           display "1.Abrir Chamado" at 0301
           display "2.Consultar Chamados" at 0401
           display "3.Mudar Status / Encaminhar Area" at 0501
           display "4.Iniciar Devolucao do Chamado" at 0601
           display "5.Categorias de Chamado" at 0701
           display "6.Criar Tabelas" at 0801
           display "7.Solicitacoes LGPD do Titular" at 0901
           display "0.Sair" at 1001
           display "Opcao:" at 1101
           initialize opcao
           accept opcao at 1107
           if opcao = 1 go abrir-chamado.
           if opcao = 2 go consultar-chamado.
           if opcao = 3 go mudar-status.
           if opcao = 4 go iniciar-devolucao.
           if opcao = 5 go manter-categorias.
           if opcao = 6 go criartabelas.
           if opcao = 7 go solicitacoes-lgpd.
           if opcao = 0 go desconectando.
           go menugeral.
       criartabelas.
           EXEC SQL
                CREATE TABLE SAC_CHAMADOS
                    (numero         char(10),
                     codigo_cliente char(10),
                     codigo_pedido  char(10),
                     numero_nfe     char(10),
                     fatura         int default 0,
                     embarque       char(01) default 'N',
                     categoria      char(03),
                     area           char(10),
                     abertura       datetime,
                     prazo          date,
                     status         char(10),
                     descricao      char(60),
                     operador       char(03),
                     encerramento   datetime,
                     primary key    (numero))
           END-EXEC
           if sqlcode not = 0
      *           Codigo -1050 tabela ja existe num Create Table
              if sqlcode = -1050
                 display "SAC_CHAMADOS ja existe." at 1801
              else
                 display "Erro: SAC_CHAMADOS " at 1801
                 display sqlcode at 1831
              end-if
           else
              display "Criou SAC_CHAMADOS OK." at 1801
           end-if
           EXEC SQL
                CREATE INDEX SAC_CHAMADOS_CLIENTE
                    ON SAC_CHAMADOS (codigo_cliente, abertura)
           END-EXEC
           move zeros to sqlcode
      *    Historico do chamado: cada abertura, mudanca de status ou
      *    encaminhamento de area com o operador que fez.
           EXEC SQL
                CREATE TABLE SAC_HIST
                    (numero         char(10),
                     quando         datetime,
                     status_de      char(10),
                     status_para    char(10),
                     area           char(10),
                     operador       char(03),
                     observacao     char(60))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "SAC_HIST ja existe." at 1901
              else
                 display "Erro: SAC_HIST " at 1901
                 display sqlcode at 1931
              end-if
           else
              display "Criou SAC_HIST OK." at 1901
           end-if
      *    Categorias: area que atende por padrao, prazo de solucao
      *    em dias uteis e se o chamado pode gerar devolucao.
           EXEC SQL
                CREATE TABLE SAC_CATEGORIAS
                    (codigo         char(03),
                     descricao      char(40),
                     area           char(10),
                     prazo_dias     int default 5,
                     devolucao      char(01) default 'N',
                     primary key    (codigo))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "SAC_CATEGORIAS ja existe." at 2001
              else
                 display "Erro: SAC_CATEGORIAS " at 2001
                 display sqlcode at 2031
              end-if
           else
              display "Criou SAC_CATEGORIAS OK." at 2001
           end-if
           EXEC SQL
                INSERT IGNORE INTO SAC_CATEGORIAS
                       (codigo, descricao, area, prazo_dias, devolucao)
                VALUES ('ATR', 'ATRASO NA ENTREGA', 'EXPEDICAO', 3,
                        'N'),
                       ('ITE', 'ITEM ERRADO', 'EXPEDICAO', 5, 'S'),
                       ('AVA', 'MERCADORIA AVARIADA', 'EXPEDICAO', 5,
                        'S'),
                       ('FAT', 'ERRO DE FATURAMENTO', 'FATURAMENT', 3,
                        'N'),
                       ('OUT', 'OUTROS', 'SAC', 10, 'N')
           END-EXEC
           if sqlcode not = 0
              display "Erro: INSERT SAC_CATEGORIAS " at 2101
              display sqlcode at 2131
           end-if
           move zeros to sqlcode
           accept espera at 2301
           go menugeral.
      *Categorias de chamado (mesma manutencao dos motivos de
      *devolucao): codigo, descricao, area padrao, prazo em dias
      *uteis e se permite iniciar devolucao.
       manter-categorias.
           display erase at 0101
           display "Categorias de Chamado" at 0101
           display "Codigo Categoria..........: " at 0301
           display "Descricao.................: " at 0401
           display "Area Responsavel..........: " at 0501
           display "Prazo (dias uteis)........: " at 0601
           display "Gera Devolucao (S/N)......: " at 0701
           move 09 to linha
           perform listar-categorias thru listar-categorias-fim
           move spaces to sqlcategoria
           accept sqlcategoria at 0329
           if sqlcategoria = spaces
              go menugeral
           end-if
           move function upper-case(sqlcategoria) to sqlcategoria
           move spaces to sqlcat-descricao sqlarea
           move 5 to sqlprazo-dias
           move "N" to sqldevolucao
           EXEC SQL
                SELECT DESCRICAO, AREA, PRAZO_DIAS, DEVOLUCAO
                  INTO :sqlcat-descricao, :sqlarea,
                       :sqlprazo-dias, :sqldevolucao
                  FROM SAC_CATEGORIAS
                 WHERE CODIGO = :sqlcategoria
           END-EXEC
           if sqlcode not = 0
              display "(categoria nova)" at 0341
              move zeros to sqlcode
           end-if
           accept sqlcat-descricao at 0429 with update
           move function upper-case(sqlcat-descricao)
                to sqlcat-descricao
           if sqlcat-descricao = spaces
              go manter-categorias
           end-if
           accept sqlarea at 0529 with update
           move function upper-case(sqlarea) to sqlarea
           accept sqlprazo-dias at 0629 with update.
       manter-categorias-devolucao.
           accept sqldevolucao at 0729 with update
           move function upper-case(sqldevolucao) to sqldevolucao
           if sqldevolucao not = "S" and sqldevolucao not = "N"
              go manter-categorias-devolucao
           end-if
           EXEC SQL
                INSERT INTO SAC_CATEGORIAS
                       (codigo, descricao, area, prazo_dias, devolucao)
                VALUES
                       (:sqlcategoria,
                        :sqlcat-descricao,
                        :sqlarea,
                        :sqlprazo-dias,
                        :sqldevolucao)
                ON DUPLICATE KEY UPDATE
                       DESCRICAO = VALUES(DESCRICAO),
                       AREA = VALUES(AREA),
                       PRAZO_DIAS = VALUES(PRAZO_DIAS),
                       DEVOLUCAO = VALUES(DEVOLUCAO)
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu gravar " at 2201
                display sqlcode at 2231
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go manter-categorias
           end-if
           EXEC SQL
                COMMIT
           END-EXEC
           go manter-categorias.
      *Lista a partir da linha de tela em linha (cabecalho).
       listar-categorias.
           display "Cod Descricao                      Area       Prazo"
                   at line linha column 01
           display "Dev" at line linha column 55
           add 1 to linha
           EXEC SQL
                DECLARE CURSORSACCAT CURSOR FOR
                   SELECT CODIGO, DESCRICAO, AREA, PRAZO_DIAS,
                          DEVOLUCAO
                     FROM SAC_CATEGORIAS
                    ORDER BY CODIGO
           END-EXEC
           EXEC SQL
                OPEN CURSORSACCAT
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go listar-categorias-fim
           end-if.
       listar-categorias-le.
           EXEC SQL
                FETCH CURSORSACCAT INTO
                       :sqlcategoria,
                       :sqlcat-descricao,
                       :sqlarea,
                       :sqlprazo-dias,
                       :sqldevolucao
           END-EXEC
           if sqlcode = 0 and linha < 22
              display sqlcategoria at line linha column 01
              display sqlcat-descricao(1:30) at line linha column 05
              display sqlarea at line linha column 36
              display sqlprazo-dias at line linha column 47
              display sqldevolucao at line linha column 56
              add 1 to linha
              go listar-categorias-le
           end-if
           EXEC SQL
                CLOSE CURSORSACCAT
           END-EXEC
           move zeros to sqlcode.
       listar-categorias-fim.
           exit.
      *Abertura do chamado. O pedido e opcional; com pedido, a NF-e
      *e conferida no NFECTL.ARQ e o embarque na tabela EMBARQUES.
      *O prazo de solucao conta os dias uteis da categoria a partir
      *de hoje, com os feriados da UF do cliente.
       abrir-chamado.
           display erase at 0101
           display "Abrir Chamado SAC" at 0101
           display "Codigo Cliente............: " at 0301
           display "Pedido (opcional).........: " at 0401
           display "NF-e (opcional)...........: " at 0501
           display "Fatura do Pedido..........: " at 0601
           display "Categoria.................: " at 0701
           display "Area Responsavel..........: " at 0801
           display "Descricao da Reclamacao...: " at 0901
           move spaces to sqlcliente
           accept sqlcliente at 0329
           if sqlcliente = spaces
              go menugeral
           end-if
           move spaces to sqlnome-cliente sqlestado-cliente
           EXEC SQL
                SELECT NOME, ESTADO
                  INTO :sqlnome-cliente, :sqlestado-cliente
                  FROM CLIENTES
                 WHERE CODIGO = :sqlcliente
           END-EXEC
           if sqlcode not = 0
              display "Cliente nao encontrado" at 2201
              move zeros to sqlcode
              accept espera at 2301
              go abrir-chamado
           end-if
           display sqlnome-cliente(1:35) at 0341.
       abrir-chamado-pedido.
           move spaces to sqlpedido sqlnfe
           move zeros to sqlfatura
           move "N" to sqlembarque
           display "                    " at 2201
           accept sqlpedido at 0429
           if sqlpedido = spaces
              go abrir-chamado-categoria
           end-if
           move spaces to sqlcliente-pedido sqlstatus-pedido
           EXEC SQL
                SELECT CODIGO_CLIENTE, STATUS
                  INTO :sqlcliente-pedido, :sqlstatus-pedido
                  FROM PEDIDOS
                 WHERE CODIGO = :sqlpedido
           END-EXEC
           if sqlcode not = 0
              display "Pedido nao encontrado" at 2201
              move zeros to sqlcode
              accept espera at 2301
              go abrir-chamado-pedido
           end-if
           if sqlcliente-pedido not = sqlcliente
              display "Pedido e de outro cliente" at 2201
              accept espera at 2301
              go abrir-chamado-pedido
           end-if
           display sqlstatus-pedido at 0441.
       abrir-chamado-nfe.
           move spaces to sqlnfe
           accept sqlnfe at 0529
           if sqlnfe = spaces
              go abrir-chamado-fatura
           end-if
           open input nfectl
           if fs-nfectl not = "00"
              display "Aviso: NFECTL.ARQ indisponivel" at 2201
              go abrir-chamado-fatura
           end-if
           move sqlpedido to pedido-nfectl
           move sqlnfe to numero-nfectl
           read nfectl
                invalid key
                   close nfectl
                   display "NF-e nao encontrada para o pedido" at 2201
                   accept espera at 2301
                   display "                                 " at 2201
                   go abrir-chamado-nfe
           end-read
           move fatura-nfectl to sqlfatura
           if situacao-nfectl = "C"
              display "(nota cancelada)" at 0541
           end-if
           close nfectl.
      *Embarque da fatura do pedido (zero = pedido inteiro), quando
      *a Expedicao ja registrou.
       abrir-chamado-fatura.
           accept sqlfatura at 0629 with update
           move zeros to sqlqtd
           EXEC SQL
                SELECT COUNT(*) INTO :sqlqtd
                  FROM EMBARQUES
                 WHERE CODIGO_PEDIDO = :sqlpedido
                   AND FATURA = :sqlfatura
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlqtd sqlcode
           end-if
           if sqlqtd > zeros
              move "S" to sqlembarque
              display "(embarque registrado)  " at 0641
           else
              move "N" to sqlembarque
              display "(sem embarque)         " at 0641
           end-if.
       abrir-chamado-categoria.
           move 14 to linha
           perform listar-categorias thru listar-categorias-fim
           move spaces to sqlcategoria
           accept sqlcategoria at 0729
           if sqlcategoria = spaces
              go menugeral
           end-if
           move function upper-case(sqlcategoria) to sqlcategoria
           EXEC SQL
                SELECT DESCRICAO, AREA, PRAZO_DIAS, DEVOLUCAO
                  INTO :sqlcat-descricao, :sqlarea,
                       :sqlprazo-dias, :sqldevolucao
                  FROM SAC_CATEGORIAS
                 WHERE CODIGO = :sqlcategoria
           END-EXEC
           if sqlcode not = 0
              display "Categoria nao cadastrada" at 2201
              move zeros to sqlcode
              accept espera at 2301
              display "                        " at 2201
              go abrir-chamado-categoria
           end-if
           display sqlcat-descricao(1:35) at 0741
           accept sqlarea at 0829 with update
           move function upper-case(sqlarea) to sqlarea
           move spaces to sqldescricao
           accept sqldescricao at 1001
           move function upper-case(sqldescricao) to sqldescricao

           move function current-date(1:8) to ws-data-hoje
           move sqlprazo-dias to ws-prazo-dias
           call "CalculaDiaUtil" using ws-data-hoje
                                       ws-prazo-dias
                                       ws-prazo-data
                                       sqlestado-cliente
           move spaces to sqlprazo
           string ws-prazo-data(1:4) delimited by size
                  "-"                delimited by size
                  ws-prazo-data(5:2) delimited by size
                  "-"                delimited by size
                  ws-prazo-data(7:2) delimited by size
                  into sqlprazo
           display "Prazo de Solucao..........: " at 1101 sqlprazo
           display "Confirma a abertura (S/N)? " at 1201
           move spaces to opcao-sn
           accept opcao-sn at 1228
           if opcao-sn not = "S" and opcao-sn not = "s"
              go menugeral
           end-if
           move "SAC" to ws-seq-nome
           call "NextNumber" using ws-seq-nome
                                   ws-seq-codigo
                                   ws-seq-retorno
           if ws-seq-retorno not = "0"
              display "Erro: sem numero de chamado" at 2201
              accept espera at 2301
              go menugeral
           end-if
           move ws-seq-codigo to sqlnumero
           EXEC SQL
                INSERT INTO SAC_CHAMADOS
                       (numero, codigo_cliente, codigo_pedido,
                        numero_nfe, fatura, embarque, categoria, area,
                        abertura, prazo, status, descricao, operador)
                VALUES
                       (:sqlnumero,
                        :sqlcliente,
                        :sqlpedido,
                        :sqlnfe,
                        :sqlfatura,
                        :sqlembarque,
                        :sqlcategoria,
                        :sqlarea,
                        NOW(),
                        :sqlprazo,
                        'ABERTO',
                        :sqldescricao,
                        :sqloperador)
           END-EXEC
           if sqlcode not = 0
              display "Erro: chamado nao gravado" at 2201
              display sqlcode at 2231
              accept espera at 2301
              EXEC SQL
                   ROLLBACK
              END-EXEC
              go menugeral
           end-if
           move spaces to sqlstatus sqlobservacao
           move "ABERTO" to sqlstatus-novo
           move sqlarea to sqlarea-nova
           move "ABERTURA DO CHAMADO" to sqlobservacao
           perform gravar-historico
           EXEC SQL
                COMMIT
           END-EXEC
           display "Chamado Aberto: " at 1301 sqlnumero
           accept espera at 2301
           go menugeral.
      *Consulta pelo numero (dados do chamado e historico) ou pelo
      *cliente (lista dos chamados, mais recentes primeiro).
       consultar-chamado.
           display erase at 0101
           display "Consulta de Chamados SAC" at 0101
           display "Numero do Chamado.........: " at 0301
           display "ou Codigo do Cliente......: " at 0401
           move spaces to sqlnumero
           accept sqlnumero at 0329
           if sqlnumero not = spaces
              go consultar-chamado-numero
           end-if
           move spaces to sqlcliente
           accept sqlcliente at 0429
           if sqlcliente = spaces
              go menugeral
           end-if
           display "Chamado    Abertura   Cat Area       Status"
                   at 0601
           display "Prazo" at 0656
           move 07 to linha
           EXEC SQL
                DECLARE CURSORSACCLI CURSOR FOR
                   SELECT NUMERO,
                          DATE_FORMAT(ABERTURA, '%Y-%m-%d'),
                          CATEGORIA, AREA, STATUS,
                          DATE_FORMAT(PRAZO, '%Y-%m-%d')
                     FROM SAC_CHAMADOS
                    WHERE CODIGO_CLIENTE = :sqlcliente
                    ORDER BY ABERTURA DESC
           END-EXEC
           EXEC SQL
                OPEN CURSORSACCLI
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              display "Nenhum chamado do cliente" at 2201
              accept espera at 2301
              go consultar-chamado
           end-if.
       consultar-chamado-le.
           EXEC SQL
                FETCH CURSORSACCLI INTO
                       :sqlnumero,
                       :sqlabertura,
                       :sqlcategoria,
                       :sqlarea,
                       :sqlstatus,
                       :sqlprazo
           END-EXEC
           if sqlcode = 0 and linha < 22
              display sqlnumero at line linha column 01
              display sqlabertura(1:10) at line linha column 12
              display sqlcategoria at line linha column 23
              display sqlarea at line linha column 27
              display sqlstatus at line linha column 38
              display sqlprazo at line linha column 56
              add 1 to linha
              go consultar-chamado-le
           end-if
           EXEC SQL
                CLOSE CURSORSACCLI
           END-EXEC
           move zeros to sqlcode
           accept espera at 2301
           go consultar-chamado.
       consultar-chamado-numero.
           perform carregar-chamado thru carregar-chamado-fim
           if ws-achou-chamado not = "S"
              display "Chamado nao encontrado" at 2201
              accept espera at 2301
              go consultar-chamado
           end-if
           perform mostrar-chamado
           perform listar-historico thru listar-historico-fim
           accept espera at 2301
           go consultar-chamado.
      *Mudanca de status e encaminhamento para outra area. Chamado
      *RESOLVIDO ou CANCELADO so volta reaberto (ABERTO).
       mudar-status.
           display erase at 0101
           display "Mudar Status / Encaminhar Chamado" at 0101
           display "Numero do Chamado.........: " at 0301
           move spaces to sqlnumero
           accept sqlnumero at 0329
           if sqlnumero = spaces
              go menugeral
           end-if
           perform carregar-chamado thru carregar-chamado-fim
           if ws-achou-chamado not = "S"
              display "Chamado nao encontrado" at 2201
              accept espera at 2301
              go mudar-status
           end-if
           perform mostrar-chamado
           display "ABERTO ANDAMENTO RESOLVIDO CANCELADO" at 1241.
       mudar-status-novo.
           display "Novo Status...............: " at 1201
           move sqlstatus to sqlstatus-novo
           accept sqlstatus-novo at 1229 with update
           move function upper-case(sqlstatus-novo) to sqlstatus-novo
           if sqlstatus-novo not = "ABERTO"
              and sqlstatus-novo not = "ANDAMENTO"
              and sqlstatus-novo not = "RESOLVIDO"
              and sqlstatus-novo not = "CANCELADO"
              go mudar-status-novo
           end-if
           if (sqlstatus = "RESOLVIDO" or sqlstatus = "CANCELADO")
              and sqlstatus-novo not = sqlstatus
              and sqlstatus-novo not = "ABERTO"
              display "Chamado encerrado so pode ser reaberto"
                      at 2201
              accept espera at 2301
              display "                                      "
                      at 2201
              go mudar-status-novo
           end-if
           display "Area Responsavel..........: " at 1301
           move sqlarea to sqlarea-nova
           accept sqlarea-nova at 1329 with update
           move function upper-case(sqlarea-nova) to sqlarea-nova
           if sqlstatus-novo = sqlstatus and sqlarea-nova = sqlarea
              go mudar-status
           end-if
           display "Observacao................: " at 1401
           move spaces to sqlobservacao
           accept sqlobservacao at 1501
           move function upper-case(sqlobservacao) to sqlobservacao
           EXEC SQL
                UPDATE SAC_CHAMADOS
                   SET STATUS = :sqlstatus-novo,
                       AREA = :sqlarea-nova,
                       ENCERRAMENTO =
                          CASE WHEN :sqlstatus-novo IN
                                    ('RESOLVIDO','CANCELADO')
                               THEN NOW() ELSE NULL END
                 WHERE NUMERO = :sqlnumero
           END-EXEC
           if sqlcode not = 0
              display "Erro: chamado nao atualizado" at 2201
              display sqlcode at 2231
              accept espera at 2301
              EXEC SQL
                   ROLLBACK
              END-EXEC
              go mudar-status
           end-if
           perform gravar-historico
           EXEC SQL
                COMMIT
           END-EXEC
           display "Chamado atualizado." at 1701
           accept espera at 2301
           go mudar-status.
      *Chamado de categoria que gera devolucao (item errado,
      *avaria) com pedido vinculado abre a Devolucao de Mercadorias
      *ja no pedido do chamado; a nota de credito emitida la volta
      *para o historico do chamado. A conexao e fechada durante a
      *devolucao, que abre a sua.
       iniciar-devolucao.
           display erase at 0101
           display "Iniciar Devolucao do Chamado" at 0101
           display "Numero do Chamado.........: " at 0301
           move spaces to sqlnumero
           accept sqlnumero at 0329
           if sqlnumero = spaces
              go menugeral
           end-if
           perform carregar-chamado thru carregar-chamado-fim
           if ws-achou-chamado not = "S"
              display "Chamado nao encontrado" at 2201
              accept espera at 2301
              go iniciar-devolucao
           end-if
           perform mostrar-chamado
           if sqldevolucao not = "S"
              display "Categoria do chamado nao gera devolucao"
                      at 2201
              accept espera at 2301
              go iniciar-devolucao
           end-if
           if sqlpedido = spaces
              display "Chamado sem pedido vinculado" at 2201
              accept espera at 2301
              go iniciar-devolucao
           end-if
           if sqlstatus = "RESOLVIDO" or sqlstatus = "CANCELADO"
              display "Chamado encerrado" at 2201
              accept espera at 2301
              go iniciar-devolucao
           end-if
           display "Abre a devolucao do pedido (S/N)? " at 1201
           move spaces to opcao-sn
           accept opcao-sn at 1235
           if opcao-sn not = "S" and opcao-sn not = "s"
              go iniciar-devolucao
           end-if
           move sqlstatus to sqlstatus-novo
           if sqlstatus = "ABERTO"
              move "ANDAMENTO" to sqlstatus-novo
           end-if
           EXEC SQL
                UPDATE SAC_CHAMADOS
                   SET STATUS = :sqlstatus-novo
                 WHERE NUMERO = :sqlnumero
           END-EXEC
           move zeros to sqlcode
           move sqlarea to sqlarea-nova
           move "DEVOLUCAO INICIADA" to sqlobservacao
           perform gravar-historico
           EXEC SQL
                COMMIT
           END-EXEC
           EXEC SQL
                DISCONNECT all
           END-EXEC
           move "SAC_DEVOLUCAO_PEDIDO" to ws-amb-nome
           move sqlpedido to ws-amb-valor
           perform gravar-ambiente
           move "SAC_DEVOLUCAO_CHAMADO" to ws-amb-nome
           move sqlnumero to ws-amb-valor
           perform gravar-ambiente
           call "DevolucaoPedidos"
      *    Devolucao desistida antes da escolha do pedido nao deixa
      *    o pedido no ambiente para a proxima chamada.
           move "SAC_DEVOLUCAO_PEDIDO" to ws-amb-nome
           move spaces to ws-amb-valor
           perform gravar-ambiente
           move "SAC_DEVOLUCAO_CHAMADO" to ws-amb-nome
           perform gravar-ambiente
           go conectando.
      *Pedido do titular pela LGPD (relatorio dos dados ou
      *anonimizacao) chega pelo SAC; as Solicitacoes LGPD pedem o
      *proprio login e abrem a sua conexao.
       solicitacoes-lgpd.
           EXEC SQL
                DISCONNECT all
           END-EXEC
           call "SolicitacaoLGPD"
           go conectando.
       gravar-ambiente.
           display ws-amb-nome upon environment-name
           display ws-amb-valor upon environment-value.
       carregar-chamado.
           move "N" to ws-achou-chamado
           EXEC SQL
                SELECT A.CODIGO_CLIENTE, IFNULL(B.NOME, ' '),
                       IFNULL(A.CODIGO_PEDIDO, ' '),
                       IFNULL(A.NUMERO_NFE, ' '), A.FATURA,
                       A.EMBARQUE, A.CATEGORIA,
                       IFNULL(C.DESCRICAO, ' '),
                       IFNULL(C.DEVOLUCAO, 'N'), A.AREA,
                       DATE_FORMAT(A.ABERTURA, '%Y-%m-%d %H:%i:%s'),
                       DATE_FORMAT(A.PRAZO, '%Y-%m-%d'),
                       A.STATUS, A.DESCRICAO
                  INTO :sqlcliente, :sqlnome-cliente,
                       :sqlpedido, :sqlnfe, :sqlfatura,
                       :sqlembarque, :sqlcategoria,
                       :sqlcat-descricao, :sqldevolucao, :sqlarea,
                       :sqlabertura, :sqlprazo,
                       :sqlstatus, :sqldescricao
                  FROM SAC_CHAMADOS A
                  LEFT JOIN CLIENTES B
                         ON B.CODIGO = A.CODIGO_CLIENTE
                  LEFT JOIN SAC_CATEGORIAS C
                         ON C.CODIGO = A.CATEGORIA
                 WHERE A.NUMERO = :sqlnumero
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go carregar-chamado-fim
           end-if
           move "S" to ws-achou-chamado.
       carregar-chamado-fim.
           exit.
       mostrar-chamado.
           display "Cliente: " at 0401 sqlcliente
           display sqlnome-cliente(1:35) at 0421
           display "Pedido.: " at 0501 sqlpedido
           display "NF-e: " at 0521 sqlnfe
           display "Fatura: " at 0541 sqlfatura
           display "Embarque: " at 0553 sqlembarque
           display "Categ..: " at 0601 sqlcategoria
           display sqlcat-descricao(1:30) at 0614
           display "Area: " at 0646 sqlarea
           display "Aberto.: " at 0701 sqlabertura
           display "Prazo: " at 0731 sqlprazo
           display "Status: " at 0750 sqlstatus
           display sqldescricao at 0801.
       listar-historico.
           display "Quando              De         Para       Area"
                   at 1001
           display "Op  Observacao" at 1059
           move 11 to linha
           EXEC SQL
                DECLARE CURSORSACHIST CURSOR FOR
                   SELECT DATE_FORMAT(QUANDO, '%Y-%m-%d %H:%i:%s'),
                          IFNULL(STATUS_DE, ' '), STATUS_PARA,
                          AREA, OPERADOR, IFNULL(OBSERVACAO, ' ')
                     FROM SAC_HIST
                    WHERE NUMERO = :sqlnumero
                    ORDER BY QUANDO
           END-EXEC
           EXEC SQL
                OPEN CURSORSACHIST
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go listar-historico-fim
           end-if.
       listar-historico-le.
           EXEC SQL
                FETCH CURSORSACHIST INTO
                       :sqlquando,
                       :sqlstatus-de,
                       :sqlstatus-para,
                       :sqlarea-nova,
                       :sqloperador,
                       :sqlobservacao
           END-EXEC
           if sqlcode = 0 and linha < 22
              display sqlquando at line linha column 01
              display sqlstatus-de at line linha column 21
              display sqlstatus-para at line linha column 32
              display sqlarea-nova at line linha column 43
              display sqloperador at line linha column 59
              display sqlobservacao(1:18) at line linha column 63
              add 1 to linha
              go listar-historico-le
           end-if
           EXEC SQL
                CLOSE CURSORSACHIST
           END-EXEC
           move ws-login-codigo to sqloperador
           move zeros to sqlcode.
       listar-historico-fim.
           exit.
      *Linha do historico: status anterior (sqlstatus), novo status
      *(sqlstatus-novo), area que fica com o chamado e observacao.
       gravar-historico.
           EXEC SQL
                INSERT INTO SAC_HIST
                       (numero, quando, status_de, status_para, area,
                        operador, observacao)
                VALUES
                       (:sqlnumero,
                        NOW(),
                        :sqlstatus,
                        :sqlstatus-novo,
                        :sqlarea-nova,
                        :sqloperador,
                        :sqlobservacao)
           END-EXEC
           if sqlcode not = 0
              display "Aviso: historico do chamado nao gravado"
                      at 2101
              move zeros to sqlcode
           end-if.
       desconectando.
           EXEC SQL
                DISCONNECT all
           END-EXEC
           display "DisconnectOK= CONEXAO" at 2301
           accept espera at 2401
           exit program
           stop run.
       end program ChamadosSAC.
