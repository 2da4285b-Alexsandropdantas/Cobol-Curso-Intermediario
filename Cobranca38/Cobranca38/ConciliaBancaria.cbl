      $SET SQL()
       identification division.
       program-id. ConciliaBancaria.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select arquivo-extrato assign to ws-extrato-nome
             organization is line sequential
             file status is fs-extrato.
           select relatorio-conc assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd arquivo-extrato
           label record is standard.
       01 reg-extrato                pic x(120).
       fd relatorio-conc
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-extrato                pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 ws-operador                pic x(20).
       01 ws-extrato-nome            pic x(60).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-linha-extrato           pic x(120).
       01 ws-data-hoje               pic 9(08).
      *Extrato diario do banco, uma linha por lancamento:
      *AAAAMMDD;C/D;VALOR;DOCUMENTO;HISTORICO (so os creditos C
      *entram na conciliacao; linhas * sao comentario).
       01 ws-campo-data              pic x(08).
       01 ws-campo-tipo              pic x(01).
       01 ws-campo-valor             pic x(20).
       01 ws-campo-documento         pic x(20).
       01 ws-campo-historico         pic x(40).
      *Credito e lancamento casam pelo valor exato e pelo documento
      *(codigo do pedido) ou, sem documento, pela data com esta
      *folga em dias (retorno processado depois do credito).
       01 ws-folga-dias              pic 9(02) value 3.
       01 ws-total-lidos             pic 9(06) value zeros.
       01 ws-total-importados        pic 9(06) value zeros.
       01 ws-total-conciliados       pic 9(06) value zeros.
       01 ws-total-so-banco          pic 9(06) value zeros.
       01 ws-total-so-razao          pic 9(06) value zeros.
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
       01 ws-total-edit              pic z.zzz.zzz.zz9,99.
       01 ws-soma-so-banco           pic 9(13)v99.
       01 ws-soma-so-razao           pic 9(13)v99.
       01 ws-tipo-baixa              pic x(01).
       01 ws-cat-nome                pic x(20).
       01 ws-cat-registros           pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlid-extrato              pic 9(09).
       01 sqlarquivo                 pic x(60).
       01 sqldata                    pic x(10).
       01 sqlvalor                   pic 9(11)v99.
       01 sqldocumento               pic x(20).
       01 sqlhistorico               pic x(40).
       01 sqlmotivo                  pic x(40).
       01 sqlcodigo-pedido           pic x(10).
       01 sqlparcela                 pic 9(02).
       01 sqlquando                  pic x(19).
       01 sqlorigem                  pic x(10).
       01 sqlfolga                   pic 9(02).
       01 sqlqtd                     pic 9(09).
       01 sqldata-corte              pic x(10).
       01 sqloperador                pic x(20).
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
           end-if
           move spaces to ws-operador
           accept ws-operador from environment "USUARIO"
           if ws-operador = spaces
              move "OPERADOR" to ws-operador
           end-if
           move ws-operador to sqloperador.
       menugeral.
           display erase at 0101
           display "Conciliacao Bancaria x PAGAMENTOS" at 0101
           display "1.Importar Extrato e Conciliar" at 0301
           display "2.Reconciliar Pendencias (sem extrato novo)"
                   at 0401
           display "3.Baixar Pendencia Manualmente" at 0501
           display "4.Criar/Ajustar Tabelas" at 0601
           display "0.Sair" at 0701
           display "Opcao:" at 0801
           initialize opcao
           accept opcao at 0807
           if opcao = 1 go importando.
           if opcao = 2 go conciliando.
           if opcao = 3 go baixando.
           if opcao = 4 go criartabelas.
           if opcao = 0 go desconectando.
           go menugeral.
      *Creditos do extrato ficam guardados com o status da
      *conciliacao; o razao PAGAMENTOS ganha a marca CONCILIADO
      *(N/branco=pendente, S=casado, B=baixado manualmente).
       criartabelas.
           display erase at 0101
           display "Criar/Ajustar Tabelas da Conciliacao" at 0101
           EXEC SQL
                CREATE TABLE EXTRATO_BANCO
                    (id           int auto_increment,
                     arquivo      char(60),
                     data         date,
                     valor        decimal(13,2),
                     documento    char(20),
                     historico    char(40),
                     status       char(10),
                     codigo_pedido char(10),
                     parcela      int,
                     conciliado   datetime,
                     motivo       char(40),
                     operador     char(20),
                     primary key  (id))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "EXTRATO_BANCO ja existe." at 0301
              else
                 display "Erro: EXTRATO_BANCO " at 0301
                 display sqlcode at 0331
              end-if
           else
              display "Criou EXTRATO_BANCO OK." at 0301
           end-if
           EXEC SQL
                ALTER TABLE PAGAMENTOS ADD CONCILIADO CHAR(01)
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1060
                 display "PAGAMENTOS.CONCILIADO ja existe." at 0401
              else
                 display "Erro: ALTER CONCILIADO " at 0401
                 display sqlcode at 0431
              end-if
           else
              display "Criou PAGAMENTOS.CONCILIADO OK." at 0401
           end-if
           accept espera at 2301
           go menugeral.
      *Carga do extrato: o mesmo arquivo nao entra duas vezes.
       importando.
           display erase at 0101
           display "Importar Extrato Bancario" at 0101
           display "Arquivo do Extrato: " at 0301
           move function current-date(1:8) to ws-data-hoje
           initialize ws-extrato-nome
           string "EXTRATO_"   delimited by size
                  ws-data-hoje delimited by size
                  ".TXT"       delimited by size
                  into ws-extrato-nome
           accept ws-extrato-nome at 0321 with update
           if ws-extrato-nome = spaces
              go menugeral
           end-if
           move ws-extrato-nome to sqlarquivo
           move zeros to sqlqtd
           EXEC SQL
                SELECT COUNT(*) INTO :sqlqtd
                  FROM EXTRATO_BANCO
                 WHERE ARQUIVO = :sqlarquivo
           END-EXEC
           if sqlcode not = 0
              display "Erro: EXTRATO_BANCO " at 1510
              display sqlcode at 1610
              display sqlerrmc at 1710
              accept espera at 2301
              go menugeral
           end-if
           if sqlqtd > zeros
              display "Extrato ja importado antes." at 2101
              accept espera at 2180
              go menugeral
           end-if
           open input arquivo-extrato
           if fs-extrato not = "00"
              display "Arquivo do extrato nao encontrado." at 2101
              accept espera at 2180
              go menugeral
           end-if
           move zeros to ws-total-lidos ws-total-importados.
       importando-le.
           read arquivo-extrato into ws-linha-extrato at end
              go importando-fim
           end-read
           if ws-linha-extrato = spaces
              go importando-le
           end-if
           if ws-linha-extrato(1:1) = "*"
              go importando-le
           end-if
           add 1 to ws-total-lidos
           move spaces to ws-campo-data ws-campo-tipo ws-campo-valor
                          ws-campo-documento ws-campo-historico
           unstring ws-linha-extrato delimited by ";"
                    into ws-campo-data
                         ws-campo-tipo
                         ws-campo-valor
                         ws-campo-documento
                         ws-campo-historico
           end-unstring
           if ws-campo-tipo not = "C" and ws-campo-tipo not = "c"
              go importando-le
           end-if
           if ws-campo-data is not numeric
              go importando-le
           end-if
           compute sqlvalor = function numval (ws-campo-valor)
                on size error move zeros to sqlvalor
           end-compute
           if sqlvalor = zeros
              go importando-le
           end-if
           move spaces to sqldata
           string ws-campo-data(1:4) "-" ws-campo-data(5:2) "-"
                  ws-campo-data(7:2) delimited by size
                  into sqldata
           move ws-campo-documento to sqldocumento
           move ws-campo-historico to sqlhistorico
           EXEC SQL
                INSERT INTO EXTRATO_BANCO
                       (arquivo, data, valor, documento, historico,
                        status, operador)
                VALUES
                       (:sqlarquivo,
                        :sqldata,
                        :sqlvalor,
                        :sqldocumento,
                        :sqlhistorico,
                        'ABERTO',
                        :sqloperador)
           END-EXEC
           if sqlcode not = 0
              display "Aviso: credito nao gravado" at 1810
              move zeros to sqlcode
              go importando-le
           end-if
           add 1 to ws-total-importados
           display "Creditos Importados: " at 0501 ws-total-importados
           go importando-le.
       importando-fim.
           close arquivo-extrato
           EXEC SQL
                COMMIT
           END-EXEC
           go conciliando.
      *Passada de conciliacao sobre todos os creditos ainda ABERTOS
      *(os de extratos anteriores tambem: um lancamento que chegou
      *depois ainda pode casar). O relatorio sai em tres secoes:
      *conciliados nesta execucao, creditos sem lancamento e
      *lancamentos sem credito ate a data do ultimo extrato.
       conciliando.
           display erase at 0101
           display "Conciliando Extrato x PAGAMENTOS..." at 0101
           move "CONCILIA-BANCO" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move function current-date(1:8) to ws-data-hoje
           initialize ws-relatorio-nome
           string "CONCILIACAO_" delimited by size
                  ws-data-hoje   delimited by size
                  ".TXT"         delimited by size
                  into ws-relatorio-nome
           open output relatorio-conc
           initialize ws-linha-relatorio
           string "Conciliacao Bancaria x PAGAMENTOS em "
                                delimited by size
                  ws-data-hoje  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "1. CONCILIADOS NESTA EXECUCAO" to ws-linha-relatorio
           perform gravar-relatorio
           move "Data       Valor          Documento            Pedido"
                to ws-linha-relatorio
           move "     Pc Lancamento" to ws-linha-relatorio(54:18)
           perform gravar-relatorio
           move zeros to ws-total-conciliados ws-total-so-banco
                         ws-total-so-razao ws-soma-so-banco
                         ws-soma-so-razao
           move ws-folga-dias to sqlfolga

           EXEC SQL
                DECLARE CURSOREXTRATO CURSOR FOR
                   SELECT ID, DATA, VALOR, DOCUMENTO
                     FROM EXTRATO_BANCO
                    WHERE STATUS = 'ABERTO'
                    ORDER BY DATA, ID
           END-EXEC
           EXEC SQL
                OPEN CURSOREXTRATO
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                close relatorio-conc
                go conciliando-erro
           end-if.
       conciliando-le.
           EXEC SQL
                FETCH CURSOREXTRATO INTO
                       :sqlid-extrato, :sqldata, :sqlvalor,
                       :sqldocumento
           END-EXEC
           if sqlcode not = 0
              go conciliando-fim
           end-if
           perform casar-credito thru casar-credito-fim
           go conciliando-le.
      *Prefere o lancamento do mesmo pedido do documento; sem ele,
      *o de data mais proxima dentro da folga.
       casar-credito.
           move spaces to sqlcodigo-pedido sqlquando
           move zeros to sqlparcela
           EXEC SQL
                SELECT CODIGO_PEDIDO, PARCELA, QUANDO
                  INTO :sqlcodigo-pedido, :sqlparcela, :sqlquando
                  FROM PAGAMENTOS
                 WHERE IFNULL(CONCILIADO, 'N') = 'N'
                   AND OCORRENCIA IN ('00', '  ')
                   AND VALORPAGO = :sqlvalor
                   AND (CODIGO_PEDIDO = :sqldocumento
                        OR ABS(DATEDIFF(QUANDO, :sqldata))
                           <= :sqlfolga)
                 ORDER BY (CODIGO_PEDIDO = :sqldocumento) DESC,
                          ABS(DATEDIFF(QUANDO, :sqldata))
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go casar-credito-fim
           end-if
           EXEC SQL
                UPDATE PAGAMENTOS
                   SET CONCILIADO = 'S'
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
                   AND QUANDO = :sqlquando
                   AND VALORPAGO = :sqlvalor
                   AND IFNULL(CONCILIADO, 'N') = 'N'
                 LIMIT 1
           END-EXEC
           EXEC SQL
                UPDATE EXTRATO_BANCO
                   SET STATUS = 'CONCILIADO',
                       CODIGO_PEDIDO = :sqlcodigo-pedido,
                       PARCELA = :sqlparcela,
                       CONCILIADO = NOW()
                 WHERE ID = :sqlid-extrato
           END-EXEC
           if sqlcode not = 0
              display "Aviso: conciliacao nao gravada" at 1810
              EXEC SQL
                   ROLLBACK
              END-EXEC
              move zeros to sqlcode
              go casar-credito-fim
           end-if
           EXEC SQL
                COMMIT
           END-EXEC
           add 1 to ws-total-conciliados
           display "Conciliados: " at 0301 ws-total-conciliados
           move sqlvalor to ws-valor-edit
           initialize ws-linha-relatorio
           string sqldata          delimited by size
                  " "              delimited by size
                  ws-valor-edit    delimited by size
                  " "              delimited by size
                  sqldocumento     delimited by size
                  " "              delimited by size
                  sqlcodigo-pedido delimited by size
                  " "              delimited by size
                  sqlparcela       delimited by size
                  " "              delimited by size
                  sqlquando        delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
       casar-credito-fim.
           exit.
       conciliando-fim.
           EXEC SQL
                CLOSE CURSOREXTRATO
           END-EXEC
           move zeros to sqlcode
           initialize ws-linha-relatorio
           string "Total conciliado: " delimited by size
                  ws-total-conciliados delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           perform listar-so-banco thru listar-so-banco-fim
           perform listar-so-razao thru listar-so-razao-fim
           close relatorio-conc

           move "F" to ws-plog-evento
           move ws-total-conciliados to ws-plog-registros
           if ws-total-so-banco > 0 or ws-total-so-razao > 0
              move "ERRO" to ws-plog-status
           else
              move "OK" to ws-plog-status
           end-if
           perform gravar-processlog
           move "CONCILIACAO" to ws-cat-nome
           move ws-total-conciliados to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Conciliados.............: " at 0601
                           ws-total-conciliados
           display "Creditos sem lancamento.: " at 0701
                           ws-total-so-banco
           display "Lancamentos sem credito.: " at 0801
                           ws-total-so-razao
           display "Relatorio...............: " at 0901
                           ws-relatorio-nome
           accept espera at 2301
           go menugeral.
       conciliando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go menugeral.
       listar-so-banco.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "2. CREDITOS NO BANCO SEM LANCAMENTO EM PAGAMENTOS"
                to ws-linha-relatorio
           perform gravar-relatorio
           move "Id        Data       Valor          Documento"
                to ws-linha-relatorio
           perform gravar-relatorio
           EXEC SQL
                DECLARE CURSORSOBANCO CURSOR FOR
                   SELECT ID, DATA, VALOR, DOCUMENTO, HISTORICO
                     FROM EXTRATO_BANCO
                    WHERE STATUS = 'ABERTO'
                    ORDER BY DATA, ID
           END-EXEC
           EXEC SQL
                OPEN CURSORSOBANCO
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go listar-so-banco-fim
           end-if.
       listar-so-banco-le.
           EXEC SQL
                FETCH CURSORSOBANCO INTO
                       :sqlid-extrato, :sqldata, :sqlvalor,
                       :sqldocumento, :sqlhistorico
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORSOBANCO
              END-EXEC
              move zeros to sqlcode
              move ws-soma-so-banco to ws-total-edit
              initialize ws-linha-relatorio
              string "Pendentes: "       delimited by size
                     ws-total-so-banco   delimited by size
                     " Valor: "          delimited by size
                     ws-total-edit       delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go listar-so-banco-fim
           end-if
           add 1 to ws-total-so-banco
           add sqlvalor to ws-soma-so-banco
           move sqlvalor to ws-valor-edit
           initialize ws-linha-relatorio
           string sqlid-extrato delimited by size
                  " "           delimited by size
                  sqldata       delimited by size
                  " "           delimited by size
                  ws-valor-edit delimited by size
                  " "           delimited by size
                  sqldocumento  delimited by size
                  " "           delimited by size
                  sqlhistorico  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go listar-so-banco-le.
       listar-so-banco-fim.
           exit.
      *Lancamentos do razao sem credito correspondente, ate a data
      *do extrato mais recente (os posteriores ainda podem chegar).
       listar-so-razao.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "3. LANCAMENTOS EM PAGAMENTOS SEM CREDITO NO BANCO"
                to ws-linha-relatorio
           perform gravar-relatorio
           move "Pedido     Pc Lancamento          Valor         Origem"
                to ws-linha-relatorio
           perform gravar-relatorio
           move spaces to sqldata-corte
           EXEC SQL
                SELECT IFNULL(MAX(DATA), CURDATE())
                  INTO :sqldata-corte
                  FROM EXTRATO_BANCO
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go listar-so-razao-fim
           end-if
           EXEC SQL
                DECLARE CURSORSORAZAO CURSOR FOR
                   SELECT CODIGO_PEDIDO, PARCELA, QUANDO,
                          VALORPAGO, ORIGEM
                     FROM PAGAMENTOS
                    WHERE IFNULL(CONCILIADO, 'N') = 'N'
                      AND OCORRENCIA IN ('00', '  ')
                      AND DATE(QUANDO) <= :sqldata-corte
                    ORDER BY QUANDO, CODIGO_PEDIDO, PARCELA
           END-EXEC
           EXEC SQL
                OPEN CURSORSORAZAO
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go listar-so-razao-fim
           end-if.
       listar-so-razao-le.
           EXEC SQL
                FETCH CURSORSORAZAO INTO
                       :sqlcodigo-pedido, :sqlparcela, :sqlquando,
                       :sqlvalor, :sqlorigem
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORSORAZAO
              END-EXEC
              move zeros to sqlcode
              move ws-soma-so-razao to ws-total-edit
              initialize ws-linha-relatorio
              string "Pendentes: "       delimited by size
                     ws-total-so-razao   delimited by size
                     " Valor: "          delimited by size
                     ws-total-edit       delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go listar-so-razao-fim
           end-if
           add 1 to ws-total-so-razao
           add sqlvalor to ws-soma-so-razao
           move sqlvalor to ws-valor-edit
           initialize ws-linha-relatorio
           string sqlcodigo-pedido delimited by size
                  " "              delimited by size
                  sqlparcela       delimited by size
                  " "              delimited by size
                  sqlquando        delimited by size
                  " "              delimited by size
                  ws-valor-edit    delimited by size
                  " "              delimited by size
                  sqlorigem        delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go listar-so-razao-le.
       listar-so-razao-fim.
           exit.
      *Pendencia explicada fora do sistema (tarifa, estorno do
      *banco, deposito identificado depois) sai da lista com o
      *motivo; nada e apagado.
       baixando.
           display erase at 0101
           display "Baixar Pendencia da Conciliacao" at 0101
           display "E=Credito do Extrato L=Lancamento (0=sair): "
                   at 0301
           move spaces to ws-tipo-baixa
           accept ws-tipo-baixa at 0346
           move function upper-case(ws-tipo-baixa) to ws-tipo-baixa
           if ws-tipo-baixa = "E"
              go baixando-extrato
           end-if
           if ws-tipo-baixa = "L"
              go baixando-lancamento
           end-if
           go menugeral.
       baixando-extrato.
           display "Id do Credito......: " at 0501
           display "Motivo.............: " at 0601
           move zeros to sqlid-extrato
           accept sqlid-extrato at 0522
           move spaces to sqlmotivo
           accept sqlmotivo at 0622
           if sqlmotivo = spaces
              display "Motivo obrigatorio. Enter." at 2101
              accept espera at 2180
              go baixando
           end-if
           EXEC SQL
                UPDATE EXTRATO_BANCO
                   SET STATUS = 'BAIXADO',
                       MOTIVO = :sqlmotivo,
                       OPERADOR = :sqloperador,
                       CONCILIADO = NOW()
                 WHERE ID = :sqlid-extrato
                   AND STATUS = 'ABERTO'
           END-EXEC
           perform baixando-confirma
           go baixando.
       baixando-lancamento.
           display "Pedido.............: " at 0501
           display "Parcela............: " at 0601
           display "Valor..............: " at 0701
           move spaces to sqlcodigo-pedido
           move zeros to sqlparcela sqlvalor
           accept sqlcodigo-pedido at 0522
           accept sqlparcela at 0622
           accept sqlvalor at 0722
           EXEC SQL
                UPDATE PAGAMENTOS
                   SET CONCILIADO = 'B'
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
                   AND VALORPAGO = :sqlvalor
                   AND IFNULL(CONCILIADO, 'N') = 'N'
                 LIMIT 1
           END-EXEC
           perform baixando-confirma
           go baixando.
       baixando-confirma.
           if sqlcode = 0 and sqlerrd(3) > 0
              EXEC SQL
                   COMMIT
              END-EXEC
              display "Pendencia baixada." at 2101
           else
              EXEC SQL
                   ROLLBACK
              END-EXEC
              display "Pendencia nao encontrada." at 2101
           end-if
           move zeros to sqlcode
           accept espera at 2180.
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
       end program ConciliaBancaria.
