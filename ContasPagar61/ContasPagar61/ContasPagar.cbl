      $SET SQL()
       identification division.
       program-id. ContasPagar.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select fornecedores assign to disk
             organization is indexed
             access mode is dynamic file status fs-forn
             record key is fornecedores-codigo
             alternate record key is fornecedores-nome
                       with duplicates.
           select forncond assign to disk organization is indexed
             access mode is dynamic file status fs-forncond
             record key is codigo-forncond.
           select condpagto assign to disk organization is indexed
             access mode is dynamic file status fs-condpagto
             record key is codigo-condpagto.
           select relatorio-aging assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       file section.
       fd fornecedores
           label record is standard
           value of file-id "FORNECEDORES.ARQ".
      *----- Layout padrao do tagcopy = Fornecedores
       copy "tagcopy.cpy"
            replacing leading ==TAG== by ==fornecedores==.
      *Condicao de pagamento negociada com cada fornecedor; o codigo
      *aponta para CONDPAGTO.ARQ, o mesmo cadastro dos clientes.
       fd forncond
           label record is standard
           value of file-id "FORNCOND.ARQ".
       01 registro-forncond.
         02 codigo-forncond         pic x(10).
         02 condpagto-forncond      pic x(03).
       fd condpagto
           label record is standard
           value of file-id "CONDPAGTO.ARQ".
       01 registro-condpagto.
         02 codigo-condpagto        pic x(03).
         02 descricao-condpagto     pic x(30).
      *tipo: U=dias uteis C=dias corridos
         02 tipo-condpagto          pic x(01).
         02 parcelas-condpagto      pic 9(02).
         02 dias-condpagto          pic 9(03) occurs 6 times.
       fd relatorio-aging
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-forn                   pic x(02).
       77 fs-forncond               pic x(02).
       77 fs-condpagto              pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 confirma                  pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 linha                     pic 9(02).
       01 ws-operador                pic x(20).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-data-venc-num           pic 9(08).
       01 ws-dias-atraso             pic s9(05).
       01 ws-dias-atraso-ed          pic -zzzz9.
       01 ws-contador                pic 9(05).
       01 ws-indice                  pic 9(02).
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
       01 ws-total-edit              pic z.zzz.zzz.zz9,99.
      *Parametros do CalculaParcelas.
       01 ws-parc-condpagto          pic x(03).
       01 ws-parc-valor              pic 9(09)v99.
       01 ws-parc-data-base          pic 9(08).
       01 ws-parc-uf                 pic x(02).
       01 ws-parc-qtd                pic 9(02).
       01 ws-parc-cronograma.
          02 ws-parc occurs 6 times.
             03 ws-parc-vencimento   pic 9(08).
             03 ws-parc-valor-parc   pic 9(09)v99.
       01 ws-parc-retorno            pic x(01).
      *Aging por fornecedor: faixas por dias corridos de atraso.
       01 ws-nomes-faixas.
          02 filler pic x(12) value "A vencer".
          02 filler pic x(12) value "01-30 dias".
          02 filler pic x(12) value "31-60 dias".
          02 filler pic x(12) value "61-90 dias".
          02 filler pic x(12) value "mais de 90".
       01 filler redefines ws-nomes-faixas.
          02 ws-nome-faixa           pic x(12) occurs 5 times.
       01 ws-faixas-forn.
          02 ws-faixa-forn           pic 9(13)v99 occurs 5 times.
       01 ws-faixas-geral.
          02 ws-faixa-geral          pic 9(13)v99 occurs 5 times.
       01 ws-indice-faixa            pic 9(01).
       01 ws-forn-anterior           pic x(10).
       01 ws-total-forn              pic 9(13)v99.
       01 ws-total-geral             pic 9(13)v99.
       01 ws-saldo-titulo            pic 9(09)v99.
       01 ws-cat-nome                pic x(20).
       01 ws-cat-registros           pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlfornecedor              pic x(10).
       01 sqlnnf                     pic x(20).
       01 sqlparcela                 pic 9(02).
       01 sqlvencimento              pic x(10).
       01 sqlvalor                   pic 9(09)v99.
       01 sqlvalorpago               pic 9(09)v99.
       01 sqlstatus                  pic x(10).
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
           display "Contas a Pagar - Titulos de Fornecedores" at 0101
           display "1.Incluir Titulo (nota sem XML)" at 0301
           display "2.Consultar Titulos do Fornecedor" at 0401
           display "3.Alterar Vencimento/Valor" at 0501
           display "4.Cancelar Titulo" at 0601
           display "5.Condicao de Pagamento do Fornecedor" at 0701
           display "6.Aging de Contas a Pagar" at 0801
           display "9.Criar/Ajustar Tabelas" at 0901
           display "0.Sair" at 1001
           display "Opcao:" at 1101
           initialize opcao
           accept opcao at 1107
           if opcao = 1 go incluir.
           if opcao = 2 go consultar.
           if opcao = 3 go alterar.
           if opcao = 4 go cancelar.
           if opcao = 5 go condicao-fornecedor.
           if opcao = 6 go aging.
           if opcao = 9 go criartabelas.
           if opcao = 0 go desconectando.
           go menugeral.
      *Um titulo por parcela da nota do fornecedor; -1050 = tabela
      *ja existe.
       criartabelas.
           display erase at 0101
           display "Criar/Ajustar Tabelas de Contas a Pagar" at 0101
           EXEC SQL
                CREATE TABLE TITULOS_PAGAR
                    (fornecedor   char(10),
                     nnf          char(20),
                     parcela      int,
                     vencimento   date,
                     valor        decimal(11,2),
                     valorpago    decimal(11,2),
                     status       char(10),
                     emissao      datetime,
                     operador     char(20),
                     primary key  (fornecedor, nnf, parcela))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "TITULOS_PAGAR ja existe." at 0301
              else
                 display "Erro: TITULOS_PAGAR " at 0301
                 display sqlcode at 0331
              end-if
           else
              display "Criou TITULOS_PAGAR OK." at 0301
           end-if
           accept espera at 2301
           go menugeral.
      *Nota de fornecedor que nao passou pelo LerXML/CasaNotasCompra
      *(servico, nota em papel): o titulo nasce aqui com as mesmas
      *parcelas da condicao do fornecedor.
       incluir.
           display erase at 0101
           display "Incluir Titulo a Pagar" at 0101
           display "Fornecedor.........: " at 0301
           display "Numero da Nota.....: " at 0401
           display "Valor Total........: " at 0501
           display "Condicao Pagamento.: " at 0601
           move spaces to fornecedores-codigo
           accept fornecedores-codigo at 0322
           if fornecedores-codigo = spaces
              go menugeral
           end-if
           perform ler-fornecedor thru ler-fornecedor-fim
           if fs-forn not = "00"
              display "Fornecedor nao cadastrado. Enter." at 2001
              accept espera at 2301
              go incluir
           end-if
           display fornecedores-nome at 0333
           move fornecedores-codigo to sqlfornecedor
           move spaces to sqlnnf
           accept sqlnnf at 0422
           if sqlnnf = spaces
              go incluir
           end-if
           move zeros to ws-parc-valor
           accept ws-parc-valor at 0522
           if ws-parc-valor = zeros
              display "Valor deve ser maior que zero. Enter." at 2001
              accept espera at 2301
              go incluir
           end-if
           perform ler-condicao-fornecedor.
      *Condicao digitada tem de existir em CONDPAGTO.ARQ; branco
      *fica no padrao de 28 dias corridos.
       incluir-condicao.
           accept ws-parc-condpagto at 0622 with update
           move function upper-case(ws-parc-condpagto)
                to ws-parc-condpagto
           if ws-parc-condpagto not = spaces
              perform ler-condpagto
              if descricao-condpagto = spaces
                 display "Condicao nao cadastrada. Enter." at 2001
                 accept espera at 2301
                 display "                               " at 2001
                 go incluir-condicao
              end-if
              display descricao-condpagto at 0627
           end-if
           display "Confirma Inclusao (S/N):" at 2001
           accept confirma at 2026
           if confirma not = "S" and confirma not = "s"
              go incluir
           end-if
           perform gerar-titulos thru gerar-titulos-fim
           if sqlcode not = 0
              EXEC SQL
                   ROLLBACK
              END-EXEC
              if ws-parc-retorno not = "0"
                 and ws-parc-condpagto not = spaces
                 display "Condicao de pagamento nao encontrada: "
                         at 2101
                 display "titulos nao gerados" at 2139
              else
                 display "Titulos nao gravados (nota ja lancada?)"
                         at 2101
              end-if
              move zeros to sqlcode
           else
              EXEC SQL
                   COMMIT
              END-EXEC
              display "Titulos Gerados: " at 2101 ws-parc-qtd
           end-if
           accept espera at 2301
           go incluir.
      *Parcelas pela condicao do fornecedor (CalculaParcelas) a
      *partir de hoje; qualquer erro de insert volta em sqlcode
      *para o chamador desfazer a nota inteira. Condicao informada
      *e nao encontrada nao gera titulo nenhum (o CalculaParcelas
      *cairia no padrao de 28 dias sem avisar).
       gerar-titulos.
           move function current-date(1:8) to ws-parc-data-base
           move fornecedores-estado to ws-parc-uf
           call "CalculaParcelas" using ws-parc-condpagto
                                        ws-parc-valor
                                        ws-parc-data-base
                                        ws-parc-uf
                                        ws-parc-qtd
                                        ws-parc-cronograma
                                        ws-parc-retorno
           if ws-parc-retorno not = "0"
              and ws-parc-condpagto not = spaces
              move -1 to sqlcode
              go gerar-titulos-fim
           end-if
           move 1 to ws-indice.
       gerar-titulos-grava.
           if ws-indice > ws-parc-qtd
              go gerar-titulos-fim
           end-if
           move ws-indice to sqlparcela
           move spaces to sqlvencimento
           string ws-parc-vencimento(ws-indice)(1:4) delimited by size
                  "-"                                delimited by size
                  ws-parc-vencimento(ws-indice)(5:2) delimited by size
                  "-"                                delimited by size
                  ws-parc-vencimento(ws-indice)(7:2) delimited by size
                  into sqlvencimento
           move ws-parc-valor-parc(ws-indice) to sqlvalor
           EXEC SQL
                INSERT INTO TITULOS_PAGAR
                       (fornecedor, nnf, parcela, vencimento,
                        valor, valorpago, status, emissao, operador)
                VALUES
                       (:sqlfornecedor,
                        :sqlnnf,
                        :sqlparcela,
                        :sqlvencimento,
                        :sqlvalor,
                        0,
                        'ABERTO',
                        NOW(),
                        :sqloperador)
           END-EXEC
           if sqlcode not = 0
              go gerar-titulos-fim
           end-if
           add 1 to ws-indice
           go gerar-titulos-grava.
       gerar-titulos-fim.
           exit.
       ler-fornecedor.
           open input fornecedores
           if fs-forn not = "00"
              close fornecedores
              go ler-fornecedor-fim
           end-if
           read fornecedores invalid key
              continue
           end-read
           close fornecedores.
       ler-fornecedor-fim.
           exit.
       ler-condicao-fornecedor.
           move spaces to ws-parc-condpagto
           open input forncond
           if fs-forncond = "00"
              move fornecedores-codigo to codigo-forncond
              read forncond invalid key
                 continue
                 not invalid key
                 move condpagto-forncond to ws-parc-condpagto
              end-read
           end-if
           close forncond.
       consultar.
           display erase at 0101
           display "Titulos do Fornecedor" at 0101
           display "Fornecedor: " at 0301
           move spaces to fornecedores-codigo
           accept fornecedores-codigo at 0313
           if fornecedores-codigo = spaces
              go menugeral
           end-if
           perform ler-fornecedor thru ler-fornecedor-fim
           if fs-forn = "00"
              display fornecedores-nome at 0325
           end-if
           move fornecedores-codigo to sqlfornecedor
           EXEC SQL
                DECLARE CURSORTITPAG CURSOR FOR
                   SELECT NNF, PARCELA, VENCIMENTO, VALOR,
                          VALORPAGO, STATUS
                     FROM TITULOS_PAGAR
                    WHERE FORNECEDOR = :sqlfornecedor
                    ORDER BY VENCIMENTO, NNF, PARCELA
           END-EXEC
           EXEC SQL
                OPEN CURSORTITPAG
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go menugeral
           end-if
           perform consultar-cabecalho
           move zeros to ws-contador.
       consultar-le.
           EXEC SQL
                FETCH CURSORTITPAG INTO
                       :sqlnnf, :sqlparcela, :sqlvencimento,
                       :sqlvalor, :sqlvalorpago, :sqlstatus
           END-EXEC
           if sqlcode not = 0
              go consultar-fim
           end-if
           add 1 to ws-contador
           display sqlnnf at line linha column 01
           display sqlparcela at line linha column 22
           display sqlvencimento at line linha column 26
           move sqlvalor to ws-valor-edit
           display ws-valor-edit at line linha column 38
           move sqlvalorpago to ws-valor-edit
           display ws-valor-edit at line linha column 54
           display sqlstatus at line linha column 70
           add 1 to linha
           if linha >= 21
              display "Enter para proxima tela." at 2301
              accept espera at 2370
              perform consultar-cabecalho
           end-if
           go consultar-le.
       consultar-cabecalho.
           display erase at 0101
           display "Nota                 Pc Vencimento         Valor"
                   at 0101
           display "      Pago  Status" at 0151
           move 03 to linha.
       consultar-fim.
           EXEC SQL
                CLOSE CURSORTITPAG
           END-EXEC
           move zeros to sqlcode
           display "Titulos: " at 2201 ws-contador
           display "Enter Finaliza." at 2301
           accept espera at 2370
           go menugeral.
      *Chave do titulo para alterar/cancelar; so titulo ABERTO sem
      *pagamento aceita manutencao.
       ler-chave-titulo.
           display "Fornecedor.........: " at 0301
           display "Numero da Nota.....: " at 0401
           display "Parcela............: " at 0501
           move spaces to sqlfornecedor sqlnnf
           move zeros to sqlparcela
           accept sqlfornecedor at 0322
           if sqlfornecedor = spaces
              go ler-chave-titulo-fim
           end-if
           accept sqlnnf at 0422
           accept sqlparcela at 0522
           EXEC SQL
                SELECT VENCIMENTO, VALOR, VALORPAGO, STATUS
                  INTO :sqlvencimento, :sqlvalor, :sqlvalorpago,
                       :sqlstatus
                  FROM TITULOS_PAGAR
                 WHERE FORNECEDOR = :sqlfornecedor
                   AND NNF = :sqlnnf
                   AND PARCELA = :sqlparcela
           END-EXEC
           if sqlcode not = 0
              display "Titulo nao encontrado. Enter." at 2001
              accept espera at 2301
              move spaces to sqlfornecedor
              move zeros to sqlcode
              go ler-chave-titulo-fim
           end-if
           display "Vencimento.........: " at 0701 sqlvencimento
           move sqlvalor to ws-valor-edit
           display "Valor..............: " at 0801 ws-valor-edit
           display "Status.............: " at 0901 sqlstatus
           if sqlstatus not = "ABERTO" or sqlvalorpago not = zeros
              display "Titulo nao esta ABERTO sem pagamento. Enter."
                      at 2001
              accept espera at 2301
              move spaces to sqlfornecedor
           end-if.
       ler-chave-titulo-fim.
           exit.
       alterar.
           display erase at 0101
           display "Alterar Titulo a Pagar" at 0101
           perform ler-chave-titulo thru ler-chave-titulo-fim
           if sqlfornecedor = spaces
              go menugeral
           end-if
           display "Novo Vencimento (AAAA-MM-DD): " at 1101
           display "Novo Valor...................: " at 1201
           accept sqlvencimento at 1132 with update
           accept sqlvalor at 1232 with update
           if sqlvalor = zeros
              display "Valor deve ser maior que zero. Enter." at 2001
              accept espera at 2301
              go alterar
           end-if
           EXEC SQL
                UPDATE TITULOS_PAGAR
                   SET VENCIMENTO = :sqlvencimento,
                       VALOR = :sqlvalor,
                       OPERADOR = :sqloperador
                 WHERE FORNECEDOR = :sqlfornecedor
                   AND NNF = :sqlnnf
                   AND PARCELA = :sqlparcela
           END-EXEC
           if sqlcode not = 0
              display "Erro ao alterar: " at 2101 sqlcode
              EXEC SQL
                   ROLLBACK
              END-EXEC
              move zeros to sqlcode
           else
              EXEC SQL
                   COMMIT
              END-EXEC
              display "Titulo alterado." at 2101
           end-if
           accept espera at 2301
           go alterar.
       cancelar.
           display erase at 0101
           display "Cancelar Titulo a Pagar" at 0101
           perform ler-chave-titulo thru ler-chave-titulo-fim
           if sqlfornecedor = spaces
              go menugeral
           end-if
           display "Confirma Cancelamento (S/N):" at 2001
           accept confirma at 2030
           if confirma not = "S" and confirma not = "s"
              go cancelar
           end-if
           EXEC SQL
                UPDATE TITULOS_PAGAR
                   SET STATUS = 'CANCELADO',
                       OPERADOR = :sqloperador
                 WHERE FORNECEDOR = :sqlfornecedor
                   AND NNF = :sqlnnf
                   AND PARCELA = :sqlparcela
           END-EXEC
           if sqlcode not = 0
              display "Erro ao cancelar: " at 2101 sqlcode
              EXEC SQL
                   ROLLBACK
              END-EXEC
              move zeros to sqlcode
           else
              EXEC SQL
                   COMMIT
              END-EXEC
              display "Titulo cancelado." at 2101
           end-if
           accept espera at 2301
           go cancelar.
      *Condicao de pagamento do fornecedor em FORNCOND.ARQ; branco
      *exclui (volta ao padrao de 28 dias corridos).
       condicao-fornecedor.
           display erase at 0101
           display "Condicao de Pagamento do Fornecedor" at 0101
           display "Fornecedor.........: " at 0301
           display "Condicao (branco=padrao 28 dias): " at 0501
           move spaces to fornecedores-codigo
           accept fornecedores-codigo at 0322
           if fornecedores-codigo = spaces
              go menugeral
           end-if
           perform ler-fornecedor thru ler-fornecedor-fim
           if fs-forn not = "00"
              display "Fornecedor nao cadastrado. Enter." at 2001
              accept espera at 2301
              go condicao-fornecedor
           end-if
           display fornecedores-nome at 0333
           perform ler-condicao-fornecedor
           accept ws-parc-condpagto at 0536 with update
           move function upper-case(ws-parc-condpagto)
                to ws-parc-condpagto
           if ws-parc-condpagto not = spaces
              perform ler-condpagto
              if descricao-condpagto = spaces
                 display "Condicao nao cadastrada. Enter." at 2001
                 accept espera at 2301
                 go condicao-fornecedor
              end-if
              display descricao-condpagto at 0541
           end-if
           perform abrir-forncond
           move fornecedores-codigo to codigo-forncond
           move ws-parc-condpagto to condpagto-forncond
           if ws-parc-condpagto = spaces
              delete forncond invalid key
                 continue
              end-delete
           else
              write registro-forncond invalid key
                 rewrite registro-forncond
                 end-rewrite
              end-write
           end-if
           close forncond
           display "Condicao gravada." at 2101
           accept espera at 2301
           go condicao-fornecedor.
       ler-condpagto.
           move spaces to descricao-condpagto
           open input condpagto
           if fs-condpagto = "00"
              move ws-parc-condpagto to codigo-condpagto
              read condpagto invalid key
                 move spaces to descricao-condpagto
              end-read
           end-if
           close condpagto.
       abrir-forncond.
           open i-o forncond
           if fs-forncond = "35" or "05"
              close forncond
              open output forncond
              close forncond
              open i-o forncond
           end-if.
      *Saldo em aberto (valor - pago) dos titulos ABERTOS ou ja
      *REMETIDOS ao banco por fornecedor, nas faixas de atraso pelo
      *vencimento, com subtotal a cada quebra de fornecedor.
       aging.
           display erase at 0101
           display "Aging de Contas a Pagar por Fornecedor" at 0101
           move "AGING-PAGAR" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move function current-date(1:8) to ws-data-hoje
           initialize ws-relatorio-nome
           string "AGING_PAGAR_" delimited by size
                  ws-data-hoje   delimited by size
                  ".TXT"         delimited by size
                  into ws-relatorio-nome
           open output relatorio-aging
           initialize ws-linha-relatorio
           string "Aging de Contas a Pagar em " delimited by size
                  ws-data-hoje                  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move "Fornecedor Nota                 Pc Vencimento  Dias"
                to ws-linha-relatorio
           move "  Saldo" to ws-linha-relatorio(53:7)
           perform gravar-relatorio
           move zeros to ws-contador ws-total-forn ws-total-geral
                         ws-faixas-forn ws-faixas-geral
           move spaces to ws-forn-anterior
           open input fornecedores

           EXEC SQL
                DECLARE CURSORAGINGPAG CURSOR FOR
                   SELECT FORNECEDOR, NNF, PARCELA, VENCIMENTO,
                          VALOR, VALORPAGO
                     FROM TITULOS_PAGAR
                    WHERE STATUS IN ('ABERTO','REMETIDO')
                    ORDER BY FORNECEDOR, VENCIMENTO, NNF, PARCELA
           END-EXEC
           EXEC SQL
                OPEN CURSORAGINGPAG
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                close relatorio-aging fornecedores
                go menugeral
           end-if.
       aging-le.
           EXEC SQL
                FETCH CURSORAGINGPAG INTO
                       :sqlfornecedor, :sqlnnf, :sqlparcela,
                       :sqlvencimento, :sqlvalor, :sqlvalorpago
           END-EXEC
           if sqlcode not = 0
              go aging-fim
           end-if
           if sqlfornecedor not = ws-forn-anterior
              if ws-forn-anterior not = spaces
                 perform aging-quebra thru aging-quebra-fim
              end-if
              move sqlfornecedor to ws-forn-anterior
              move sqlfornecedor to fornecedores-codigo
              move spaces to fornecedores-nome
              read fornecedores invalid key
                 continue
              end-read
              initialize ws-linha-relatorio
              string sqlfornecedor     delimited by size
                     " "               delimited by size
                     fornecedores-nome delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
           end-if
           add 1 to ws-contador
           display "Titulos Analisados: " at 0301 ws-contador
           compute ws-saldo-titulo = sqlvalor - sqlvalorpago
           compute ws-data-venc-num =
                   (function numval (sqlvencimento(1:4)) * 10000)
                 + (function numval (sqlvencimento(6:2)) * 100)
                 +  function numval (sqlvencimento(9:2))
                on size error move ws-data-hoje to ws-data-venc-num
           end-compute
           compute ws-dias-atraso =
                   function integer-of-date (ws-data-hoje)
                 - function integer-of-date (ws-data-venc-num)
           if ws-dias-atraso <= 0
              move 1 to ws-indice-faixa
           else
              if ws-dias-atraso <= 30
                 move 2 to ws-indice-faixa
              else
                 if ws-dias-atraso <= 60
                    move 3 to ws-indice-faixa
                 else
                    if ws-dias-atraso <= 90
                       move 4 to ws-indice-faixa
                    else
                       move 5 to ws-indice-faixa
                    end-if
                 end-if
              end-if
           end-if
           add ws-saldo-titulo to ws-faixa-forn(ws-indice-faixa)
                                  ws-faixa-geral(ws-indice-faixa)
                                  ws-total-forn ws-total-geral
           move ws-saldo-titulo to ws-valor-edit
           move ws-dias-atraso to ws-dias-atraso-ed
           initialize ws-linha-relatorio
           string "           "  delimited by size
                  sqlnnf         delimited by size
                  " "            delimited by size
                  sqlparcela     delimited by size
                  " "            delimited by size
                  sqlvencimento  delimited by size
                  " "            delimited by size
                  ws-dias-atraso-ed delimited by size
                  " "            delimited by size
                  ws-valor-edit  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go aging-le.
       aging-quebra.
           perform aging-linha-faixa-forn
                   varying ws-indice-faixa from 1 by 1
                   until ws-indice-faixa > 5
           move ws-total-forn to ws-total-edit
           initialize ws-linha-relatorio
           string "   Total do Fornecedor..: " delimited by size
                  ws-total-edit                delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-total-forn ws-faixas-forn.
       aging-quebra-fim.
           exit.
       aging-linha-faixa-forn.
           if ws-faixa-forn(ws-indice-faixa) not = zeros
              move ws-faixa-forn(ws-indice-faixa) to ws-total-edit
              initialize ws-linha-relatorio
              string "   "                          delimited by size
                     ws-nome-faixa(ws-indice-faixa) delimited by size
                     "...........: "                delimited by size
                     ws-total-edit                  delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
           end-if.
       aging-linha-faixa-geral.
           move ws-faixa-geral(ws-indice-faixa) to ws-total-edit
           initialize ws-linha-relatorio
           string ws-nome-faixa(ws-indice-faixa) delimited by size
                  "..............: "             delimited by size
                  ws-total-edit                  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
       aging-fim.
           EXEC SQL
                CLOSE CURSORAGINGPAG
           END-EXEC
           move zeros to sqlcode
           close fornecedores
           if ws-forn-anterior not = spaces
              perform aging-quebra thru aging-quebra-fim
           end-if
           move "Total Geral por Faixa:" to ws-linha-relatorio
           perform gravar-relatorio
           perform aging-linha-faixa-geral
                   varying ws-indice-faixa from 1 by 1
                   until ws-indice-faixa > 5
           move ws-total-geral to ws-total-edit
           initialize ws-linha-relatorio
           string "Total a Pagar...........: " delimited by size
                  ws-total-edit                delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-aging

           move "F" to ws-plog-evento
           move ws-contador to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           move "AGING_PAGAR" to ws-cat-nome
           move ws-contador to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Relatorio Gerado: " at 0801 ws-relatorio-nome
           accept espera at 2301
           go menugeral.
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
       end program ContasPagar.
