      $SET SQL()
       identification division.
       program-id. PagaFornecedores.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select arquivo-remessa assign to ws-remessa-nome
             organization is line sequential
             file status is fs-remessa.
           select arquivo-retorno assign to ws-retorno-nome
             organization is line sequential
             file status is fs-retorno.
           select relatorio-pagto assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
           select bancos-config assign to "BANCOS.CFG"
             organization is line sequential
             file status is fs-bancos.
           select remessaspag-ctl assign to disk
             organization is indexed
             access mode is dynamic file status fs-remessas
             record key is numero-remessaspag.
           select retornos-ctl assign to disk
             organization is indexed
             access mode is dynamic file status fs-retornos
             record key is arquivo-retornos.
           select fornecedores assign to disk
             organization is indexed
             access mode is dynamic file status fs-forn
             record key is fornecedores-codigo
             alternate record key is fornecedores-nome
                       with duplicates.
           select fornbanco assign to disk organization is indexed
             access mode is dynamic file status fs-fornbanco
             record key is codigo-fornbanco.
       data division.
       fd arquivo-remessa
           label record is standard.
       01 reg-remessa                pic x(150).
       fd arquivo-retorno
           label record is standard.
       01 reg-retorno                pic x(150).
       fd relatorio-pagto
           label record is standard.
       01 reg-relatorio              pic x(132).
       fd bancos-config
           label record is standard.
       01 reg-bancos                 pic x(100).
      *Razao das remessas de pagamento, no mesmo formato do
      *REMESSAS.ARQ da cobranca.
       fd remessaspag-ctl
           label record is standard
           value of file-id "REMESSASPAG.ARQ".
       01 registro-remessaspag.
         02 numero-remessaspag      pic 9(06).
         02 data-remessaspag        pic 9(08).
         02 qtd-remessaspag         pic 9(06).
         02 hash-remessaspag        pic 9(15)v99.
         02 status-remessaspag      pic x(10).
         02 banco-remessaspag       pic x(03).
         02 arquivo-remessaspag     pic x(60).
       fd retornos-ctl
           label record is standard
           value of file-id "RETORNOSCTL.ARQ".
       01 registro-retornos.
         02 arquivo-retornos        pic x(60).
         02 dataproc-retornos       pic 9(08).
         02 qtd-retornos            pic 9(06).
         02 hash-retornos           pic 9(15)v99.
       fd fornecedores
           label record is standard
           value of file-id "FORNECEDORES.ARQ".
      *----- Layout padrao do tagcopy = Fornecedores
       copy "tagcopy.cpy"
            replacing leading ==TAG== by ==fornecedores==.
      *Conta do fornecedor para credito do pagamento.
       fd fornbanco
           label record is standard
           value of file-id "FORNBANCO.ARQ".
       01 registro-fornbanco.
         02 codigo-fornbanco        pic x(10).
         02 banco-fornbanco         pic x(03).
         02 agencia-fornbanco       pic x(05).
         02 conta-fornbanco         pic x(12).
         02 documento-fornbanco     pic x(14).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-remessa                pic x(02).
       77 fs-retorno                pic x(02).
       77 fs-relatorio              pic x(02).
       77 fs-remessas               pic x(02).
       77 fs-retornos               pic x(02).
       77 fs-bancos                 pic x(02).
       77 fs-forn                   pic x(02).
       77 fs-fornbanco              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 ws-remessa-nome            pic x(60).
       01 ws-retorno-nome            pic x(60).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-data-de                 pic 9(08).
       01 ws-data-ate                pic 9(08).
       01 ws-total-detalhes          pic 9(06) value zeros.
       01 ws-hash-valor              pic 9(15)v99 value zeros.
       01 ws-total-sem-conta         pic 9(06) value zeros.
       01 ws-total-pagos             pic 9(06) value zeros.
       01 ws-total-parciais          pic 9(06) value zeros.
       01 ws-total-rejeitados        pic 9(06) value zeros.
       01 ws-total-sem-titulo        pic 9(06) value zeros.
       01 ws-total-ja-pagos          pic 9(06) value zeros.
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
       01 ws-remessa-numero          pic 9(06).
       01 ws-seq-nome                pic x(20).
       01 ws-seq-codigo              pic x(10).
       01 ws-seq-retorno             pic x(01).
       01 ws-val-detalhes            pic 9(06).
       01 ws-val-hash                pic 9(15)v99.
       01 ws-tem-trailer             pic x(01).
       01 ws-trl-qtd-arquivo         pic 9(06).
       01 ws-trl-hash-arquivo        pic 9(15)v99.
       01 ws-operador                pic x(20).
      *Conta pagadora: o banco e escolhido entre os de BANCOS.CFG
      *(BANCO|AGENCIA|CONTA|CARTEIRA|...); sem o arquivo vale 001.
       01 ws-config-linha            pic x(100).
       01 ws-bancos.
          02 ws-banco occurs 10 times.
             03 ws-banco-cod         pic x(03).
             03 ws-banco-agencia     pic x(05).
             03 ws-banco-conta       pic x(10).
       01 ws-qtd-bancos              pic 9(02).
       01 ws-indice-banco            pic 9(02).
       01 ws-banco-escolhido         pic x(03).
       01 ws-banco-achado            pic 9(02).
       01 ws-cat-nome                pic x(20).
       01 ws-cat-registros           pic 9(07).
       01 ws-alerta-job              pic x(20).
       01 ws-alerta-severidade       pic x(01).
       01 ws-alerta-mensagem         pic x(60).
       01 ws-alerta-classe           pic x(20).
       01 ws-alerta-valor            pic 9(07).
       01 ws-alerta-motivo           pic x(30).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       01 ws-registro-header.
          02 ws-hdr-tipo             pic x(01) value "0".
          02 ws-hdr-literal          pic x(07) value "PAGTOS ".
          02 ws-hdr-data             pic 9(08).
          02 ws-hdr-numero           pic 9(06).
          02 ws-hdr-banco            pic x(03).
          02 ws-hdr-agencia          pic x(05).
          02 ws-hdr-conta            pic x(10).
          02 filler                  pic x(110) value spaces.
       01 ws-registro-detalhe.
          02 ws-det-tipo             pic x(01) value "1".
          02 ws-det-fornecedor       pic x(10).
          02 ws-det-nnf              pic x(20).
          02 ws-det-parcela          pic 9(02).
          02 ws-det-nome             pic x(30).
          02 ws-det-documento        pic x(14).
          02 ws-det-banco            pic x(03).
          02 ws-det-agencia          pic x(05).
          02 ws-det-conta            pic x(12).
          02 ws-det-vencimento       pic x(10).
          02 ws-det-valor            pic 9(13)v99.
          02 filler                  pic x(28) value spaces.
       01 ws-registro-trailer.
          02 ws-trl-tipo             pic x(01) value "9".
          02 ws-trl-qtd              pic 9(06).
          02 ws-trl-hash             pic 9(15)v99.
          02 filler                  pic x(126) value spaces.
      *Retorno: ocorrencia 00 = pago, demais = rejeitado pelo banco.
       01 ws-linha-retorno           pic x(150).
       01 filler redefines ws-linha-retorno.
          02 ws-ret-tipo             pic x(01).
          02 ws-ret-fornecedor       pic x(10).
          02 ws-ret-nnf              pic x(20).
          02 ws-ret-parcela          pic 9(02).
          02 ws-ret-ocorrencia       pic x(02).
          02 ws-ret-valorpago        pic 9(13)v99.
          02 filler                  pic x(100).
       01 filler redefines ws-linha-retorno.
          02 ws-rtrl-tipo            pic x(01).
          02 ws-rtrl-qtd             pic 9(06).
          02 ws-rtrl-hash            pic 9(15)v99.
          02 filler                  pic x(126).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlfornecedor              pic x(10).
       01 sqlnnf                     pic x(20).
       01 sqlparcela                 pic 9(02).
       01 sqlvencimento              pic x(10).
       01 sqlvalor                   pic 9(09)v99.
       01 sqlvalorpago               pic 9(09)v99.
       01 sqlpago-titulo             pic 9(11)v99.
       01 sqlsaldo                   pic 9(09)v99.
       01 sqlstatus                  pic x(10).
       01 sqlocorrencia              pic x(02).
       01 sqlremessa                 pic 9(06).
       01 sqldata-de                 pic x(10).
       01 sqldata-ate                pic x(10).
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
           display "Pagamento a Fornecedores" at 0101
           display "1.Gerar Remessa de Pagamentos" at 0301
           display "2.Processar Retorno de Pagamentos" at 0401
           display "3.Conta Bancaria do Fornecedor" at 0501
           display "4.Criar/Ajustar Tabelas" at 0601
           display "0.Sair" at 0701
           display "Opcao:" at 0801
           initialize opcao
           accept opcao at 0807
           if opcao = 1 go gerando-remessa.
           if opcao = 2 go processando-retorno.
           if opcao = 3 go conta-fornecedor.
           if opcao = 4 go criartabelas.
           if opcao = 0 go desconectando.
           go menugeral.
      *Razao dos pagamentos a fornecedores (toda ocorrencia do
      *retorno) e carimbo da remessa no titulo; -1050 = tabela ja
      *existe, -1060 = coluna ja existe.
       criartabelas.
           display erase at 0101
           display "Criar/Ajustar Tabelas de Pagamentos" at 0101
           EXEC SQL
                CREATE TABLE PAGAMENTOS_PAGAR
                    (fornecedor    char(10),
                     nnf           char(20),
                     parcela       int,
                     quando        datetime,
                     ocorrencia    char(02),
                     valorpago     decimal(13,2),
                     remessa       int)
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "PAGAMENTOS_PAGAR ja existe." at 0301
              else
                 display "Erro: PAGAMENTOS_PAGAR " at 0301
                 display sqlcode at 0331
              end-if
           else
              display "Criou PAGAMENTOS_PAGAR OK." at 0301
           end-if
           EXEC SQL
                ALTER TABLE TITULOS_PAGAR ADD REMESSA INT
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1060
                 display "TITULOS_PAGAR.REMESSA ja existe." at 0401
              else
                 display "Erro: ALTER REMESSA " at 0401
                 display sqlcode at 0431
              end-if
           else
              display "Criou TITULOS_PAGAR.REMESSA OK." at 0401
           end-if
           accept espera at 2301
           go menugeral.
      *Remessa de pagamento dos titulos ABERTOS com vencimento no
      *intervalo, debitando a conta escolhida do BANCOS.CFG. Cada
      *titulo remetido fica REMETIDO com o numero da remessa ate o
      *retorno; fornecedor sem conta cadastrada fica de fora e vai
      *para o relatorio.
       gerando-remessa.
           display erase at 0101
           display "Remessa de Pagamento a Fornecedores" at 0101
           display "Vencimento de (AAAAMMDD).: " at 0301
           display "Vencimento ate (AAAAMMDD): " at 0401
           display "Banco pagador............: " at 0501
           move function current-date(1:8) to ws-data-hoje
           move ws-data-hoje to ws-data-de ws-data-ate
           accept ws-data-de at 0329 with update
           accept ws-data-ate at 0429 with update
           if ws-data-ate < ws-data-de
              display "Intervalo invalido. Enter." at 2101
              accept espera at 2180
              go menugeral
           end-if
           perform ler-bancos-config thru ler-bancos-fim
           move ws-banco-cod(1) to ws-banco-escolhido
           accept ws-banco-escolhido at 0529 with update
           move zeros to ws-banco-achado
           perform conferir-banco
                   varying ws-indice-banco from 1 by 1
                   until ws-indice-banco > ws-qtd-bancos
           if ws-banco-achado = zeros
              display "Banco nao consta no BANCOS.CFG. Enter." at 2101
              accept espera at 2180
              go menugeral
           end-if
           move ws-banco-achado to ws-indice-banco

           move "PAGTO-FORN-REMESSA" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move "REMESSAPAG" to ws-seq-nome
           call "NextNumber" using ws-seq-nome
                                   ws-seq-codigo
                                   ws-seq-retorno
           if ws-seq-retorno not = "0"
              display "Erro: sem numero de remessa (SEQUENCIAS)"
                      at 2101
              accept espera at 2180
              go remessa-com-erro
           end-if
           compute ws-remessa-numero =
                   function numval (ws-seq-codigo)
                on size error move zeros to ws-remessa-numero
           end-compute
           move ws-remessa-numero to sqlremessa
           move spaces to sqldata-de sqldata-ate
           string ws-data-de(1:4) "-" ws-data-de(5:2) "-"
                  ws-data-de(7:2) delimited by size
                  into sqldata-de
           string ws-data-ate(1:4) "-" ws-data-ate(5:2) "-"
                  ws-data-ate(7:2) delimited by size
                  into sqldata-ate

           initialize ws-remessa-nome
           string "PAGTOS_"          delimited by size
                  ws-banco-escolhido delimited by size
                  "_"                delimited by size
                  ws-remessa-numero  delimited by size
                  "_"                delimited by size
                  ws-data-hoje       delimited by size
                  ".REM"             delimited by size
                  into ws-remessa-nome
           open output arquivo-remessa
           initialize ws-relatorio-nome
           string "REMESSA_PAGAR_"  delimited by size
                  ws-remessa-numero delimited by size
                  "_"               delimited by size
                  ws-data-hoje      delimited by size
                  ".TXT"            delimited by size
                  into ws-relatorio-nome
           open output relatorio-pagto
           initialize ws-linha-relatorio
           string "Remessa de Pagamento " delimited by size
                  ws-remessa-numero       delimited by size
                  " Vencimentos "         delimited by size
                  sqldata-de              delimited by size
                  " a "                   delimited by size
                  sqldata-ate             delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           move ws-data-hoje      to ws-hdr-data
           move ws-remessa-numero to ws-hdr-numero
           move ws-banco-cod(ws-indice-banco)     to ws-hdr-banco
           move ws-banco-agencia(ws-indice-banco) to ws-hdr-agencia
           move ws-banco-conta(ws-indice-banco)   to ws-hdr-conta
           write reg-remessa from ws-registro-header
           move zeros to ws-total-detalhes ws-hash-valor
                         ws-total-sem-conta
           open input fornecedores fornbanco

           EXEC SQL
                DECLARE CURSORPAGTO CURSOR FOR
                   SELECT FORNECEDOR, NNF, PARCELA, VENCIMENTO,
                          VALOR - VALORPAGO
                     FROM TITULOS_PAGAR
                    WHERE STATUS = 'ABERTO'
                      AND VENCIMENTO >= :sqldata-de
                      AND VENCIMENTO <= :sqldata-ate
                      AND VALOR > VALORPAGO
                    ORDER BY FORNECEDOR, VENCIMENTO, NNF, PARCELA
           END-EXEC
           EXEC SQL
                OPEN CURSORPAGTO
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                close arquivo-remessa relatorio-pagto
                      fornecedores fornbanco
                go remessa-com-erro
           end-if.
       gerando-remessa-le.
           EXEC SQL
                FETCH CURSORPAGTO INTO
                       :sqlfornecedor, :sqlnnf, :sqlparcela,
                       :sqlvencimento, :sqlsaldo
           END-EXEC
           if sqlcode = 100
              go gerando-remessa-fim
           end-if
           if sqlcode not = 0
                display "Erro: Nao conseguiu Fetch " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go gerando-remessa-fim
           end-if
           move sqlfornecedor to fornecedores-codigo
           move spaces to fornecedores-nome
           read fornecedores invalid key
              continue
           end-read
           move sqlfornecedor to codigo-fornbanco
           read fornbanco invalid key
              add 1 to ws-total-sem-conta
              initialize ws-linha-relatorio
              string sqlfornecedor delimited by size
                     " "           delimited by size
                     sqlnnf        delimited by size
                     "/"           delimited by size
                     sqlparcela    delimited by size
                     " | FORNECEDOR SEM CONTA BANCARIA"
                                   delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go gerando-remessa-le
           end-read

           add 1 to ws-total-detalhes
           add sqlsaldo to ws-hash-valor
           display "Detalhes Gerados: " at 0701 ws-total-detalhes
           move sqlfornecedor       to ws-det-fornecedor
           move sqlnnf              to ws-det-nnf
           move sqlparcela          to ws-det-parcela
           move fornecedores-nome   to ws-det-nome
           move documento-fornbanco to ws-det-documento
           move banco-fornbanco     to ws-det-banco
           move agencia-fornbanco   to ws-det-agencia
           move conta-fornbanco     to ws-det-conta
           move sqlvencimento       to ws-det-vencimento
           move sqlsaldo            to ws-det-valor
           write reg-remessa from ws-registro-detalhe

           EXEC SQL
                UPDATE TITULOS_PAGAR
                   SET STATUS = 'REMETIDO',
                       REMESSA = :sqlremessa
                 WHERE FORNECEDOR = :sqlfornecedor
                   AND NNF = :sqlnnf
                   AND PARCELA = :sqlparcela
           END-EXEC
           move sqlsaldo to ws-valor-edit
           initialize ws-linha-relatorio
           string sqlfornecedor     delimited by size
                  " "               delimited by size
                  sqlnnf            delimited by size
                  "/"               delimited by size
                  sqlparcela        delimited by size
                  " "               delimited by size
                  sqlvencimento     delimited by size
                  " "               delimited by size
                  ws-valor-edit     delimited by size
                  " "               delimited by size
                  fornecedores-nome delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go gerando-remessa-le.
       conferir-banco.
           if ws-banco-cod(ws-indice-banco) = ws-banco-escolhido
              move ws-indice-banco to ws-banco-achado
           end-if.
       gerando-remessa-fim.
           EXEC SQL
                CLOSE CURSORPAGTO
           END-EXEC
           close fornecedores fornbanco
           move ws-total-detalhes to ws-trl-qtd
           move ws-hash-valor     to ws-trl-hash
           write reg-remessa from ws-registro-trailer
           close arquivo-remessa
           if fs-remessa not = "00"
              display "Erro ao fechar a remessa: " at 2101 fs-remessa
              accept espera at 2180
              EXEC SQL
                   ROLLBACK
              END-EXEC
              close relatorio-pagto
              move "ERRO" to status-remessaspag
              perform gravar-remessa-ctl thru gravar-remessa-ctl-fim
              go remessa-com-erro
           end-if
           EXEC SQL
                COMMIT
           END-EXEC
           move "GERADA" to status-remessaspag
           perform gravar-remessa-ctl thru gravar-remessa-ctl-fim

           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move ws-hash-valor to ws-valor-edit
           initialize ws-linha-relatorio
           string "Titulos Remetidos: " delimited by size
                  ws-total-detalhes     delimited by size
                  " Valor: "            delimited by size
                  ws-valor-edit         delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Sem Conta........: " delimited by size
                  ws-total-sem-conta    delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-pagto

           move "F" to ws-plog-evento
           move ws-total-detalhes to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           move "REMESSA_PAGAR" to ws-cat-nome
           move ws-total-detalhes to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Remessa.....: " at 0901 ws-remessa-nome
           display "Detalhes....: " at 1001 ws-total-detalhes
           display "Sem Conta...: " at 1101 ws-total-sem-conta
           display "Relatorio...: " at 1201 ws-relatorio-nome
           accept espera at 2301
           go menugeral.
       remessa-com-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go menugeral.
       gravar-remessa-ctl.
           open i-o remessaspag-ctl
           if fs-remessas not = "00"
             if fs-remessas = "35" or "05"
                close remessaspag-ctl
                open output remessaspag-ctl
                close remessaspag-ctl
                open i-o remessaspag-ctl
             end-if
           end-if
           if fs-remessas not = "00"
              display "Aviso: REMESSASPAG.ARQ indisponivel" at 2001
              close remessaspag-ctl
              go gravar-remessa-ctl-fim
           end-if
           move ws-remessa-numero  to numero-remessaspag
           move ws-data-hoje       to data-remessaspag
           move ws-total-detalhes  to qtd-remessaspag
           move ws-hash-valor      to hash-remessaspag
           move ws-banco-escolhido to banco-remessaspag
           move ws-remessa-nome    to arquivo-remessaspag
           write registro-remessaspag invalid key
              rewrite registro-remessaspag
              end-rewrite
           end-write
           close remessaspag-ctl.
       gravar-remessa-ctl-fim.
           exit.
       ler-bancos-config.
           move zeros to ws-qtd-bancos
           open input bancos-config
           if fs-bancos not = "00"
              close bancos-config
              go ler-bancos-valida
           end-if.
       ler-bancos-le.
           read bancos-config into ws-config-linha at end
              close bancos-config
              go ler-bancos-valida
           end-read
           if ws-config-linha = spaces
              go ler-bancos-le
           end-if
           if ws-config-linha(1:1) = "*"
              go ler-bancos-le
           end-if
           if ws-qtd-bancos >= 10
              close bancos-config
              go ler-bancos-valida
           end-if
           add 1 to ws-qtd-bancos
           unstring ws-config-linha delimited by "|"
                    into ws-banco-cod(ws-qtd-bancos)
                         ws-banco-agencia(ws-qtd-bancos)
                         ws-banco-conta(ws-qtd-bancos)
           end-unstring
           go ler-bancos-le.
       ler-bancos-valida.
           if ws-qtd-bancos = zeros
              move 1 to ws-qtd-bancos
              move "001" to ws-banco-cod(1)
              move spaces to ws-banco-agencia(1)
                             ws-banco-conta(1)
           end-if.
       ler-bancos-fim.
           exit.
      *Retorno do banco para a remessa de pagamentos, com a mesma
      *trava de reprocessamento (RETORNOSCTL.ARQ) e a mesma
      *conferencia de trailer do retorno da cobranca.
       processando-retorno.
           display erase at 0101
           display "Processar Retorno de Pagamentos" at 0101
           display "Arquivo de Retorno: " at 0301
           move "PAGTOS.RET" to ws-retorno-nome
           accept ws-retorno-nome at 0321 with update
           open input arquivo-retorno
           if fs-retorno not = "00"
              display "Arquivo de retorno nao encontrado." at 2101
              accept espera at 2180
              go menugeral
           end-if
           open i-o retornos-ctl
           if fs-retornos not = "00"
             if fs-retornos = "35" or "05"
                close retornos-ctl
                open output retornos-ctl
                close retornos-ctl
                open i-o retornos-ctl
             end-if
           end-if
           if fs-retornos = "00"
              move ws-retorno-nome to arquivo-retornos
              read retornos-ctl not invalid key
                 close retornos-ctl
                 close arquivo-retorno
                 display "RETORNO JA PROCESSADO EM " at 2101
                                 dataproc-retornos
                 move "RETORNO DUPLICADO BLOQUEADO:"
                      to ws-alerta-motivo
                 perform alerta-retorno
                 accept espera at 2180
                 go menugeral
              end-read
           end-if
           close retornos-ctl
           move zeros to ws-val-detalhes ws-val-hash
           move "N" to ws-tem-trailer.
       validando-retorno-le.
           read arquivo-retorno into ws-linha-retorno at end
              go validando-retorno-fim
           end-read
           if ws-ret-tipo = "1"
              add 1 to ws-val-detalhes
              if ws-ret-valorpago is numeric
                 add ws-ret-valorpago to ws-val-hash
              end-if
           end-if
           if ws-ret-tipo = "9"
              move "S" to ws-tem-trailer
              move ws-rtrl-qtd  to ws-trl-qtd-arquivo
              move ws-rtrl-hash to ws-trl-hash-arquivo
           end-if
           go validando-retorno-le.
       validando-retorno-fim.
           close arquivo-retorno
           if ws-tem-trailer = "N"
              or ws-val-detalhes not = ws-trl-qtd-arquivo
              or ws-val-hash not = ws-trl-hash-arquivo
              display "RETORNO SEM TRAILER OU DIVERGENTE: " at 2101
              display "nada processado." at 2201
              move "RETORNO SEM INTEGRIDADE:" to ws-alerta-motivo
              perform alerta-retorno
              accept espera at 2280
              go menugeral
           end-if
           open input arquivo-retorno
           if fs-retorno not = "00"
              display "Arquivo de retorno nao reabriu." at 2101
              accept espera at 2180
              go menugeral
           end-if
           move "PAGTO-FORN-RETORNO" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move function current-date(1:8) to ws-data-hoje
           initialize ws-relatorio-nome
           string "RETORNO_PAGAR_" delimited by size
                  ws-data-hoje     delimited by size
                  ".TXT"           delimited by size
                  into ws-relatorio-nome
           open output relatorio-pagto
           move "Processamento de Retorno de Pagamentos"
                to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-total-pagos ws-total-rejeitados
                         ws-total-sem-titulo ws-total-parciais
                         ws-total-ja-pagos.
       processando-retorno-le.
           read arquivo-retorno into ws-linha-retorno at end
              go processando-retorno-fim
           end-read
           if ws-ret-tipo not = "1"
              go processando-retorno-le
           end-if
           move ws-ret-fornecedor to sqlfornecedor
           move ws-ret-nnf        to sqlnnf
           if ws-ret-parcela is not numeric
              or ws-ret-parcela = zeros
              move 1 to sqlparcela
           else
              move ws-ret-parcela to sqlparcela
           end-if
           EXEC SQL
                SELECT VALOR, VALORPAGO, STATUS, IFNULL(REMESSA,0)
                  INTO :sqlvalor, :sqlpago-titulo, :sqlstatus,
                       :sqlremessa
                  FROM TITULOS_PAGAR
                 WHERE FORNECEDOR = :sqlfornecedor
                   AND NNF = :sqlnnf
                   AND PARCELA = :sqlparcela
           END-EXEC
           if sqlcode = 100
              add 1 to ws-total-sem-titulo
              initialize ws-linha-relatorio
              string ws-ret-fornecedor delimited by size
                     " "               delimited by size
                     ws-ret-nnf        delimited by size
                     "/"               delimited by size
                     sqlparcela        delimited by size
                     " | TITULO NAO ENCONTRADO" delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go processando-retorno-le
           end-if
           if sqlcode not = 0
                display "Erro: Nao conseguiu SELECT " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go processando-retorno-fim
           end-if
      *    Titulo ja PAGO (retorno processado de novo): nao paga nem
      *    lanca outra vez, so aparece no relatorio.
           if sqlstatus = "PAGO"
              add 1 to ws-total-ja-pagos
              initialize ws-linha-relatorio
              string ws-ret-fornecedor delimited by size
                     " "               delimited by size
                     ws-ret-nnf        delimited by size
                     "/"               delimited by size
                     sqlparcela        delimited by size
                     " | TITULO JA PAGO - IGNORADO"
                                       delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go processando-retorno-le
           end-if
           if ws-ret-valorpago is not numeric
              move zeros to sqlvalorpago
           else
              move ws-ret-valorpago to sqlvalorpago
           end-if
           if ws-ret-ocorrencia = "00" and sqlvalorpago = zeros
              compute sqlvalorpago = sqlvalor - sqlpago-titulo
           end-if
           move ws-ret-ocorrencia to sqlocorrencia
           perform gravar-pagamento

           if ws-ret-ocorrencia = "00"
              perform baixar-titulo
           else
              perform rejeitar-titulo
           end-if
           go processando-retorno-le.
       gravar-pagamento.
           EXEC SQL
                INSERT INTO PAGAMENTOS_PAGAR
                       (fornecedor, nnf, parcela, quando,
                        ocorrencia, valorpago, remessa)
                VALUES
                       (:sqlfornecedor,
                        :sqlnnf,
                        :sqlparcela,
                        NOW(),
                        :sqlocorrencia,
                        :sqlvalorpago,
                        :sqlremessa)
           END-EXEC
           if sqlcode not = 0
              display "Aviso: PAGAMENTOS_PAGAR nao gravado" at 1810
              move zeros to sqlcode
           end-if.
      *Pago pelo valor debitado: abaixo do saldo o titulo volta a
      *ABERTO com o resto, para a proxima remessa.
       baixar-titulo.
           compute sqlpago-titulo = sqlpago-titulo + sqlvalorpago
           if sqlpago-titulo < sqlvalor
              move "ABERTO" to sqlstatus
              add 1 to ws-total-parciais
           else
              move "PAGO" to sqlstatus
              add 1 to ws-total-pagos
           end-if
           EXEC SQL
                UPDATE TITULOS_PAGAR
                   SET STATUS = :sqlstatus,
                       VALORPAGO = :sqlpago-titulo,
                       OPERADOR = :sqloperador
                 WHERE FORNECEDOR = :sqlfornecedor
                   AND NNF = :sqlnnf
                   AND PARCELA = :sqlparcela
           END-EXEC
           move sqlvalorpago to ws-valor-edit
           initialize ws-linha-relatorio
           string ws-ret-fornecedor delimited by size
                  " "               delimited by size
                  ws-ret-nnf        delimited by size
                  "/"               delimited by size
                  sqlparcela        delimited by size
                  " | Pago "        delimited by size
                  ws-valor-edit     delimited by size
                  " | "             delimited by size
                  sqlstatus         delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
      *Rejeitado pelo banco (conta invalida, saldo, etc.): o titulo
      *volta a ABERTO para nova remessa e o alerta avisa a tesouraria.
       rejeitar-titulo.
           add 1 to ws-total-rejeitados
           EXEC SQL
                UPDATE TITULOS_PAGAR
                   SET STATUS = 'ABERTO',
                       REMESSA = NULL
                 WHERE FORNECEDOR = :sqlfornecedor
                   AND NNF = :sqlnnf
                   AND PARCELA = :sqlparcela
           END-EXEC
           initialize ws-linha-relatorio
           string ws-ret-fornecedor delimited by size
                  " "               delimited by size
                  ws-ret-nnf        delimited by size
                  "/"               delimited by size
                  sqlparcela        delimited by size
                  " | REJEITADO OCORRENCIA=" delimited by size
                  ws-ret-ocorrencia delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move "PAGTO-FORN-RETORNO" to ws-alerta-job
           move "A" to ws-alerta-severidade
           initialize ws-alerta-mensagem
           string "PAGTO REJEITADO " delimited by size
                  ws-ret-fornecedor  delimited by size
                  " NF "             delimited by size
                  ws-ret-nnf         delimited by spaces
                  "/"                delimited by size
                  sqlparcela         delimited by size
                  " OCOR="           delimited by size
                  ws-ret-ocorrencia  delimited by size
                  into ws-alerta-mensagem
           move spaces to ws-alerta-classe
           move zeros to ws-alerta-valor
           call "GravaAlerta" using ws-alerta-job
                                    ws-alerta-severidade
                                    ws-alerta-mensagem
                                    ws-alerta-classe
                                    ws-alerta-valor.
       alerta-retorno.
           move "PAGTO-FORN-RETORNO" to ws-alerta-job
           move "A" to ws-alerta-severidade
           initialize ws-alerta-mensagem
           string ws-alerta-motivo delimited by "  "
                  " "              delimited by size
                  ws-retorno-nome  delimited by size
                  into ws-alerta-mensagem
           move spaces to ws-alerta-classe
           move zeros to ws-alerta-valor
           call "GravaAlerta" using ws-alerta-job
                                    ws-alerta-severidade
                                    ws-alerta-mensagem
                                    ws-alerta-classe
                                    ws-alerta-valor.
       processando-retorno-fim.
           close arquivo-retorno
           EXEC SQL
                COMMIT
           END-EXEC
           perform gravar-retorno-ctl thru gravar-retorno-ctl-fim
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Pagos............: " delimited by size
                  ws-total-pagos        delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Parciais.........: " delimited by size
                  ws-total-parciais     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Rejeitados.......: " delimited by size
                  ws-total-rejeitados   delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Sem Titulo.......: " delimited by size
                  ws-total-sem-titulo   delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Ja Pagos.........: " delimited by size
                  ws-total-ja-pagos     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-pagto

           move "F" to ws-plog-evento
           move ws-total-pagos to ws-plog-registros
           if ws-total-sem-titulo > 0 or ws-total-rejeitados > 0
              or ws-total-ja-pagos > 0
              move "ERRO" to ws-plog-status
           else
              move "OK" to ws-plog-status
           end-if
           perform gravar-processlog
           move "RETORNO_PAGAR" to ws-cat-nome
           move ws-total-pagos to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Pagos.....: " at 0601 ws-total-pagos
           display "Parciais..: " at 0701 ws-total-parciais
           display "Rejeitados: " at 0801 ws-total-rejeitados
           display "Sem Titulo: " at 0901 ws-total-sem-titulo
           display "Ja Pagos..: " at 1101 ws-total-ja-pagos
           display "Relatorio.: " at 1001 ws-relatorio-nome
           accept espera at 2301
           go menugeral.
       gravar-retorno-ctl.
           open i-o retornos-ctl
           if fs-retornos not = "00"
              display "Aviso: RETORNOSCTL.ARQ indisponivel" at 2001
              close retornos-ctl
              go gravar-retorno-ctl-fim
           end-if
           move ws-retorno-nome    to arquivo-retornos
           move ws-data-hoje       to dataproc-retornos
           move ws-val-detalhes    to qtd-retornos
           move ws-val-hash        to hash-retornos
           write registro-retornos invalid key
              rewrite registro-retornos
              end-rewrite
           end-write
           close retornos-ctl.
       gravar-retorno-ctl-fim.
           exit.
      *Conta de credito do fornecedor em FORNBANCO.ARQ.
       conta-fornecedor.
           display erase at 0101
           display "Conta Bancaria do Fornecedor" at 0101
           display "Fornecedor.........: " at 0301
           display "Banco..............: " at 0501
           display "Agencia............: " at 0601
           display "Conta..............: " at 0701
           display "CPF/CNPJ...........: " at 0801
           move spaces to fornecedores-codigo
           accept fornecedores-codigo at 0322
           if fornecedores-codigo = spaces
              go menugeral
           end-if
           open input fornecedores
           read fornecedores invalid key
              close fornecedores
              display "Fornecedor nao cadastrado. Enter." at 2001
              accept espera at 2301
              go conta-fornecedor
           end-read
           close fornecedores
           display fornecedores-nome at 0333
           open i-o fornbanco
           if fs-fornbanco = "35" or "05"
              close fornbanco
              open output fornbanco
              close fornbanco
              open i-o fornbanco
           end-if
           move fornecedores-codigo to codigo-fornbanco
           read fornbanco invalid key
              initialize registro-fornbanco
              move fornecedores-codigo to codigo-fornbanco
           end-read
           accept banco-fornbanco at 0522 with update
           accept agencia-fornbanco at 0622 with update
           accept conta-fornbanco at 0722 with update
           accept documento-fornbanco at 0822 with update
           if banco-fornbanco = spaces
              delete fornbanco invalid key
                 continue
              end-delete
              display "Conta removida." at 2101
           else
              write registro-fornbanco invalid key
                 rewrite registro-fornbanco
                 end-rewrite
              end-write
              display "Conta gravada." at 2101
           end-if
           close fornbanco
           accept espera at 2301
           go conta-fornecedor.
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
       end program PagaFornecedores.
