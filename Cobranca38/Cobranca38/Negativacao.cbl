      $SET SQL()
       identification division.
       program-id. Negativacao.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select arquivo-inclusao assign to ws-inclusao-nome
             organization is line sequential
             file status is fs-inclusao.
           select arquivo-exclusao assign to ws-exclusao-nome
             organization is line sequential
             file status is fs-exclusao.
           select relatorio-neg assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       file section.
       fd arquivo-inclusao
           label record is standard.
       01 reg-inclusao               pic x(120).
       fd arquivo-exclusao
           label record is standard.
       01 reg-exclusao               pic x(120).
       fd relatorio-neg
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-inclusao               pic x(02).
       77 fs-exclusao               pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 ws-operador                pic x(20).
       01 ws-inclusao-nome           pic x(60).
       01 ws-exclusao-nome           pic x(60).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-lote                    pic 9(06).
       01 ws-seq-nome                pic x(20).
       01 ws-seq-codigo              pic x(10).
       01 ws-seq-retorno             pic x(01).
       01 ws-total-inclusoes         pic 9(06).
       01 ws-total-exclusoes         pic 9(06).
       01 ws-total-sem-documento     pic 9(06).
       01 ws-hash-inclusoes          pic 9(13)v99.
       01 ws-hash-exclusoes          pic 9(13)v99.
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
      *Layout do arquivo do bureau (120 posicoes): header tipo 0
      *com a operacao e o lote, detalhe tipo 1 por titulo e trailer
      *tipo 9 com quantidade e soma dos valores.
       01 ws-linha-bureau            pic x(120).
       01 filler redefines ws-linha-bureau.
          02 ws-hdr-tipo             pic x(01).
          02 ws-hdr-operacao         pic x(08).
          02 ws-hdr-data             pic 9(08).
          02 ws-hdr-lote             pic 9(06).
          02 filler                  pic x(97).
       01 filler redefines ws-linha-bureau.
          02 ws-det-tipo             pic x(01).
          02 ws-det-pessoa           pic x(01).
          02 ws-det-documento        pic x(14).
          02 ws-det-nome             pic x(50).
          02 ws-det-pedido           pic x(10).
          02 ws-det-parcela          pic 9(02).
          02 ws-det-vencimento       pic 9(08).
          02 ws-det-valor            pic 9(11)v99.
          02 filler                  pic x(21).
       01 filler redefines ws-linha-bureau.
          02 ws-trl-tipo             pic x(01).
          02 ws-trl-qtd              pic 9(06).
          02 ws-trl-hash             pic 9(13)v99.
          02 filler                  pic x(98).
       01 ws-cat-nome                pic x(20).
       01 ws-cat-registros           pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlcodigo-pedido           pic x(10).
       01 sqlparcela                 pic 9(02).
       01 sqlcliente                 pic x(10).
       01 sqlnome-cliente            pic x(50).
       01 sqldocumento               pic x(14).
       01 sqlvencimento              pic x(10).
       01 sqlsaldo                   pic 9(11)v99.
       01 sqlstatus-parcela          pic x(10).
       01 sqllote                    pic 9(06).
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
           display "Negativacao no Bureau de Credito" at 0101
           display "1.Gerar Arquivos de Inclusao e Exclusao" at 0301
           display "2.Criar Tabela NEGATIVACOES" at 0401
           display "0.Sair" at 0501
           display "Opcao:" at 0601
           initialize opcao
           accept opcao at 0607
           if opcao = 1 go processando.
           if opcao = 2 go criartabela.
           if opcao = 0 go desconectando.
           go menugeral.
      *Uma linha por inclusao de titulo no bureau; a exclusao
      *atualiza a mesma linha (status INCLUIDO -> EXCLUIDO). Um
      *titulo reaberto pode ser incluido de novo em outra linha.
       criartabela.
           EXEC SQL
                CREATE TABLE NEGATIVACOES
                    (codigo_pedido   char(10),
                     parcela         int,
                     codigo_cliente  char(10),
                     documento       char(14),
                     nome            char(50),
                     vencimento      date,
                     valor           decimal(11,2),
                     status          char(10),
                     incluido        datetime,
                     lote_inclusao   int,
                     excluido        datetime,
                     lote_exclusao   int,
                     operador        char(20))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "NEGATIVACOES ja existe." at 2201
              else
                 display "Erro: Nao conseguiu criar tabela " at 1510
                 display sqlcode at 1610
                 display sqlerrmc at 1710
              end-if
           else
              display "Criou NEGATIVACOES OK." at 2201
           end-if
           accept espera at 2301
           go menugeral.
       processando.
           display erase at 0101
           display "Gerando Arquivos do Bureau..." at 0101
           move "NEGATIVACAO" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           move "NEGATIVACAO" to ws-seq-nome
           call "NextNumber" using ws-seq-nome
                                   ws-seq-codigo
                                   ws-seq-retorno
           if ws-seq-retorno not = "0"
              display "Erro: sem numero de lote (SEQUENCIAS)" at 2101
              accept espera at 2180
              go processando-erro
           end-if
           compute ws-lote = function numval (ws-seq-codigo)
                on size error move zeros to ws-lote
           end-compute
           move ws-lote to sqllote
           move function current-date(1:8) to ws-data-hoje
           initialize ws-inclusao-nome ws-exclusao-nome
                      ws-relatorio-nome
           string "NEG_INCLUSAO_" delimited by size
                  ws-lote         delimited by size
                  "_"             delimited by size
                  ws-data-hoje    delimited by size
                  ".TXT"          delimited by size
                  into ws-inclusao-nome
           string "NEG_EXCLUSAO_" delimited by size
                  ws-lote         delimited by size
                  "_"             delimited by size
                  ws-data-hoje    delimited by size
                  ".TXT"          delimited by size
                  into ws-exclusao-nome
           string "NEGATIVACAO_"  delimited by size
                  ws-lote         delimited by size
                  "_"             delimited by size
                  ws-data-hoje    delimited by size
                  ".TXT"          delimited by size
                  into ws-relatorio-nome
           open output arquivo-inclusao arquivo-exclusao
                       relatorio-neg
           move spaces to ws-linha-bureau
           move "0" to ws-hdr-tipo
           move "INCLUSAO" to ws-hdr-operacao
           move ws-data-hoje to ws-hdr-data
           move ws-lote to ws-hdr-lote
           write reg-inclusao from ws-linha-bureau
           move "EXCLUSAO" to ws-hdr-operacao
           write reg-exclusao from ws-linha-bureau
           initialize ws-linha-relatorio
           string "Negativacao no Bureau - Lote " delimited by size
                  ws-lote                         delimited by size
                  " em "                          delimited by size
                  ws-data-hoje                    delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "INCLUSOES" to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-total-inclusoes ws-total-exclusoes
                         ws-total-sem-documento ws-hash-inclusoes
                         ws-hash-exclusoes
      *    Inclusao: titulo ainda ABERTO que ja chegou ao PROTESTO na
      *    regua e nao esta incluido no bureau.
           EXEC SQL
                DECLARE CURSORINCLUI CURSOR FOR
                   SELECT A.CODIGO, P.PARCELA, A.CODIGO_CLIENTE,
                          B.NOME, IFNULL(B.DOCUMENTO, ' '),
                          P.VENCIMENTO, P.VALOR - P.VALORPAGO
                     FROM PEDIDOS A, PEDIDO_PARCELAS P, CLIENTES B
                    WHERE P.STATUS = 'ABERTO'
                      AND P.VALOR > P.VALORPAGO
                      AND A.CODIGO = P.CODIGO_PEDIDO
                      AND B.CODIGO = A.CODIGO_CLIENTE
                      AND EXISTS
                          (SELECT 1 FROM COBRANCA_ETAPAS E
                            WHERE E.CODIGO_PEDIDO = P.CODIGO_PEDIDO
                              AND E.PARCELA = P.PARCELA
                              AND E.ETAPA = 'PROTESTO')
                      AND NOT EXISTS
                          (SELECT 1 FROM NEGATIVACOES N
                            WHERE N.CODIGO_PEDIDO = P.CODIGO_PEDIDO
                              AND N.PARCELA = P.PARCELA
                              AND N.STATUS = 'INCLUIDO')
                    ORDER BY A.CODIGO_CLIENTE, A.CODIGO, P.PARCELA
           END-EXEC
           EXEC SQL
                OPEN CURSORINCLUI
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                close arquivo-inclusao arquivo-exclusao relatorio-neg
                go processando-erro
           end-if.
       incluindo-le.
           EXEC SQL
                FETCH CURSORINCLUI INTO
                       :sqlcodigo-pedido, :sqlparcela, :sqlcliente,
                       :sqlnome-cliente, :sqldocumento,
                       :sqlvencimento, :sqlsaldo
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORINCLUI
              END-EXEC
              go excluindo
           end-if
           if sqldocumento = spaces
              add 1 to ws-total-sem-documento
              initialize ws-linha-relatorio
              string sqlcodigo-pedido delimited by size
                     "/"              delimited by size
                     sqlparcela       delimited by size
                     " cliente "      delimited by size
                     sqlcliente       delimited by size
                     " | SEM CPF/CNPJ NO CADASTRO" delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              go incluindo-le
           end-if
           EXEC SQL
                INSERT INTO NEGATIVACOES
                       (codigo_pedido, parcela, codigo_cliente,
                        documento, nome, vencimento, valor, status,
                        incluido, lote_inclusao, operador)
                VALUES
                       (:sqlcodigo-pedido,
                        :sqlparcela,
                        :sqlcliente,
                        :sqldocumento,
                        :sqlnome-cliente,
                        :sqlvencimento,
                        :sqlsaldo,
                        'INCLUIDO',
                        NOW(),
                        :sqllote,
                        :sqloperador)
           END-EXEC
           if sqlcode not = 0
              display "Aviso: negativacao nao gravada" at 1810
              move zeros to sqlcode
              go incluindo-le
           end-if
           perform montar-detalhe
           write reg-inclusao from ws-linha-bureau
           add 1 to ws-total-inclusoes
           add sqlsaldo to ws-hash-inclusoes
           perform relatar-titulo
           go incluindo-le.
      *Exclusao: titulo incluido que foi pago ou renegociado (ou
      *cancelado) desde a inclusao.
       excluindo.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "EXCLUSOES" to ws-linha-relatorio
           perform gravar-relatorio
           EXEC SQL
                DECLARE CURSOREXCLUI CURSOR FOR
                   SELECT N.CODIGO_PEDIDO, N.PARCELA,
                          N.CODIGO_CLIENTE, N.NOME, N.DOCUMENTO,
                          N.VENCIMENTO, N.VALOR, P.STATUS
                     FROM NEGATIVACOES N, PEDIDO_PARCELAS P
                    WHERE N.STATUS = 'INCLUIDO'
                      AND P.CODIGO_PEDIDO = N.CODIGO_PEDIDO
                      AND P.PARCELA = N.PARCELA
                      AND P.STATUS IN ('PAGO','RENEGOCIADO',
                                       'CANCELADO')
                    ORDER BY N.CODIGO_CLIENTE, N.CODIGO_PEDIDO,
                          N.PARCELA
           END-EXEC
           EXEC SQL
                OPEN CURSOREXCLUI
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go processando-fim
           end-if.
       excluindo-le.
           EXEC SQL
                FETCH CURSOREXCLUI INTO
                       :sqlcodigo-pedido, :sqlparcela, :sqlcliente,
                       :sqlnome-cliente, :sqldocumento,
                       :sqlvencimento, :sqlsaldo, :sqlstatus-parcela
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSOREXCLUI
              END-EXEC
              go processando-fim
           end-if
           EXEC SQL
                UPDATE NEGATIVACOES
                   SET STATUS = 'EXCLUIDO',
                       EXCLUIDO = NOW(),
                       LOTE_EXCLUSAO = :sqllote
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
                   AND STATUS = 'INCLUIDO'
           END-EXEC
           if sqlcode not = 0
              display "Aviso: exclusao nao gravada" at 1810
              move zeros to sqlcode
              go excluindo-le
           end-if
           perform montar-detalhe
           write reg-exclusao from ws-linha-bureau
           add 1 to ws-total-exclusoes
           add sqlsaldo to ws-hash-exclusoes
           perform relatar-titulo
           go excluindo-le.
       montar-detalhe.
           move spaces to ws-linha-bureau
           move "1" to ws-det-tipo
      *    CPF tem 11 digitos, CNPJ 14.
           if sqldocumento(12:3) = spaces
              move "F" to ws-det-pessoa
           else
              move "J" to ws-det-pessoa
           end-if
           move sqldocumento to ws-det-documento
           move sqlnome-cliente to ws-det-nome
           move sqlcodigo-pedido to ws-det-pedido
           move sqlparcela to ws-det-parcela
           string sqlvencimento(1:4) sqlvencimento(6:2)
                  sqlvencimento(9:2) delimited by size
                  into ws-det-vencimento
           move sqlsaldo to ws-det-valor.
       relatar-titulo.
           move sqlsaldo to ws-valor-edit
           initialize ws-linha-relatorio
           string sqlcodigo-pedido delimited by size
                  "/"              delimited by size
                  sqlparcela       delimited by size
                  " "              delimited by size
                  sqlcliente       delimited by size
                  " "              delimited by size
                  sqldocumento     delimited by size
                  " "              delimited by size
                  sqlvencimento    delimited by size
                  " "              delimited by size
                  ws-valor-edit    delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
       processando-fim.
           move spaces to ws-linha-bureau
           move "9" to ws-trl-tipo
           move ws-total-inclusoes to ws-trl-qtd
           move ws-hash-inclusoes to ws-trl-hash
           write reg-inclusao from ws-linha-bureau
           move ws-total-exclusoes to ws-trl-qtd
           move ws-hash-exclusoes to ws-trl-hash
           write reg-exclusao from ws-linha-bureau
           close arquivo-inclusao arquivo-exclusao
           EXEC SQL
                COMMIT
           END-EXEC
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Inclusoes........: " delimited by size
                  ws-total-inclusoes    delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Exclusoes........: " delimited by size
                  ws-total-exclusoes    delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Sem CPF/CNPJ.....: " delimited by size
                  ws-total-sem-documento delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-neg

           move "F" to ws-plog-evento
           compute ws-plog-registros =
                   ws-total-inclusoes + ws-total-exclusoes
           if ws-total-sem-documento > 0
              move "ERRO" to ws-plog-status
           else
              move "OK" to ws-plog-status
           end-if
           perform gravar-processlog
           move "NEGATIVACAO" to ws-cat-nome
           move ws-plog-registros to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Inclusoes...: " at 0601 ws-total-inclusoes
           display "Exclusoes...: " at 0701 ws-total-exclusoes
           display "Sem CPF/CNPJ: " at 0801 ws-total-sem-documento
           display "Inclusao....: " at 0901 ws-inclusao-nome
           display "Exclusao....: " at 1001 ws-exclusao-nome
           display "Relatorio...: " at 1101 ws-relatorio-nome
           accept espera at 2301
           go menugeral.
       processando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
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
       end program Negativacao.
