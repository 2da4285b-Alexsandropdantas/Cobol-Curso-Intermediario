           select arquivo-reversao assign to ws-reversao-nome
             organization is line sequential
             file status is fs-reversao.
           select audit-trail assign to "AUDIT_TRAIL.LOG"
             organization is line sequential
             file status is fs-audit.
       data division.
       fd relatorio-previa
           label record is standard.
       fd arquivo-reversao
           label record is standard.
       01 reg-reversao               pic x(40).
       fd audit-trail
           label record is standard.
       01 reg-audit                  pic x(250).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-previa                 pic x(02).
       77 fs-reversao               pic x(02).
       77 fs-audit                  pic x(02).
       01 espera                    pic x(01) value spaces.
       01 confirma                  pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 ws-houve-estouro           pic x(01).
       01 ws-rev-codigo              pic x(10).
       01 ws-rev-valor               pic x(20).
       01 ws-rev-id                  pic x(12).
       01 ws-arquivo-sufixo          pic x(30).
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
       01 ws-operador                pic x(20).
      *Preco antes e depois de cada produto no AUDIT_TRAIL.LOG, para
      *a conferencia da captura de PRODUTOS.
       01 ws-audit-antes.
          02 ws-audit-antes-codigo   pic x(10).
          02 ws-audit-antes-preco    pic 9(09)v99.
       01 ws-audit-depois.
          02 ws-audit-depois-codigo  pic x(10).
          02 ws-audit-depois-preco   pic 9(09)v99.
       01 ws-audit-timestamp         pic x(21).
       01 ws-audit-linha             pic x(250).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 sqlcodigo-produto          pic x(10).
       01 sqlpreco-antes             pic 9(09)v99.
       01 sqlpreco-depois            pic 9(09)v99.
       01 sqlpreco-atual             pic 9(09)v99.
       01 ws-filtro-categoria        pic x(03).
       01 ws-filtro-cod-ini          pic x(10).
       01 ws-filtro-cod-fim          pic x(10).
       01 ws-filtro-tabela           pic x(15).
       01 sqltabela-id               pic 9(09).
       01 sqlqtd-minima              pic 9(05).
       01 sqltabela-existe           pic 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
                accept espera at 2301
                exit program
                stop run
           end-if
           move spaces to ws-operador
           accept ws-operador from environment "USUARIO"
           if ws-operador = spaces
              move "OPERADOR" to ws-operador
           end-if.
       menugeral.
           display erase at 0101
           display "Codigo Final   (branco=sem)..: " at 0701
           move spaces to ws-filtro-cod-fim
           accept ws-filtro-cod-fim at 0732
      *Com tabela informada o reajuste corre sobre as linhas ainda
      *vigentes da tabela de preco, e nao sobre a lista do produto.
           display "Tabela Preco (branco=lista)..: " at 0801
           move spaces to ws-filtro-tabela
           accept ws-filtro-tabela at 0832
           move function upper-case(ws-filtro-tabela)
                to ws-filtro-tabela
           if ws-filtro-tabela not = spaces
              move zeros to sqltabela-existe
              EXEC SQL
                   SELECT COUNT(*) INTO :sqltabela-existe
                     FROM TABELAS_PRECO
                    WHERE CODIGO = :ws-filtro-tabela
              END-EXEC
              if sqlcode not = 0 or sqltabela-existe = zeros
                 move zeros to sqlcode
                 display "Tabela de preco nao cadastrada." at 1301
                 accept espera at 1340
                 go menugeral
              end-if
           end-if

           move function current-date(1:8) to ws-data-hoje
           move spaces to ws-arquivo-sufixo
           if ws-filtro-tabela = spaces
              move ws-data-hoje to ws-arquivo-sufixo
           else
              string ws-filtro-tabela delimited by space
                     "_"              delimited by size
                     ws-data-hoje     delimited by size
                     into ws-arquivo-sufixo
           end-if
           move spaces to ws-previa-nome
           string "REAJUSTE_PREVIA_" delimited by size
                  ws-arquivo-sufixo  delimited by space
                  ".TXT"             delimited by size
                  into ws-previa-nome
           open output relatorio-previa
           move "Previa de Reajuste de Precos" to ws-linha-previa
           if ws-filtro-tabela not = spaces
              string "Previa de Reajuste de Precos - Tabela "
                                       delimited by size
                     ws-filtro-tabela  delimited by size
                     into ws-linha-previa
           end-if
           perform gravar-previa
           move "Produto    | Preco Antes      | Preco Depois"
                to ws-linha-previa
           if ws-filtro-tabela not = spaces
              move "Produto    | Preco Antes      | Preco Depois   |"
                   to ws-linha-previa
              move " Qtd.Min" to ws-linha-previa(50:8)
           end-if
           perform gravar-previa

           move zeros to ws-total-produtos ws-total-estouros
                  " | "               delimited by size
                  ws-valor-depois-edit delimited by size
                  into ws-linha-previa
           if ws-filtro-tabela not = spaces
              string ws-linha-previa(1:47) delimited by size
                     " | "                 delimited by size
                     sqlqtd-minima         delimited by size
                     into ws-linha-previa
           end-if
           if ws-houve-estouro = "S"
              and ws-filtro-tabela = spaces
              string ws-linha-previa(1:50) delimited by size
                     " *ESTOURO*"          delimited by size
                     into ws-linha-previa
           end-if
           if ws-houve-estouro = "S"
              and ws-filtro-tabela not = spaces
              string ws-linha-previa(1:58) delimited by size
                     " *ESTOURO*"          delimited by size
                     into ws-linha-previa
           end-if
           perform gravar-previa
           go previa-le.
       previa-fim.
           move spaces to ws-plog-status
           perform gravar-processlog

           move spaces to ws-reversao-nome
           string "REVERSAO_REAJUSTE_" delimited by size
                  ws-arquivo-sufixo    delimited by space
                  ".TXT"               delimited by size
                  into ws-reversao-nome
           open output arquivo-reversao
              go aplicando-le
           end-if

      *Linha de tabela de preco leva o ID no terceiro campo.
           initialize ws-linha-reversao
           string sqlcodigo-produto delimited by size
                  ";"               delimited by size
                  sqlpreco-antes    delimited by size
                  into ws-linha-reversao
           if ws-filtro-tabela not = spaces
              string ws-linha-reversao(1:22) delimited by size
                     ";"                     delimited by size
                     sqltabela-id            delimited by size
                     into ws-linha-reversao
           end-if
           write reg-reversao from ws-linha-reversao

           perform gravar-novo-preco
           if sqlcode not = 0 and sqlcode not = 100
                display "Erro: Nao conseguiu UPDATE " at 1510
                display sqlcode at 1610
           display "Arquivo de reversao: " at 1801 ws-reversao-nome
           accept espera at 2301
           go menugeral.
       gravar-novo-preco.
           if ws-filtro-tabela = spaces
              move sqlcodigo-produto to ws-audit-antes-codigo
              move zeros to sqlpreco-atual
              EXEC SQL
                   SELECT PRECOUNITARIO INTO :sqlpreco-atual
                     FROM PRODUTOS
                    WHERE CODIGO = :sqlcodigo-produto
              END-EXEC
              move sqlpreco-atual to ws-audit-antes-preco
              EXEC SQL
                   UPDATE PRODUTOS
                      SET PRECOUNITARIO = :sqlpreco-depois
                    WHERE CODIGO = :sqlcodigo-produto
                    LIMIT 1
              END-EXEC
              if sqlcode = 0
                 perform gravar-auditoria-preco
              end-if
           else
              EXEC SQL
                   UPDATE TABELA_PRECO_ITENS
                      SET PRECO = :sqlpreco-depois
                    WHERE ID = :sqltabela-id
              END-EXEC
           end-if.
       gravar-auditoria-preco.
           move sqlcodigo-produto to ws-audit-depois-codigo
           move sqlpreco-depois   to ws-audit-depois-preco
           move function current-date to ws-audit-timestamp
           initialize ws-audit-linha
           string "PRODUTOS   | "         delimited by size
                  ws-audit-timestamp(1:14) delimited by size
                  " | OPERADOR="          delimited by size
                  ws-operador             delimited by space
                  " | ANTES="             delimited by size
                  ws-audit-antes          delimited by size
                  " | DEPOIS="            delimited by size
                  ws-audit-depois         delimited by size
                  into ws-audit-linha
           open extend audit-trail
           if fs-audit not = "00"
              open output audit-trail
           end-if
           write reg-audit from ws-audit-linha
           close audit-trail.
       calcular-novo-preco.
           move "N" to ws-houve-estouro
           if ws-tipo-ajuste = "P"
                    ORDER BY CODIGO
           END-EXEC
           EXEC SQL
                DECLARE CURSORREAJTAB CURSOR FOR
                   SELECT I.CODIGO_PRODUTO, I.PRECO, I.ID,
                          I.QTD_MINIMA
                     FROM TABELA_PRECO_ITENS I, PRODUTOS P
                    WHERE I.TABELA = :ws-filtro-tabela
                      AND P.CODIGO = I.CODIGO_PRODUTO
                      AND (I.DATA_FIM IS NULL
                           OR I.DATA_FIM >= CURDATE())
                      AND (:ws-filtro-categoria = ''
                           OR P.CATEGORIA = :ws-filtro-categoria)
                      AND (:ws-filtro-cod-ini = ''
                           OR I.CODIGO_PRODUTO >= :ws-filtro-cod-ini)
                      AND (:ws-filtro-cod-fim = ''
                           OR I.CODIGO_PRODUTO <= :ws-filtro-cod-fim)
                    ORDER BY I.CODIGO_PRODUTO, I.QTD_MINIMA, I.ID
           END-EXEC
           if ws-filtro-tabela = spaces
              EXEC SQL
                   OPEN CURSORREAJUSTE
              END-EXEC
           else
              EXEC SQL
                   OPEN CURSORREAJTAB
              END-EXEC
           end-if
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                go menugeral
           end-if.
       fetch-cursor-reajuste.
           if ws-filtro-tabela = spaces
              EXEC SQL
                   FETCH CURSORREAJUSTE INTO
                          :sqlcodigo-produto,
                          :sqlpreco-antes
              END-EXEC
           else
              EXEC SQL
                   FETCH CURSORREAJTAB INTO
                          :sqlcodigo-produto,
                          :sqlpreco-antes,
                          :sqltabela-id,
                          :sqlqtd-minima
              END-EXEC
           end-if
           if sqlcode not = 0 and sqlcode not = 100
                display "Erro: Nao conseguiu Fetch " at 1510
                display sqlcode at 1610
                move 100 to sqlcode
           end-if.
       fechar-cursor-reajuste.
           if ws-filtro-tabela = spaces
              EXEC SQL
                   CLOSE CURSORREAJUSTE
              END-EXEC
           else
              EXEC SQL
                   CLOSE CURSORREAJTAB
              END-EXEC
           end-if.
      *Reversao: devolve o preco antigo gravado na aplicacao (11
      *digitos com duas casas decimais implicitas); com ID no
      *terceiro campo o preco volta para a linha da tabela de preco.
       revertendo.
           display erase at 0101
           display "Reversao de Reajuste" at 0101
           if ws-linha-reversao = spaces
              go revertendo-le
           end-if
           move spaces to ws-rev-codigo ws-rev-valor ws-rev-id
           unstring ws-linha-reversao delimited by ";"
                    into ws-rev-codigo ws-rev-valor ws-rev-id
           end-unstring
           move ws-rev-codigo to sqlcodigo-produto
           compute sqlpreco-depois =
                   function numval (ws-rev-valor) / 100
           if ws-rev-id = spaces
              move spaces to ws-filtro-tabela
           else
              move "REVERSAO" to ws-filtro-tabela
              compute sqltabela-id = function numval (ws-rev-id)
           end-if
           perform gravar-novo-preco
           if sqlcode not = 0 and sqlcode not = 100
                display "Erro: Nao conseguiu UPDATE " at 1510
                display sqlcode at 1610
