      $SET SQL()
       identification division.
       program-id. DevolucaoMensal.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select transportadoras assign to disk
             organization is indexed
             access mode is dynamic file status fs-transp
             record key is transportadoras-codigo
             alternate record key is transportadoras-nome
                       with duplicates.
           select fornecedores assign to disk
             organization is indexed
             access mode is dynamic file status fs-forn
             record key is fornecedores-codigo
             alternate record key is fornecedores-nome
                       with duplicates.
           select relatorio-devol assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd transportadoras
           label record is standard
           value of file-id "TRANSPORTADORAS.ARQ".
      *----- Layout padrao do tagcopy = Transportadoras
       copy "tagcopy.cpy"
            replacing leading ==TAG== by ==transportadoras==.
       fd fornecedores
           label record is standard
           value of file-id "FORNECEDORES.ARQ".
      *----- Layout padrao do tagcopy = Fornecedores
       copy "tagcopy.cpy"
            replacing leading ==TAG== by ==fornecedores==.
       fd relatorio-devol
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-transp                 pic x(02).
       77 fs-forn                   pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-data-integer            pic 9(09).
       01 ws-data-mes-ant            pic 9(08).
       01 ws-env-anomes              pic x(06).
       01 ws-modo-batch              pic x(01) value "N".
       01 ws-nome                    pic x(40).
       01 ws-total-linhas            pic 9(05) value zeros.
       01 ws-percentual              pic 9(03)v99.
       01 ws-perc-edit               pic zz9,99.
       01 ws-valor-edit              pic zz.zzz.zzz.zz9,99.
       01 ws-qtd-edit                pic zzz.zzz.zz9.
       01 ws-qtd-e-edit              pic zzz.zz9.
       01 ws-qtd-s-edit              pic zzz.zz9.
       01 ws-qtd-f-edit              pic zzz.zz9.
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlanomes                  pic 9(06).
       01 sqlchave                   pic x(10).
       01 sqldescricao               pic x(40).
       01 sqlqtd                     pic s9(09).
       01 sqlqtd-estoque             pic s9(09).
       01 sqlqtd-sucata              pic s9(09).
       01 sqlqtd-fornecedor          pic s9(09).
       01 sqlvalor                   pic s9(11)v99.
       01 sqltotal-qtd               pic s9(09).
       01 sqltotal-valor             pic s9(11)v99.
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
           end-if.
      *Qualidade das devolucoes do mes (DEVOLUCOES): quantidade e
      *valor devolvidos por motivo, com o destino dado a mercadoria
      *(E estoque, S sucata, F fornecedor), por produto, pela
      *transportadora que levou o pedido e pelo fornecedor do
      *produto. Devolucao anterior aos motivos sai como '???'.
      *Mes em DEVOL_ANOMES (AAAAMM) quando roda pelo Scheduler; sem
      *ele pergunta, sugerindo o mes anterior.
       iniciando.
           display erase at 0101
           display "Devolucoes do Mes por Motivo" at 0101
           move "DEVOLUCAO-MENSAL" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move function current-date(1:8) to ws-data-hoje
           move ws-data-hoje to ws-data-mes-ant
           move 01 to ws-data-mes-ant(7:2)
           compute ws-data-integer =
              function integer-of-date (ws-data-mes-ant) - 1
           compute ws-data-mes-ant =
              function date-of-integer (ws-data-integer)
           move ws-data-mes-ant(1:6) to sqlanomes

           move spaces to ws-env-anomes
           accept ws-env-anomes from environment "DEVOL_ANOMES"
           if ws-env-anomes not = spaces
              move "S" to ws-modo-batch
              compute sqlanomes =
                      function numval (ws-env-anomes)
                   on size error continue
              end-compute
           else
              move "N" to ws-modo-batch
              display "Mes AAAAMM: " at 0301
              accept sqlanomes at 0313 with update
           end-if

           move zeros to sqltotal-qtd sqltotal-valor
           EXEC SQL
                SELECT IFNULL(SUM(QUANTIDADE), 0),
                       IFNULL(SUM(VALOR), 0)
                  INTO :sqltotal-qtd, :sqltotal-valor
                  FROM DEVOLUCOES
                 WHERE DATE_FORMAT(QUANDO, '%Y%m') = :sqlanomes
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu ler DEVOLUCOES " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                if ws-modo-batch = "N"
                   accept espera at 2301
                end-if
                go finalizando-erro
           end-if

           string "DEVOLUCAO_MENSAL_"    delimited by size
                  sqlanomes              delimited by size
                  ".TXT"                 delimited by size
                  into ws-relatorio-nome
           open output relatorio-devol
           open input transportadoras fornecedores
           initialize ws-linha-relatorio
           string "Devolucoes do Mes " delimited by size
                  sqlanomes            delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move sqltotal-qtd to ws-qtd-edit
           move sqltotal-valor to ws-valor-edit
           initialize ws-linha-relatorio
           string "Quantidade devolvida: " delimited by size
                  ws-qtd-edit              delimited by size
                  "  Valor: "              delimited by size
                  ws-valor-edit            delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           perform listar-motivos thru listar-motivos-fim
           perform listar-produtos thru listar-produtos-fim
           perform listar-transportadoras
                   thru listar-transportadoras-fim
           perform listar-fornecedores thru listar-fornecedores-fim
           close relatorio-devol transportadoras fornecedores

           move "F" to ws-plog-evento
           move ws-total-linhas to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog

           move "DEVOLUCAO_MENSAL" to ws-cat-nome
           move ws-total-linhas to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Linhas: " at 0601 ws-total-linhas
           display "Listagem: " at 0701 ws-relatorio-nome
           go desconectando.
       finalizando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go desconectando.
      *Por motivo, com a quantidade por destino da mercadoria.
       listar-motivos.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "POR MOTIVO" to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Mot Descricao                               "
                                       delimited by size
                  "   Quantidade Estoque  Sucata   Fornec."
                                       delimited by size
                  "              Valor  Valor%"
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           EXEC SQL
                DECLARE CURSORDEVMOTIVO CURSOR FOR
                   SELECT IFNULL(D.MOTIVO, '???'),
                          IFNULL(M.DESCRICAO, ' '),
                          SUM(D.QUANTIDADE),
                          SUM(CASE WHEN IFNULL(D.DESTINO, 'E') = 'E'
                                   THEN D.QUANTIDADE ELSE 0 END),
                          SUM(CASE WHEN D.DESTINO = 'S'
                                   THEN D.QUANTIDADE ELSE 0 END),
                          SUM(CASE WHEN D.DESTINO = 'F'
                                   THEN D.QUANTIDADE ELSE 0 END),
                          SUM(D.VALOR)
                     FROM DEVOLUCOES D
                     LEFT JOIN DEVOLUCAO_MOTIVOS M
                       ON M.CODIGO = D.MOTIVO
                    WHERE DATE_FORMAT(D.QUANDO, '%Y%m') = :sqlanomes
                    GROUP BY IFNULL(D.MOTIVO, '???'),
                             IFNULL(M.DESCRICAO, ' ')
                    ORDER BY 7 DESC
           END-EXEC
           EXEC SQL
                OPEN CURSORDEVMOTIVO
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go listar-motivos-fim
           end-if.
       listar-motivos-le.
           EXEC SQL
                FETCH CURSORDEVMOTIVO INTO
                       :sqlchave,
                       :sqldescricao,
                       :sqlqtd,
                       :sqlqtd-estoque,
                       :sqlqtd-sucata,
                       :sqlqtd-fornecedor,
                       :sqlvalor
           END-EXEC
           if sqlcode not = 0
              go listar-motivos-feche
           end-if
           perform calcular-percentual
           move sqlqtd-estoque to ws-qtd-e-edit
           move sqlqtd-sucata to ws-qtd-s-edit
           move sqlqtd-fornecedor to ws-qtd-f-edit
           initialize ws-linha-relatorio
           string sqlchave(1:3)      delimited by size
                  " "                delimited by size
                  sqldescricao       delimited by size
                  " "                delimited by size
                  ws-qtd-edit        delimited by size
                  " "                delimited by size
                  ws-qtd-e-edit      delimited by size
                  " "                delimited by size
                  ws-qtd-s-edit      delimited by size
                  " "                delimited by size
                  ws-qtd-f-edit      delimited by size
                  " "                delimited by size
                  ws-valor-edit      delimited by size
                  " "                delimited by size
                  ws-perc-edit       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           add 1 to ws-total-linhas
           go listar-motivos-le.
       listar-motivos-feche.
           EXEC SQL
                CLOSE CURSORDEVMOTIVO
           END-EXEC
           move zeros to sqlcode.
       listar-motivos-fim.
           exit.
       listar-produtos.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "POR PRODUTO" to ws-linha-relatorio
           perform gravar-relatorio
           perform cabecalho-secao
           EXEC SQL
                DECLARE CURSORDEVPRODUTO CURSOR FOR
                   SELECT D.CODIGO_PRODUTO,
                          IFNULL(P.DESCRICAO, ' '),
                          SUM(D.QUANTIDADE), SUM(D.VALOR)
                     FROM DEVOLUCOES D
                     LEFT JOIN PRODUTOS P
                       ON P.CODIGO = D.CODIGO_PRODUTO
                    WHERE DATE_FORMAT(D.QUANDO, '%Y%m') = :sqlanomes
                    GROUP BY D.CODIGO_PRODUTO, IFNULL(P.DESCRICAO, ' ')
                    ORDER BY 4 DESC
           END-EXEC
           EXEC SQL
                OPEN CURSORDEVPRODUTO
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go listar-produtos-fim
           end-if.
       listar-produtos-le.
           EXEC SQL
                FETCH CURSORDEVPRODUTO INTO
                       :sqlchave,
                       :sqldescricao,
                       :sqlqtd,
                       :sqlvalor
           END-EXEC
           if sqlcode not = 0
              go listar-produtos-feche
           end-if
           move sqldescricao to ws-nome
           perform linha-secao
           go listar-produtos-le.
       listar-produtos-feche.
           EXEC SQL
                CLOSE CURSORDEVPRODUTO
           END-EXEC
           move zeros to sqlcode.
       listar-produtos-fim.
           exit.
      *Transportadora do embarque do pedido devolvido; pedido sem
      *registro de embarque sai em branco.
       listar-transportadoras.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "POR TRANSPORTADORA" to ws-linha-relatorio
           perform gravar-relatorio
           perform cabecalho-secao
           EXEC SQL
                DECLARE CURSORDEVTRANSP CURSOR FOR
                   SELECT X.TRANSPORTADORA, SUM(X.QUANTIDADE),
                          SUM(X.VALOR)
                     FROM (SELECT IFNULL(
                                  (SELECT MIN(E.TRANSPORTADORA)
                                     FROM EMBARQUES E
                                    WHERE E.CODIGO_PEDIDO =
                                          D.CODIGO_PEDIDO), ' ')
                                  TRANSPORTADORA,
                                  D.QUANTIDADE, D.VALOR
                             FROM DEVOLUCOES D
                            WHERE DATE_FORMAT(D.QUANDO, '%Y%m') =
                                  :sqlanomes) X
                    GROUP BY X.TRANSPORTADORA
                    ORDER BY 3 DESC
           END-EXEC
           EXEC SQL
                OPEN CURSORDEVTRANSP
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go listar-transportadoras-fim
           end-if.
       listar-transportadoras-le.
           EXEC SQL
                FETCH CURSORDEVTRANSP INTO
                       :sqlchave,
                       :sqlqtd,
                       :sqlvalor
           END-EXEC
           if sqlcode not = 0
              go listar-transportadoras-feche
           end-if
           move "(sem embarque)" to ws-nome
           if sqlchave not = spaces
              move "(nao cadastrada)" to ws-nome
              move sqlchave to transportadoras-codigo
              if fs-transp = "00"
                 read transportadoras
                    not invalid key
                       move transportadoras-nome to ws-nome
                 end-read
              end-if
           end-if
           perform linha-secao
           go listar-transportadoras-le.
       listar-transportadoras-feche.
           EXEC SQL
                CLOSE CURSORDEVTRANSP
           END-EXEC
           move zeros to sqlcode.
       listar-transportadoras-fim.
           exit.
      *Fornecedor registrado no item devolvido.
       listar-fornecedores.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "POR FORNECEDOR" to ws-linha-relatorio
           perform gravar-relatorio
           perform cabecalho-secao
           EXEC SQL
                DECLARE CURSORDEVFORN CURSOR FOR
                   SELECT IFNULL(FORNECEDOR, ' '), SUM(QUANTIDADE),
                          SUM(VALOR)
                     FROM DEVOLUCOES
                    WHERE DATE_FORMAT(QUANDO, '%Y%m') = :sqlanomes
                    GROUP BY IFNULL(FORNECEDOR, ' ')
                    ORDER BY 3 DESC
           END-EXEC
           EXEC SQL
                OPEN CURSORDEVFORN
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go listar-fornecedores-fim
           end-if.
       listar-fornecedores-le.
           EXEC SQL
                FETCH CURSORDEVFORN INTO
                       :sqlchave,
                       :sqlqtd,
                       :sqlvalor
           END-EXEC
           if sqlcode not = 0
              go listar-fornecedores-feche
           end-if
           move "(nao informado)" to ws-nome
           if sqlchave not = spaces
              move "(nao cadastrado)" to ws-nome
              move sqlchave to fornecedores-codigo
              if fs-forn = "00"
                 read fornecedores
                    not invalid key
                       move fornecedores-nome to ws-nome
                 end-read
              end-if
           end-if
           perform linha-secao
           go listar-fornecedores-le.
       listar-fornecedores-feche.
           EXEC SQL
                CLOSE CURSORDEVFORN
           END-EXEC
           move zeros to sqlcode.
       listar-fornecedores-fim.
           exit.
       cabecalho-secao.
           initialize ws-linha-relatorio
           string "Codigo     Nome                                    "
                                       delimited by size
                  "  Quantidade              Valor  Valor%"
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
       linha-secao.
           perform calcular-percentual
           initialize ws-linha-relatorio
           string sqlchave           delimited by size
                  " "                delimited by size
                  ws-nome            delimited by size
                  " "                delimited by size
                  ws-qtd-edit        delimited by size
                  " "                delimited by size
                  ws-valor-edit      delimited by size
                  " "                delimited by size
                  ws-perc-edit       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           add 1 to ws-total-linhas.
       calcular-percentual.
           move sqlqtd to ws-qtd-edit
           move sqlvalor to ws-valor-edit
           if sqltotal-valor = zeros
              move zeros to ws-percentual
           else
              compute ws-percentual rounded =
                      sqlvalor * 100 / sqltotal-valor
                   on size error move zeros to ws-percentual
              end-compute
           end-if
           move ws-percentual to ws-perc-edit.
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
           if ws-modo-batch = "N"
              accept espera at 2401
           end-if
           exit program
           stop run.
       end program DevolucaoMensal.
