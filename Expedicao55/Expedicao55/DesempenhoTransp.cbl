      $SET SQL()
       identification division.
       program-id. DesempenhoTransp.
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
           select relatorio-desemp assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd transportadoras
           label record is standard
           value of file-id "TRANSPORTADORAS.ARQ".
      *----- Layout padrao do tagcopy = Transportadoras
       copy "tagcopy.cpy"
            replacing leading ==TAG== by ==transportadoras==.
       fd relatorio-desemp
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-transp                 pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-data-integer            pic 9(09).
       01 ws-data-mes-ant            pic 9(08).
       01 ws-env-anomes              pic x(06).
       01 ws-modo-batch              pic x(01) value "N".
       01 ws-primeiro                pic x(01).
       01 ws-transp-ant              pic x(10).
       01 ws-uf-ant                  pic x(02).
       01 ws-prazo-ant               pic 9(03).
       01 ws-data-embarque           pic 9(08).
       01 ws-data-entrega            pic 9(08).
       01 ws-dias-uteis              pic s9(05).
      *Acumuladores do grupo transportadora + UF e do total geral.
       01 ws-grp-embarques           pic 9(05).
       01 ws-grp-entregues           pic 9(05).
       01 ws-grp-soma-dias           pic 9(07).
       01 ws-grp-pior-dias           pic 9(05).
       01 ws-grp-no-prazo            pic 9(05).
       01 ws-grp-pendentes           pic 9(05).
       01 ws-grp-atrasados           pic 9(05).
       01 ws-tot-embarques           pic 9(07) value zeros.
       01 ws-tot-entregues           pic 9(07) value zeros.
       01 ws-tot-soma-dias           pic 9(09) value zeros.
       01 ws-tot-pior-dias           pic 9(05) value zeros.
       01 ws-tot-com-prazo           pic 9(07) value zeros.
       01 ws-tot-no-prazo            pic 9(07) value zeros.
       01 ws-tot-atrasados           pic 9(07) value zeros.
       01 ws-total-grupos            pic 9(05) value zeros.
       01 ws-total-vencidos          pic 9(05) value zeros.
       01 ws-media                   pic 9(03)v9.
       01 ws-media-edit              pic zz9,9.
       01 ws-percentual              pic 9(03)v9.
       01 ws-perc-edit               pic zz9,9.
       01 ws-prazo-edit              pic zz9.
       01 ws-dias-edit               pic zz.zz9.
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlanomes                  pic 9(06).
       01 sqltransportadora          pic x(10).
       01 sqluf                      pic x(02).
       01 sqlcodigo-pedido           pic x(10).
       01 sqlfatura                  pic 9(02).
       01 sqldata-embarque           pic x(08).
       01 sqldata-entrega            pic x(08).
       01 sqlprazo                   pic 9(03).
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
      *Desempenho de entrega das transportadoras no mes, por
      *transportadora e UF de destino: embarques do mes, prazo medio
      *e pior prazo em dias uteis entre embarque e entrega (feriados
      *estaduais da UF de destino inclusive), percentual entregue
      *dentro do prazo prometido (FRETE_TABELAS.PRAZO_DIAS) e
      *embarques ainda sem entrega que ja passaram do prazo. No fim,
      *a relacao de todos os embarques em aberto fora do prazo, de
      *qualquer mes. Mes em DESEMP_ANOMES (AAAAMM) pelo Scheduler;
      *sem ele pergunta, sugerindo o mes anterior.
       iniciando.
           display erase at 0101
           display "Desempenho das Transportadoras" at 0101
           move "DESEMPENHO-TRANSP" to ws-plog-job
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
           accept ws-env-anomes from environment "DESEMP_ANOMES"
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

           string "DESEMPENHO_TRANSP_"   delimited by size
                  sqlanomes              delimited by size
                  ".TXT"                 delimited by size
                  into ws-relatorio-nome
           open output relatorio-desemp
           open input transportadoras
           initialize ws-linha-relatorio
           string "Desempenho de Entrega das Transportadoras - Mes "
                                         delimited by size
                  sqlanomes              delimited by size
                  " - Posicao em "       delimited by size
                  ws-data-hoje           delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Transp.    Nome                           UF Prazo"
                                       delimited by size
                  " Embarq Entreg  Media  Pior  No Prazo%"
                                       delimited by size
                  " Atrasados s/Entrega"
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           EXEC SQL
                DECLARE CURSORDESEMP CURSOR FOR
                   SELECT X.TRANSPORTADORA, X.UF, X.EMBARQUE,
                          X.ENTREGA, IFNULL(T.PRAZO_DIAS, 0)
                     FROM (SELECT E.TRANSPORTADORA,
                                  IFNULL(E.UF_DESTINO,
                                     (SELECT C.ESTADO
                                        FROM PEDIDOS P, CLIENTES C
                                       WHERE P.CODIGO =
                                             E.CODIGO_PEDIDO
                                         AND C.CODIGO =
                                             P.CODIGO_CLIENTE)) UF,
                                  DATE_FORMAT(E.DATAEMBARQUE,
                                              '%Y%m%d') EMBARQUE,
                                  IFNULL(DATE_FORMAT(E.DATAENTREGA,
                                         '%Y%m%d'), '00000000')
                                         ENTREGA
                             FROM EMBARQUES E
                            WHERE DATE_FORMAT(E.DATAEMBARQUE, '%Y%m')
                                  = :sqlanomes) X
                     LEFT JOIN FRETE_TABELAS T
                       ON T.TRANSPORTADORA = X.TRANSPORTADORA
                      AND T.UF = X.UF
                    ORDER BY X.TRANSPORTADORA, X.UF
           END-EXEC
           EXEC SQL
                OPEN CURSORDESEMP
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                if ws-modo-batch = "N"
                   accept espera at 2301
                end-if
                close relatorio-desemp transportadoras
                go finalizando-erro
           end-if
           move "S" to ws-primeiro.
       listando-le.
           EXEC SQL
                FETCH CURSORDESEMP INTO
                       :sqltransportadora,
                       :sqluf,
                       :sqldata-embarque,
                       :sqldata-entrega,
                       :sqlprazo
           END-EXEC
           if sqlcode not = 0
              go listando-fim
           end-if
           if ws-primeiro = "S"
              move "N" to ws-primeiro
              perform iniciar-grupo
           end-if
           if sqltransportadora not = ws-transp-ant
              or sqluf not = ws-uf-ant
              perform total-grupo
              perform iniciar-grupo
           end-if
           add 1 to ws-grp-embarques
           move sqldata-embarque to ws-data-embarque
           if sqldata-entrega = "00000000"
              add 1 to ws-grp-pendentes
              perform calcular-atraso-pendente
                      thru calcular-atraso-pendente-fim
              go listando-le
           end-if
           move sqldata-entrega to ws-data-entrega
           call "ContaDiasUteis" using ws-data-embarque
                                       ws-data-entrega
                                       ws-dias-uteis
                                       sqluf
           if ws-dias-uteis < zeros
              move zeros to ws-dias-uteis
           end-if
           add 1 to ws-grp-entregues
           add ws-dias-uteis to ws-grp-soma-dias
           if ws-dias-uteis > ws-grp-pior-dias
              move ws-dias-uteis to ws-grp-pior-dias
           end-if
           if ws-dias-uteis not > sqlprazo
              add 1 to ws-grp-no-prazo
           end-if
           go listando-le.
       listando-fim.
           EXEC SQL
                CLOSE CURSORDESEMP
           END-EXEC
           move zeros to sqlcode
           if ws-primeiro = "N"
              perform total-grupo
           end-if
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           if ws-tot-entregues = zeros
              move zeros to ws-media
           else
              compute ws-media rounded =
                      ws-tot-soma-dias / ws-tot-entregues
           end-if
           if ws-tot-com-prazo = zeros
              move zeros to ws-percentual
           else
              compute ws-percentual rounded =
                      ws-tot-no-prazo * 100 / ws-tot-com-prazo
           end-if
           move ws-media to ws-media-edit
           move ws-percentual to ws-perc-edit
           move ws-tot-pior-dias to ws-dias-edit
           initialize ws-linha-relatorio
           string "TOTAL  Embarques: "   delimited by size
                  ws-tot-embarques       delimited by size
                  "  Entregues: "        delimited by size
                  ws-tot-entregues       delimited by size
                  "  Media: "            delimited by size
                  ws-media-edit          delimited by size
                  "  Pior: "             delimited by size
                  ws-dias-edit           delimited by size
                  "  No Prazo %: "       delimited by size
                  ws-perc-edit           delimited by size
                  "  Atrasados s/Entrega: " delimited by size
                  ws-tot-atrasados       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           perform listar-vencidos thru listar-vencidos-fim
           close relatorio-desemp transportadoras

           move "F" to ws-plog-evento
           move ws-tot-embarques to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog

           move "DESEMPENHO_TRANSP" to ws-cat-nome
           move ws-total-grupos to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Transportadora/UF: " at 0601 ws-total-grupos
           display "Listagem: " at 0701 ws-relatorio-nome
           go desconectando.
       finalizando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go desconectando.
       iniciar-grupo.
           move sqltransportadora to ws-transp-ant
           move sqluf to ws-uf-ant
           move sqlprazo to ws-prazo-ant
           move zeros to ws-grp-embarques ws-grp-entregues
                         ws-grp-soma-dias ws-grp-pior-dias
                         ws-grp-no-prazo ws-grp-pendentes
                         ws-grp-atrasados.
      *Sem entrega: passou do prazo quando os dias uteis desde o
      *embarque ate hoje ja superam o prometido.
       calcular-atraso-pendente.
           if sqlprazo = zeros
              go calcular-atraso-pendente-fim
           end-if
           call "ContaDiasUteis" using ws-data-embarque
                                       ws-data-hoje
                                       ws-dias-uteis
                                       sqluf
           if ws-dias-uteis > sqlprazo
              add 1 to ws-grp-atrasados
           end-if.
       calcular-atraso-pendente-fim.
           exit.
       total-grupo.
           add 1 to ws-total-grupos
           add ws-grp-embarques to ws-tot-embarques
           add ws-grp-entregues to ws-tot-entregues
           add ws-grp-soma-dias to ws-tot-soma-dias
           add ws-grp-atrasados to ws-tot-atrasados
           if ws-grp-pior-dias > ws-tot-pior-dias
              move ws-grp-pior-dias to ws-tot-pior-dias
           end-if
           if ws-grp-entregues = zeros
              move zeros to ws-media
           else
              compute ws-media rounded =
                      ws-grp-soma-dias / ws-grp-entregues
           end-if
           move ws-media to ws-media-edit
           move ws-grp-pior-dias to ws-dias-edit
           move ws-prazo-ant to ws-prazo-edit
           if ws-prazo-ant = zeros or ws-grp-entregues = zeros
              move zeros to ws-percentual
           else
              add ws-grp-entregues to ws-tot-com-prazo
              add ws-grp-no-prazo to ws-tot-no-prazo
              compute ws-percentual rounded =
                      ws-grp-no-prazo * 100 / ws-grp-entregues
           end-if
           move ws-percentual to ws-perc-edit
           move ws-transp-ant to transportadoras-codigo
           move spaces to transportadoras-nome
           if fs-transp = "00"
              read transportadoras invalid key
                 move "(nao cadastrada)" to transportadoras-nome
              end-read
           end-if
           initialize ws-linha-relatorio
           string ws-transp-ant          delimited by size
                  " "                    delimited by size
                  transportadoras-nome   delimited by size
                  " "                    delimited by size
                  ws-uf-ant              delimited by size
                  "   "                  delimited by size
                  ws-prazo-edit          delimited by size
                  " "                    delimited by size
                  ws-grp-embarques       delimited by size
                  "  "                   delimited by size
                  ws-grp-entregues       delimited by size
                  "  "                   delimited by size
                  ws-media-edit          delimited by size
                  " "                    delimited by size
                  ws-dias-edit           delimited by size
                  "     "                delimited by size
                  ws-perc-edit           delimited by size
                  "     "                delimited by size
                  ws-grp-atrasados       delimited by size
                  into ws-linha-relatorio
           if ws-prazo-ant = zeros
              move "sem prazo" to ws-linha-relatorio(84:9)
           end-if
           perform gravar-relatorio.
      *Todos os embarques sem entrega, de qualquer mes, que ja
      *passaram do prazo prometido: para cobrar a transportadora.
       listar-vencidos.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "Embarques sem entrega fora do prazo (todos os meses)"
                to ws-linha-relatorio
           perform gravar-relatorio
           move "Transp.    UF Pedido     Fat Embarque Prazo Dias Uteis"
                to ws-linha-relatorio
           perform gravar-relatorio
           EXEC SQL
                DECLARE CURSORVENCIDOS CURSOR FOR
                   SELECT X.TRANSPORTADORA, X.UF, X.CODIGO_PEDIDO,
                          X.FATURA, X.EMBARQUE, T.PRAZO_DIAS
                     FROM (SELECT E.TRANSPORTADORA,
                                  IFNULL(E.UF_DESTINO,
                                     (SELECT C.ESTADO
                                        FROM PEDIDOS P, CLIENTES C
                                       WHERE P.CODIGO =
                                             E.CODIGO_PEDIDO
                                         AND C.CODIGO =
                                             P.CODIGO_CLIENTE)) UF,
                                  E.CODIGO_PEDIDO, E.FATURA,
                                  DATE_FORMAT(E.DATAEMBARQUE,
                                              '%Y%m%d') EMBARQUE
                             FROM EMBARQUES E
                            WHERE E.DATAENTREGA IS NULL) X,
                          FRETE_TABELAS T
                    WHERE T.TRANSPORTADORA = X.TRANSPORTADORA
                      AND T.UF = X.UF
                      AND T.PRAZO_DIAS > 0
                    ORDER BY X.TRANSPORTADORA, X.EMBARQUE
           END-EXEC
           EXEC SQL
                OPEN CURSORVENCIDOS
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go listar-vencidos-fim
           end-if.
       listar-vencidos-le.
           EXEC SQL
                FETCH CURSORVENCIDOS INTO
                       :sqltransportadora,
                       :sqluf,
                       :sqlcodigo-pedido,
                       :sqlfatura,
                       :sqldata-embarque,
                       :sqlprazo
           END-EXEC
           if sqlcode not = 0
              go listar-vencidos-feche
           end-if
           move sqldata-embarque to ws-data-embarque
           call "ContaDiasUteis" using ws-data-embarque
                                       ws-data-hoje
                                       ws-dias-uteis
                                       sqluf
           if ws-dias-uteis not > sqlprazo
              go listar-vencidos-le
           end-if
           add 1 to ws-total-vencidos
           move sqlprazo to ws-prazo-edit
           move ws-dias-uteis to ws-dias-edit
           initialize ws-linha-relatorio
           string sqltransportadora      delimited by size
                  " "                    delimited by size
                  sqluf                  delimited by size
                  " "                    delimited by size
                  sqlcodigo-pedido       delimited by size
                  " "                    delimited by size
                  sqlfatura              delimited by size
                  "  "                   delimited by size
                  sqldata-embarque       delimited by size
                  "  "                   delimited by size
                  ws-prazo-edit          delimited by size
                  "     "                delimited by size
                  ws-dias-edit           delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go listar-vencidos-le.
       listar-vencidos-feche.
           EXEC SQL
                CLOSE CURSORVENCIDOS
           END-EXEC
           move zeros to sqlcode
           initialize ws-linha-relatorio
           string "Embarques fora do prazo: " delimited by size
                  ws-total-vencidos           delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
       listar-vencidos-fim.
           exit.
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
       end program DesempenhoTransp.
