      $SET SQL()
       identification division.
       program-id. SegregacaoFuncoes.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select relatorio-seg assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
           select audit-trail assign to "AUDIT_TRAIL.LOG"
             organization is line sequential
             file status is fs-audit.
           select sessoes-log assign to "SESSOES.LOG"
             organization is line sequential
             file status is fs-sessoes.
       data division.
       fd relatorio-seg
           label record is standard.
       01 reg-relatorio              pic x(132).
       fd audit-trail
           label record is standard.
       01 reg-audit                  pic x(250).
       fd sessoes-log
           label record is standard.
       01 reg-sessoes                pic x(80).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-relatorio              pic x(02).
       77 fs-audit                  pic x(02).
       77 fs-sessoes                pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-env-anomes              pic x(06).
       01 ws-modo-batch              pic x(01) value "N".
       01 ws-mes-ano                 pic 9(04).
       01 ws-mes-mes                 pic 9(02).
       01 ws-total-secao             pic 9(05).
       01 ws-total-geral             pic 9(07) value zeros.
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
      *Linhas do AUDIT_TRAIL.LOG e do SESSOES.LOG quebradas em " | ".
       01 ws-audit-linha             pic x(250).
       01 ws-audit-tag               pic x(11).
       01 ws-audit-quando            pic x(14).
       01 ws-audit-operador          pic x(20).
       01 ws-audit-detalhe           pic x(200).
       01 ws-audit-opcao             pic x(20).
       01 ws-audit-programa          pic x(40).
       01 ws-audit-nivel             pic x(20).
       01 ws-sessao-linha            pic x(80).
       01 ws-sessao-quando           pic x(14).
       01 ws-sessao-evento           pic x(10).
       01 ws-sessao-operador         pic x(10).
       01 ws-sessao-programa         pic x(40).
      *Trocas de nivel do PERMISSOES.ARQ no mes (o AprovaAlteracoes
      *grava cada uma aplicada na trilha de auditoria como
      *PERMISSAO, com quem pediu a troca como operador).
       01 ws-qtd-trocas              pic 9(03) value zeros.
       01 ws-troca-indice            pic 9(03).
       01 ws-tabela-trocas.
          02 ws-troca occurs 300 times.
             03 ws-troca-quando      pic x(14).
             03 ws-troca-operador    pic x(03).
             03 ws-troca-opcao       pic x(02).
             03 ws-troca-programa    pic x(20).
             03 ws-troca-nivel       pic x(04).
             03 ws-troca-uso         pic x(14).
             03 ws-troca-usos        pic 9(05).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlanomes                  pic 9(06).
       01 sqlmes-ini                 pic x(10).
       01 sqlpedido                  pic x(10).
       01 sqlcliente                 pic x(10).
       01 sqloperador                pic x(03).
       01 sqlquando                  pic x(19).
       01 sqlvalor                   pic s9(09)v99.
       01 sqlproduto                 pic x(10).
       01 sqldesconto                pic s9(03)v99.
       01 sqlparcela                 pic 9(03).
       01 sqlorigem                  pic x(10).
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
                move 8 to return-code
                exit program
                stop run
           end-if.
      *Relatorio mensal de segregacao de funcoes: casos em que o
      *mesmo operador fez os dois lados de um controle.
      * 1 incluiu o pedido e o aprovou (PEDIDO_APROVACOES);
      * 2 incluiu o pedido e liberou o credito (CREDITO_LIBERACOES);
      * 3 incluiu ou alterou o pedido e autorizou o proprio desconto
      *   fora da tolerancia (PEDIDO_ITENS.APROVADOR);
      * 4 incluiu o pedido e aplicou pagamento nele
      *   (PAGAMENTOS.OPERADOR, baixas do caixa);
      * 5 trocou o nivel de uma opcao no PERMISSOES.ARQ e depois
      *   entrou no programa da opcao (AUDIT_TRAIL.LOG x
      *   SESSOES.LOG).
      *Mes em SEGREGACAO_ANOMES (AAAAMM) pelo Scheduler; sem ele
      *pergunta, sugerindo o mes anterior.
       iniciando.
           display erase at 0101
           display "Segregacao de Funcoes - Conflitos" at 0101
           move "SEGREGACAO-FUNCOES" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move function current-date(1:8) to ws-data-hoje
           move ws-data-hoje(1:4) to ws-mes-ano
           move ws-data-hoje(5:2) to ws-mes-mes
           if ws-mes-mes = 1
              move 12 to ws-mes-mes
              subtract 1 from ws-mes-ano
           else
              subtract 1 from ws-mes-mes
           end-if
           compute sqlanomes = ws-mes-ano * 100 + ws-mes-mes

           move spaces to ws-env-anomes
           accept ws-env-anomes from environment "SEGREGACAO_ANOMES"
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
           divide sqlanomes by 100 giving ws-mes-ano
                  remainder ws-mes-mes
           if ws-mes-mes < 1 or ws-mes-mes > 12
              display "Mes invalido." at 1510
              if ws-modo-batch = "N"
                 accept espera at 2301
              end-if
              go finalizando-erro
           end-if
           move spaces to sqlmes-ini
           string ws-mes-ano delimited by size
                  "-"        delimited by size
                  ws-mes-mes delimited by size
                  "-01"      delimited by size
                  into sqlmes-ini

           string "SEGREGACAO_"      delimited by size
                  sqlanomes          delimited by size
                  ".TXT"             delimited by size
                  into ws-relatorio-nome
           open output relatorio-seg
           initialize ws-linha-relatorio
           string "Segregacao de Funcoes - Conflitos do Mes "
                                       delimited by size
                  sqlanomes            delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           perform listar-aprovacoes thru listar-aprovacoes-fim
           if sqlcode < 0
              go finalizando-sql
           end-if
           perform listar-liberacoes thru listar-liberacoes-fim
           if sqlcode < 0
              go finalizando-sql
           end-if
           perform listar-descontos thru listar-descontos-fim
           if sqlcode < 0
              go finalizando-sql
           end-if
           perform listar-pagamentos thru listar-pagamentos-fim
           if sqlcode < 0
              go finalizando-sql
           end-if
           perform listar-permissoes thru listar-permissoes-fim

           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Total de Conflitos: " delimited by size
                  ws-total-geral         delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-seg

           move "F" to ws-plog-evento
           move ws-total-geral to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog

           move "SEGREGACAO_FUNCOES" to ws-cat-nome
           move ws-total-geral to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Conflitos: " at 1001 ws-total-geral
           display "Listagem.: " at 1101 ws-relatorio-nome
           if ws-modo-batch = "N"
              accept espera at 2301
           end-if
           go desconectando.
       finalizando-sql.
           display "Erro: consulta " at 1510
           display sqlcode at 1610
           display sqlerrmc at 1710
           if ws-modo-batch = "N"
              accept espera at 2301
           end-if
           close relatorio-seg.
       finalizando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           move 8 to return-code
           go desconectando.
      *1 - Pedido aprovado (fila de alcada) por quem o incluiu.
       listar-aprovacoes.
           move zeros to ws-total-secao
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "1. Pedido incluido e aprovado pelo mesmo operador"
                to ws-linha-relatorio
           perform gravar-relatorio
           move "Pedido     Cliente    Oper Aprovado em         Valor"
                to ws-linha-relatorio
           perform gravar-relatorio
           EXEC SQL
                DECLARE CURSORAPROVA CURSOR FOR
                   SELECT P.CODIGO, P.CODIGO_CLIENTE, A.OPERADOR,
                          DATE_FORMAT(A.QUANDO, '%Y-%m-%d %H:%i:%s'),
                          IFNULL(P.VALOR, 0)
                     FROM PEDIDO_APROVACOES A, PEDIDOS P
                    WHERE P.CODIGO = A.CODIGO_PEDIDO
                      AND A.ACAO = 'APROVADO'
                      AND A.OPERADOR = P.OPERADOR_INC
                      AND A.QUANDO >= :sqlmes-ini
                      AND A.QUANDO < DATE_ADD(:sqlmes-ini,
                                              INTERVAL 1 MONTH)
                    ORDER BY A.OPERADOR, P.CODIGO
           END-EXEC
           EXEC SQL
                OPEN CURSORAPROVA
           END-EXEC
           if sqlcode not = 0
              go listar-aprovacoes-fim
           end-if.
       listar-aprovacoes-le.
           EXEC SQL
                FETCH CURSORAPROVA INTO
                       :sqlpedido, :sqlcliente, :sqloperador,
                       :sqlquando, :sqlvalor
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORAPROVA
              END-EXEC
              go listar-aprovacoes-total
           end-if
           add 1 to ws-total-secao
           move sqlvalor to ws-valor-edit
           initialize ws-linha-relatorio
           string sqlpedido          delimited by size
                  " "                delimited by size
                  sqlcliente         delimited by size
                  " "                delimited by size
                  sqloperador        delimited by size
                  "  "               delimited by size
                  sqlquando          delimited by size
                  " "                delimited by size
                  ws-valor-edit      delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go listar-aprovacoes-le.
       listar-aprovacoes-total.
           perform gravar-total-secao
           move zeros to sqlcode.
       listar-aprovacoes-fim.
           exit.
      *2 - Credito acima do limite liberado pelo proprio digitador.
       listar-liberacoes.
           move zeros to ws-total-secao
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "2. Pedido incluido e credito liberado"
                                       delimited by size
                  " pelo mesmo operador"
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move "Pedido     Cliente    Oper Liberado em         Valor"
                to ws-linha-relatorio
           perform gravar-relatorio
           EXEC SQL
                DECLARE CURSORLIBERA CURSOR FOR
                   SELECT P.CODIGO, P.CODIGO_CLIENTE, L.SUPERVISOR,
                          DATE_FORMAT(L.QUANDO, '%Y-%m-%d %H:%i:%s'),
                          IFNULL(L.VALOR, 0)
                     FROM CREDITO_LIBERACOES L, PEDIDOS P
                    WHERE P.CODIGO = L.CODIGO_PEDIDO
                      AND L.SUPERVISOR = P.OPERADOR_INC
                      AND L.QUANDO >= :sqlmes-ini
                      AND L.QUANDO < DATE_ADD(:sqlmes-ini,
                                              INTERVAL 1 MONTH)
                    ORDER BY L.SUPERVISOR, P.CODIGO
           END-EXEC
           EXEC SQL
                OPEN CURSORLIBERA
           END-EXEC
           if sqlcode not = 0
              go listar-liberacoes-fim
           end-if.
       listar-liberacoes-le.
           EXEC SQL
                FETCH CURSORLIBERA INTO
                       :sqlpedido, :sqlcliente, :sqloperador,
                       :sqlquando, :sqlvalor
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORLIBERA
              END-EXEC
              go listar-liberacoes-total
           end-if
           add 1 to ws-total-secao
           move sqlvalor to ws-valor-edit
           initialize ws-linha-relatorio
           string sqlpedido          delimited by size
                  " "                delimited by size
                  sqlcliente         delimited by size
                  " "                delimited by size
                  sqloperador        delimited by size
                  "  "               delimited by size
                  sqlquando          delimited by size
                  " "                delimited by size
                  ws-valor-edit      delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go listar-liberacoes-le.
       listar-liberacoes-total.
           perform gravar-total-secao
           move zeros to sqlcode.
       listar-liberacoes-fim.
           exit.
      *3 - Desconto alem da tolerancia autorizado com a senha de
      *supervisor de quem incluiu ou alterou o pedido. O item nao
      *tem data propria: vale a data do pedido.
       listar-descontos.
           move zeros to ws-total-secao
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "3. Desconto fora da tolerancia autorizado"
                                       delimited by size
                  " pelo proprio digitador"
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move "Pedido     Produto    Oper Data Pedido    Desc%"
                to ws-linha-relatorio
           perform gravar-relatorio
           EXEC SQL
                DECLARE CURSORDESCONTO CURSOR FOR
                   SELECT P.CODIGO, I.CODIGO_PRODUTO, I.APROVADOR,
                          DATE_FORMAT(P.DATAPEDIDO, '%Y-%m-%d'),
                          IFNULL(I.DESCONTO_PCT, 0)
                     FROM PEDIDO_ITENS I, PEDIDOS P
                    WHERE P.CODIGO = I.CODIGO_PEDIDO
                      AND TRIM(IFNULL(I.APROVADOR, '')) <> ''
                      AND (I.APROVADOR = P.OPERADOR_INC
                           OR I.APROVADOR = P.OPERADOR_ALT)
                      AND P.DATAPEDIDO >= :sqlmes-ini
                      AND P.DATAPEDIDO < DATE_ADD(:sqlmes-ini,
                                                  INTERVAL 1 MONTH)
                    ORDER BY I.APROVADOR, P.CODIGO, I.CODIGO_PRODUTO
           END-EXEC
           EXEC SQL
                OPEN CURSORDESCONTO
           END-EXEC
           if sqlcode not = 0
              go listar-descontos-fim
           end-if.
       listar-descontos-le.
           move spaces to sqlquando
           EXEC SQL
                FETCH CURSORDESCONTO INTO
                       :sqlpedido, :sqlproduto, :sqloperador,
                       :sqlquando, :sqldesconto
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORDESCONTO
              END-EXEC
              go listar-descontos-total
           end-if
           add 1 to ws-total-secao
           move sqldesconto to ws-valor-edit
           initialize ws-linha-relatorio
           string sqlpedido          delimited by size
                  " "                delimited by size
                  sqlproduto         delimited by size
                  " "                delimited by size
                  sqloperador        delimited by size
                  "  "               delimited by size
                  sqlquando(1:10)    delimited by size
                  " "                delimited by size
                  ws-valor-edit(8:7) delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go listar-descontos-le.
       listar-descontos-total.
           perform gravar-total-secao
           move zeros to sqlcode.
       listar-descontos-fim.
           exit.
      *4 - Pagamento aplicado no caixa por quem incluiu o pedido.
      *Retorno do banco e PIX chegam sem operador.
       listar-pagamentos.
           move zeros to ws-total-secao
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "4. Pagamento aplicado pelo operador"
                                       delimited by size
                  " que incluiu o pedido"
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Pedido     Parc Oper Aplicado em         "
                                       delimited by size
                  "  Valor Pago   Origem"
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           EXEC SQL
                DECLARE CURSORPAGTO CURSOR FOR
                   SELECT G.CODIGO_PEDIDO, G.PARCELA, G.OPERADOR,
                          DATE_FORMAT(G.QUANDO, '%Y-%m-%d %H:%i:%s'),
                          IFNULL(G.VALORPAGO, 0),
                          IFNULL(G.ORIGEM, ' ')
                     FROM PAGAMENTOS G, PEDIDOS P
                    WHERE P.CODIGO = G.CODIGO_PEDIDO
                      AND TRIM(IFNULL(G.OPERADOR, '')) <> ''
                      AND G.OPERADOR = P.OPERADOR_INC
                      AND G.QUANDO >= :sqlmes-ini
                      AND G.QUANDO < DATE_ADD(:sqlmes-ini,
                                              INTERVAL 1 MONTH)
                    ORDER BY G.OPERADOR, G.CODIGO_PEDIDO, G.PARCELA
           END-EXEC
           EXEC SQL
                OPEN CURSORPAGTO
           END-EXEC
           if sqlcode not = 0
              go listar-pagamentos-fim
           end-if.
       listar-pagamentos-le.
           EXEC SQL
                FETCH CURSORPAGTO INTO
                       :sqlpedido, :sqlparcela, :sqloperador,
                       :sqlquando, :sqlvalor, :sqlorigem
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORPAGTO
              END-EXEC
              go listar-pagamentos-total
           end-if
           add 1 to ws-total-secao
           move sqlvalor to ws-valor-edit
           initialize ws-linha-relatorio
           string sqlpedido          delimited by size
                  " "                delimited by size
                  sqlparcela         delimited by size
                  "  "               delimited by size
                  sqloperador        delimited by size
                  "  "               delimited by size
                  sqlquando          delimited by size
                  " "                delimited by size
                  ws-valor-edit      delimited by size
                  " "                delimited by size
                  sqlorigem          delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go listar-pagamentos-le.
       listar-pagamentos-total.
           perform gravar-total-secao
           move zeros to sqlcode.
       listar-pagamentos-fim.
           exit.
      *5 - Troca de permissao seguida de uso da opcao pelo mesmo
      *operador: carrega as trocas do mes da trilha de auditoria e
      *procura no SESSOES.LOG a primeira entrada no programa depois
      *da troca, ate o fim do mes.
       listar-permissoes.
           move zeros to ws-total-secao ws-qtd-trocas
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "5. Permissao trocada e usada pelo mesmo operador"
                to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Oper Op Programa             Nivel Trocada em   "
                                       delimited by size
                  "   Primeiro uso   Usos"
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           open input audit-trail
           if fs-audit not = "00"
              go listar-permissoes-total
           end-if.
       listar-permissoes-audit.
           read audit-trail into ws-audit-linha at end
              close audit-trail
              go listar-permissoes-sessoes
           end-read
           if ws-audit-linha(1:11) not = "PERMISSAO  "
              go listar-permissoes-audit
           end-if
           move spaces to ws-audit-tag ws-audit-quando
                          ws-audit-operador ws-audit-detalhe
           unstring ws-audit-linha delimited by " | "
                    into ws-audit-tag ws-audit-quando
                         ws-audit-operador ws-audit-detalhe
           end-unstring
           if ws-audit-quando(1:6) not = sqlanomes
              go listar-permissoes-audit
           end-if
           if ws-qtd-trocas = 300
              go listar-permissoes-audit
           end-if
           move spaces to ws-audit-opcao ws-audit-programa
                          ws-audit-nivel
           unstring ws-audit-detalhe delimited by all " "
                    into ws-audit-opcao ws-audit-programa
                         ws-audit-nivel
           end-unstring
           add 1 to ws-qtd-trocas
           move ws-audit-quando       to ws-troca-quando(ws-qtd-trocas)
           move ws-audit-operador(10:3)
                to ws-troca-operador(ws-qtd-trocas)
           move ws-audit-opcao(7:2)   to ws-troca-opcao(ws-qtd-trocas)
           move ws-audit-programa(10:20)
                to ws-troca-programa(ws-qtd-trocas)
           move ws-audit-nivel(7:4)   to ws-troca-nivel(ws-qtd-trocas)
           move spaces                to ws-troca-uso(ws-qtd-trocas)
           move zeros                 to ws-troca-usos(ws-qtd-trocas)
           go listar-permissoes-audit.
       listar-permissoes-sessoes.
           if ws-qtd-trocas = zeros
              go listar-permissoes-total
           end-if
           open input sessoes-log
           if fs-sessoes not = "00"
              go listar-permissoes-lista
           end-if.
       listar-permissoes-le.
           read sessoes-log into ws-sessao-linha at end
              close sessoes-log
              go listar-permissoes-lista
           end-read
           move spaces to ws-sessao-quando ws-sessao-evento
                          ws-sessao-operador ws-sessao-programa
           unstring ws-sessao-linha delimited by " | "
                    into ws-sessao-quando ws-sessao-evento
                         ws-sessao-operador ws-sessao-programa
           end-unstring
           if ws-sessao-evento not = "ENTRADA"
              go listar-permissoes-le
           end-if
           if ws-sessao-quando(1:6) not = sqlanomes
              go listar-permissoes-le
           end-if
           perform conferir-troca varying ws-troca-indice from 1 by 1
                   until ws-troca-indice > ws-qtd-trocas
           go listar-permissoes-le.
       listar-permissoes-lista.
           perform listar-troca varying ws-troca-indice from 1 by 1
                   until ws-troca-indice > ws-qtd-trocas.
       listar-permissoes-total.
           perform gravar-total-secao.
       listar-permissoes-fim.
           exit.
       conferir-troca.
           if ws-sessao-operador(1:3) =
                 ws-troca-operador(ws-troca-indice)
              and ws-sessao-programa(1:20) =
                 ws-troca-programa(ws-troca-indice)
              and ws-sessao-quando > ws-troca-quando(ws-troca-indice)
              if ws-troca-usos(ws-troca-indice) = zeros
                 move ws-sessao-quando
                      to ws-troca-uso(ws-troca-indice)
              end-if
              add 1 to ws-troca-usos(ws-troca-indice)
           end-if.
       listar-troca.
           if ws-troca-usos(ws-troca-indice) > zeros
              add 1 to ws-total-secao
              initialize ws-linha-relatorio
              string ws-troca-operador(ws-troca-indice)
                                          delimited by size
                     "  "                 delimited by size
                     ws-troca-opcao(ws-troca-indice)
                                          delimited by size
                     " "                  delimited by size
                     ws-troca-programa(ws-troca-indice)
                                          delimited by size
                     " "                  delimited by size
                     ws-troca-nivel(ws-troca-indice)
                                          delimited by size
                     "  "                 delimited by size
                     ws-troca-quando(ws-troca-indice)
                                          delimited by size
                     " "                  delimited by size
                     ws-troca-uso(ws-troca-indice)
                                          delimited by size
                     " "                  delimited by size
                     ws-troca-usos(ws-troca-indice)
                                          delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
           end-if.
       gravar-total-secao.
           add ws-total-secao to ws-total-geral
           initialize ws-linha-relatorio
           string "   Casos: "           delimited by size
                  ws-total-secao         delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
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
       end program SegregacaoFuncoes.
