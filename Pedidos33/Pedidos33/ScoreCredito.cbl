      $SET SQL()
       identification division.
       program-id. ScoreCredito.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select credito assign to disk organization is indexed
             access mode is dynamic file status fs-credito
             record key is cliente-credito.
           select relatorio-score assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd credito
           label record is standard
           value of file-id "CREDITO.ARQ".
       01 registro-credito.
         02 cliente-credito         pic x(10).
         02 limite-credito          pic 9(09)v99.
         02 condpagto-credito       pic x(03).
      *   S = pedidos do cliente faturados juntos no fechamento do
      *   mes (FaturaMensal); branco ou N = fatura pedido a pedido.
         02 fatmensal-credito       pic x(01).
       fd relatorio-score
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-credito                pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 ws-decisao                 pic x(01).
       01 ws-operador                pic x(20).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-periodo                 pic 9(06).
       01 ws-tem-credito             pic x(01).
       01 ws-login-codigo            pic 9(03).
       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
      *Limite aprovado vai para a fila de aprovacao
      *(RegistraAlteracao) em vez de direto ao CREDITO.ARQ.
       01 ws-alt-arquivo             pic x(10) value "CREDITO".
       01 ws-alt-acao                pic x(01).
       01 ws-alt-chave               pic x(10).
       01 ws-alt-antes               pic x(80).
       01 ws-alt-depois              pic x(80).
       01 ws-alt-descricao           pic x(40)
                                     value "REVISAO DE LIMITE (SCORE)".
       01 ws-alt-numero              pic x(17).
       01 ws-alt-retorno             pic x(01).
      *Score de 0 a 1000 sobre as parcelas vencidas nos ultimos 12
      *meses: perde pontos pelo atraso medio (10 por dia, ate 400),
      *pela fatia de parcelas pagas com atraso (4 por ponto
      *percentual, ate 400) e por titulo protestado (100 cada, ate
      *200). Acima da faixa alta propoe aumento; abaixo da baixa,
      *reducao do limite.
       01 ws-score-alto              pic 9(04) value 800.
       01 ws-score-baixo             pic 9(04) value 500.
       01 ws-pct-aumento             pic 9(03) value 20.
       01 ws-pct-reducao             pic 9(03) value 30.
       01 ws-cliente-atual           pic x(10).
       01 ws-qtd-parcelas            pic 9(05).
       01 ws-qtd-atrasadas           pic 9(05).
       01 ws-soma-atraso             pic 9(07).
       01 ws-qtd-protestos           pic 9(05).
       01 ws-saldo-aberto            pic 9(11)v99.
       01 ws-atraso-medio            pic 9(05)v99.
       01 ws-pct-atraso              pic 9(03)v99.
       01 ws-perda-atraso            pic 9(05).
       01 ws-perda-pct               pic 9(05).
       01 ws-perda-protesto          pic 9(05).
       01 ws-score                   pic s9(05).
       01 ws-proposta                pic x(10).
       01 ws-limite-atual            pic 9(09)v99.
       01 ws-limite-proposto         pic 9(09)v99.
       01 ws-total-clientes          pic 9(05).
       01 ws-total-propostas         pic 9(05).
       01 ws-total-aplicadas         pic 9(05).
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
       01 ws-proposto-edit           pic zzz.zzz.zz9,99.
       01 ws-medio-edit              pic zz.zz9,99.
       01 ws-pct-edit                pic zz9,99.
       01 ws-cat-nome                pic x(20).
       01 ws-cat-registros           pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlcliente                 pic x(10).
       01 sqlstatus-parcela          pic x(10).
       01 sqldias                    pic s9(05).
       01 sqlprotestos               pic 9(05).
       01 sqlsaldo                   pic 9(11)v99.
       01 sqlperiodo                 pic x(06).
       01 sqlscore                   pic s9(05).
       01 sqlatraso-medio            pic 9(05)v99.
       01 sqlpct-atraso              pic 9(03)v99.
       01 sqlqtd-protestos           pic 9(05).
       01 sqllimite-atual            pic 9(09)v99.
       01 sqllimite-proposto         pic 9(09)v99.
       01 sqlproposta                pic x(10).
       01 sqloperador                pic x(20).
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
           end-if.
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
           display "Score de Pagamento e Revisao de Limites" at 0101
           display "1.Calcular Score do Mes (lista de revisao)" at 0301
           display "2.Aprovar/Rejeitar Propostas de Limite" at 0401
           display "3.Criar Tabela REVISAO_CREDITO" at 0501
           display "0.Sair" at 0601
           display "Opcao:" at 0701
           initialize opcao
           accept opcao at 0707
           if opcao = 1 go calculando.
           if opcao = 2 go aprovando.
           if opcao = 3 go criartabela.
           if opcao = 0 go desconectando.
           go menugeral.
      *Lista de revisao do mes: uma linha por cliente com proposta
      *(PENDENTE ate o analista decidir: ENVIADO a aprovacao ou
      *REJEITADO).
       criartabela.
           EXEC SQL
                CREATE TABLE REVISAO_CREDITO
                    (periodo          char(06),
                     codigo_cliente   char(10),
                     score            int,
                     atraso_medio     decimal(7,2),
                     pct_atraso       decimal(5,2),
                     protestos        int,
                     limite_atual     decimal(11,2),
                     limite_proposto  decimal(11,2),
                     proposta         char(10),
                     status           char(10),
                     analista         char(20),
                     decidido         datetime,
                     primary key      (periodo, codigo_cliente))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "REVISAO_CREDITO ja existe." at 2201
              else
                 display "Erro: Nao conseguiu criar tabela " at 1510
                 display sqlcode at 1610
                 display sqlerrmc at 1710
              end-if
           else
              display "Criou REVISAO_CREDITO OK." at 2201
           end-if
           accept espera at 2301
           go menugeral.
       calculando.
           display erase at 0101
           display "Calculando Score de Pagamento..." at 0101
           move "SCORE-CREDITO" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           move function current-date(1:8) to ws-data-hoje
           move ws-data-hoje(1:6) to ws-periodo
           move ws-periodo to sqlperiodo
      *    Recalculo no mesmo mes refaz so o que ainda nao foi
      *    decidido pelo analista.
           EXEC SQL
                DELETE FROM REVISAO_CREDITO
                 WHERE PERIODO = :sqlperiodo
                   AND STATUS = 'PENDENTE'
           END-EXEC
           move zeros to sqlcode
           open input credito
           if fs-credito not = "00" and fs-credito not = "05"
              display "Aviso: CREDITO.ARQ indisponivel" at 1901
           end-if
           initialize ws-relatorio-nome
           string "REVISAO_CREDITO_" delimited by size
                  ws-periodo         delimited by size
                  ".TXT"             delimited by size
                  into ws-relatorio-nome
           open output relatorio-score
           initialize ws-linha-relatorio
           string "Score de Pagamento e Revisao de Limites - "
                                 delimited by size
                  ws-periodo     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "Cliente    Score Atraso Med  %Atraso Prot Limite Atual"
                to ws-linha-relatorio
           move "    Proposto       Proposta"
                to ws-linha-relatorio(57:27)
           perform gravar-relatorio
           move zeros to ws-total-clientes ws-total-propostas
           move spaces to ws-cliente-atual
      *    Dias de atraso: parcela paga pela data do ultimo
      *    pagamento; em aberto, pela data de hoje.
           EXEC SQL
                DECLARE CURSORSCORE CURSOR FOR
                   SELECT A.CODIGO_CLIENTE, P.STATUS,
                          DATEDIFF(IF(P.STATUS = 'PAGO',
                             IFNULL((SELECT MAX(DATE(G.QUANDO))
                                       FROM PAGAMENTOS G
                                      WHERE G.CODIGO_PEDIDO =
                                            P.CODIGO_PEDIDO
                                        AND G.PARCELA = P.PARCELA
                                        AND G.OCORRENCIA
                                            IN ('00', '  ')),
                                    P.VENCIMENTO),
                             CURDATE()), P.VENCIMENTO),
                          (SELECT COUNT(*) FROM COBRANCA_ETAPAS E
                            WHERE E.CODIGO_PEDIDO = P.CODIGO_PEDIDO
                              AND E.PARCELA = P.PARCELA
                              AND E.ETAPA = 'PROTESTO'),
                          IF(P.STATUS = 'ABERTO',
                             P.VALOR - P.VALORPAGO, 0)
                     FROM PEDIDOS A, PEDIDO_PARCELAS P
                    WHERE P.CODIGO_PEDIDO = A.CODIGO
                      AND P.STATUS <> 'CANCELADO'
                      AND P.VENCIMENTO <= CURDATE()
                      AND P.VENCIMENTO >=
                          DATE_SUB(CURDATE(), INTERVAL 12 MONTH)
                    ORDER BY A.CODIGO_CLIENTE
           END-EXEC
           EXEC SQL
                OPEN CURSORSCORE
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                close relatorio-score credito
                go calculando-erro
           end-if.
       calculando-le.
           EXEC SQL
                FETCH CURSORSCORE INTO
                       :sqlcliente, :sqlstatus-parcela, :sqldias,
                       :sqlprotestos, :sqlsaldo
           END-EXEC
           if sqlcode not = 0
              if ws-cliente-atual not = spaces
                 perform fechar-cliente thru fechar-cliente-fim
              end-if
              go calculando-fim
           end-if
           if sqlcliente not = ws-cliente-atual
              if ws-cliente-atual not = spaces
                 perform fechar-cliente thru fechar-cliente-fim
              end-if
              move sqlcliente to ws-cliente-atual
              move zeros to ws-qtd-parcelas ws-qtd-atrasadas
                            ws-soma-atraso ws-qtd-protestos
                            ws-saldo-aberto
           end-if
           add 1 to ws-qtd-parcelas
           if sqldias > 0
              add 1 to ws-qtd-atrasadas
              add sqldias to ws-soma-atraso
           end-if
           if sqlprotestos > 0
              add 1 to ws-qtd-protestos
           end-if
           add sqlsaldo to ws-saldo-aberto
           go calculando-le.
      *Fecha o cliente: score, proposta e linha da lista de revisao.
       fechar-cliente.
           add 1 to ws-total-clientes
           display "Clientes Avaliados: " at 0301 ws-total-clientes
           compute ws-atraso-medio rounded =
                   ws-soma-atraso / ws-qtd-parcelas
           compute ws-pct-atraso rounded =
                   ws-qtd-atrasadas * 100 / ws-qtd-parcelas
           compute ws-perda-atraso = ws-atraso-medio * 10
           if ws-perda-atraso > 400
              move 400 to ws-perda-atraso
           end-if
           compute ws-perda-pct = ws-pct-atraso * 4
           if ws-perda-pct > 400
              move 400 to ws-perda-pct
           end-if
           compute ws-perda-protesto = ws-qtd-protestos * 100
           if ws-perda-protesto > 200
              move 200 to ws-perda-protesto
           end-if
           compute ws-score = 1000 - ws-perda-atraso - ws-perda-pct
                                   - ws-perda-protesto
           if ws-score < 0
              move 0 to ws-score
           end-if

           move "N" to ws-tem-credito
           move zeros to ws-limite-atual
           if fs-credito = "00"
              move ws-cliente-atual to cliente-credito
              read credito
                 invalid key
                    move "N" to ws-tem-credito
                 not invalid key
                    move "S" to ws-tem-credito
                    move limite-credito to ws-limite-atual
              end-read
           end-if
      *    Limite zero e "sem limite": so entra na lista para corte,
      *    com a proposta de travar no saldo em aberto.
           move spaces to ws-proposta
           move zeros to ws-limite-proposto
           if ws-score >= ws-score-alto and ws-limite-atual > 0
              move "AUMENTAR" to ws-proposta
              compute ws-limite-proposto rounded =
                      ws-limite-atual * (100 + ws-pct-aumento) / 100
           end-if
           if ws-score < ws-score-baixo
              move "REDUZIR" to ws-proposta
              if ws-limite-atual > 0
                 compute ws-limite-proposto rounded =
                     ws-limite-atual * (100 - ws-pct-reducao) / 100
              else
                 move ws-saldo-aberto to ws-limite-proposto
              end-if
           end-if
           if ws-proposta = spaces
              go fechar-cliente-fim
           end-if
           move ws-cliente-atual to sqlcliente
           move ws-score to sqlscore
           move ws-atraso-medio to sqlatraso-medio
           move ws-pct-atraso to sqlpct-atraso
           move ws-qtd-protestos to sqlqtd-protestos
           move ws-limite-atual to sqllimite-atual
           move ws-limite-proposto to sqllimite-proposto
           move ws-proposta to sqlproposta
           EXEC SQL
                INSERT INTO REVISAO_CREDITO
                       (periodo, codigo_cliente, score, atraso_medio,
                        pct_atraso, protestos, limite_atual,
                        limite_proposto, proposta, status)
                VALUES
                       (:sqlperiodo,
                        :sqlcliente,
                        :sqlscore,
                        :sqlatraso-medio,
                        :sqlpct-atraso,
                        :sqlqtd-protestos,
                        :sqllimite-atual,
                        :sqllimite-proposto,
                        :sqlproposta,
                        'PENDENTE')
           END-EXEC
      *    -1062: cliente ja decidido neste mes, fica como esta.
           if sqlcode not = 0
              move zeros to sqlcode
              go fechar-cliente-fim
           end-if
           add 1 to ws-total-propostas
           move ws-atraso-medio to ws-medio-edit
           move ws-pct-atraso to ws-pct-edit
           move ws-limite-atual to ws-valor-edit
           move ws-limite-proposto to ws-proposto-edit
           initialize ws-linha-relatorio
           string ws-cliente-atual delimited by size
                  " "              delimited by size
                  sqlscore         delimited by size
                  " "              delimited by size
                  ws-medio-edit    delimited by size
                  " "              delimited by size
                  ws-pct-edit      delimited by size
                  " "              delimited by size
                  ws-qtd-protestos delimited by size
                  " "              delimited by size
                  ws-valor-edit    delimited by size
                  " "              delimited by size
                  ws-proposto-edit delimited by size
                  " "              delimited by size
                  ws-proposta      delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
       fechar-cliente-fim.
           exit.
       calculando-fim.
           EXEC SQL
                CLOSE CURSORSCORE
           END-EXEC
           EXEC SQL
                COMMIT
           END-EXEC
           close credito
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Clientes avaliados: " delimited by size
                  ws-total-clientes      delimited by size
                  "  Propostas: "        delimited by size
                  ws-total-propostas     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-score
           move "F" to ws-plog-evento
           move ws-total-propostas to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           move "REVISAO_CREDITO" to ws-cat-nome
           move ws-total-propostas to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros
           display "Clientes Avaliados: " at 0301 ws-total-clientes
           display "Propostas.........: " at 0401 ws-total-propostas
           display "Relatorio.........: " at 0501 ws-relatorio-nome
           accept espera at 2301
           go menugeral.
       calculando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go menugeral.
      *O analista decide linha a linha; o limite aprovado (que ele
      *pode ajustar na hora) vai para a fila de alteracoes e so
      *chega ao CREDITO.ARQ quando outro administrador aprovar no
      *AprovaAlteracoes. A proposta fica como ENVIADO.
       aprovando.
           display erase at 0101
           display "Aprovacao de Propostas de Limite" at 0101
           display "Mes (AAAAMM): " at 0301
           move function current-date(1:8) to ws-data-hoje
           move ws-data-hoje(1:6) to ws-periodo
           accept ws-periodo at 0315 with update
           move ws-periodo to sqlperiodo
           open i-o credito
           if fs-credito not = "00"
             if fs-credito = "35" or "05"
                close credito
                open output credito
                close credito
                open i-o credito
             end-if
           end-if
           if fs-credito not = "00"
              display "Erro ao abrir CREDITO.ARQ: " at 2101 fs-credito
              accept espera at 2180
              go menugeral
           end-if
           move zeros to ws-total-aplicadas
           EXEC SQL
                DECLARE CURSORAPROVA CURSOR FOR
                   SELECT CODIGO_CLIENTE, SCORE, ATRASO_MEDIO,
                          PCT_ATRASO, PROTESTOS, LIMITE_ATUAL,
                          LIMITE_PROPOSTO, PROPOSTA
                     FROM REVISAO_CREDITO
                    WHERE PERIODO = :sqlperiodo
                      AND STATUS = 'PENDENTE'
                    ORDER BY SCORE, CODIGO_CLIENTE
           END-EXEC
           EXEC SQL
                OPEN CURSORAPROVA
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                close credito
                go menugeral
           end-if.
       aprovando-le.
           EXEC SQL
                FETCH CURSORAPROVA INTO
                       :sqlcliente, :sqlscore, :sqlatraso-medio,
                       :sqlpct-atraso, :sqlqtd-protestos,
                       :sqllimite-atual, :sqllimite-proposto,
                       :sqlproposta
           END-EXEC
           if sqlcode not = 0
              go aprovando-fim
           end-if
           display erase at 0501
           display "Cliente.........: " at 0501 sqlcliente
           display "Score...........: " at 0601 sqlscore
           move sqlatraso-medio to ws-medio-edit
           display "Atraso Medio....: " at 0701 ws-medio-edit
           move sqlpct-atraso to ws-pct-edit
           display "% Pago c/Atraso.: " at 0801 ws-pct-edit
           display "Protestos.......: " at 0901 sqlqtd-protestos
           move sqllimite-atual to ws-valor-edit
           display "Limite Atual....: " at 1001 ws-valor-edit
           display "Proposta........: " at 1101 sqlproposta
           display "Limite Proposto.: " at 1201
           move sqllimite-proposto to ws-limite-proposto
           accept ws-limite-proposto at 1219 with update
           display "A=Aprovar R=Rejeitar P=Pular F=Fim: " at 1401
           move spaces to ws-decisao
           accept ws-decisao at 1438
           move function upper-case(ws-decisao) to ws-decisao
           if ws-decisao = "F"
              go aprovando-fim
           end-if
           if ws-decisao = "R"
              EXEC SQL
                   UPDATE REVISAO_CREDITO
                      SET STATUS = 'REJEITADO',
                          ANALISTA = :sqloperador,
                          DECIDIDO = NOW()
                    WHERE PERIODO = :sqlperiodo
                      AND CODIGO_CLIENTE = :sqlcliente
              END-EXEC
              EXEC SQL
                   COMMIT
              END-EXEC
              go aprovando-le
           end-if
           if ws-decisao not = "A"
              go aprovando-le
           end-if
           perform aplicar-limite thru aplicar-limite-fim
           go aprovando-le.
       aplicar-limite.
           move sqlcliente to cliente-credito
           read credito
              invalid key
                 move "N" to ws-tem-credito
                 move "I" to ws-alt-acao
                 move spaces to ws-alt-antes
                 initialize registro-credito
                 move sqlcliente to cliente-credito
              not invalid key
                 move "S" to ws-tem-credito
                 move "A" to ws-alt-acao
                 move registro-credito to ws-alt-antes
           end-read
           move ws-limite-proposto to limite-credito
           move registro-credito to ws-alt-depois
           move cliente-credito to ws-alt-chave
           call "RegistraAlteracao" using ws-alt-arquivo
                                          ws-alt-acao
                                          ws-alt-chave
                                          ws-alt-antes
                                          ws-alt-depois
                                          ws-alt-descricao
                                          ws-login-codigo
                                          ws-alt-numero
                                          ws-alt-retorno
           if ws-alt-retorno not = "0"
              if ws-alt-retorno = "2"
                 display "Ja ha alteracao pendente: " at 2001
                         ws-alt-numero
              else
                 display "Fila de aprovacao indisponivel." at 2001
              end-if
              accept espera at 2201
              go aplicar-limite-fim
           end-if
           move ws-limite-proposto to sqllimite-proposto
           EXEC SQL
                UPDATE REVISAO_CREDITO
                   SET STATUS = 'ENVIADO',
                       LIMITE_PROPOSTO = :sqllimite-proposto,
                       ANALISTA = :sqloperador,
                       DECIDIDO = NOW()
                 WHERE PERIODO = :sqlperiodo
                   AND CODIGO_CLIENTE = :sqlcliente
           END-EXEC
           EXEC SQL
                COMMIT
           END-EXEC
           add 1 to ws-total-aplicadas.
       aplicar-limite-fim.
           exit.
       aprovando-fim.
           EXEC SQL
                CLOSE CURSORAPROVA
           END-EXEC
           close credito
           display erase at 0501
           display "Enviados para aprovacao: " at 0501
                   ws-total-aplicadas
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
       end program ScoreCredito.
