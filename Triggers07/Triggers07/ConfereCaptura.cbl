      $SET SQL()
       identification division.
       program-id. ConfereCaptura.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select relatorio-cap assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
           select audit-trail assign to "AUDIT_TRAIL.LOG"
             organization is line sequential
             file status is fs-audit.
       data division.
       fd relatorio-cap
           label record is standard.
       01 reg-relatorio              pic x(132).
       fd audit-trail
           label record is standard.
       01 reg-audit                  pic x(250).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-relatorio              pic x(02).
       77 fs-audit                  pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-data-alvo               pic 9(08).
       01 ws-data-integer            pic 9(09).
       01 ws-env-data                pic x(08).
       01 ws-modo-batch              pic x(01) value "N".
      *Tolerancia, em segundos, entre a alteracao capturada e o
      *registro do programa que a explica.
       01 ws-janela                  pic 9(05) value 300.
       01 ws-documentada             pic x(01).
       01 ws-houve-restore           pic x(01).
       01 ws-total-capturas          pic 9(07).
       01 ws-total-documentadas      pic 9(07).
       01 ws-total-secao             pic 9(07).
       01 ws-total-geral             pic 9(07) value zeros.
       01 ws-valor-antes-edit        pic zzz.zzz.zz9,99.
       01 ws-valor-depois-edit       pic zzz.zzz.zz9,99.
       01 ws-custo-antes-edit        pic zzz.zzz.zz9,99.
       01 ws-custo-depois-edit       pic zzz.zzz.zz9,99.
       01 ws-estoque-antes-edit      pic -z.zzz.zz9.
       01 ws-estoque-depois-edit     pic -z.zzz.zz9.
       01 ws-parcela-edit            pic zz9.
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
      *Hora da alteracao capturada (HH:MM:SS) em segundos do dia.
       01 ws-hora-captura.
          02 ws-hc-hh                pic 9(02).
          02 filler                  pic x(01).
          02 ws-hc-mm                pic 9(02).
          02 filler                  pic x(01).
          02 ws-hc-ss                pic 9(02).
       01 ws-segundos-captura        pic 9(05).
       01 ws-diferenca               pic s9(05).
      *Linhas PRODUTOS do AUDIT_TRAIL.LOG no dia (gravadas pelo
      *Produtos e pelo ReajustaPrecos a cada mudanca de preco ou
      *custo), e se houve restauracao de backup no dia.
       01 ws-audit-linha             pic x(250).
       01 ws-audit-tag               pic x(11).
       01 ws-audit-quando            pic x(14).
       01 ws-audit-operador          pic x(20).
       01 ws-audit-antes             pic x(100).
       01 ws-audit-depois            pic x(100).
       01 ws-audit-hora.
          02 ws-ah-hh                pic 9(02).
          02 ws-ah-mm                pic 9(02).
          02 ws-ah-ss                pic 9(02).
       01 ws-qtd-auditoria           pic 9(04) value zeros.
       01 ws-aud-indice              pic 9(04).
       01 ws-tabela-auditoria.
          02 ws-aud occurs 2000 times.
             03 ws-aud-codigo        pic x(10).
             03 ws-aud-segundos      pic 9(05).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqldata                    pic x(10).
       01 sqlcap-codigo              pic x(10).
       01 sqlcap-parcela             pic 9(03).
       01 sqlcap-operacao            pic x(10).
       01 sqlcap-valor-antes         pic s9(09)v99.
       01 sqlcap-valor-depois        pic s9(09)v99.
       01 sqlcap-custo-antes         pic s9(09)v99.
       01 sqlcap-custo-depois        pic s9(09)v99.
       01 sqlcap-estoque-antes       pic s9(09).
       01 sqlcap-estoque-depois      pic s9(09).
       01 sqlcap-status-antes        pic x(10).
       01 sqlcap-status-depois       pic x(10).
       01 sqlcap-venc-antes          pic x(10).
       01 sqlcap-venc-depois         pic x(10).
       01 sqlcap-usuario             pic x(80).
       01 sqlcap-hora                pic x(08).
       01 sqlcap-registros           pic 9(05).
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
      *Conferencia diaria da captura por trigger (LOGPRODUTOS e
      *LOGPARCELAS, criadas no Triggers): lista as alteracoes do dia
      *que nao tem registro de origem nos nossos programas.
      * PRODUTOS: linha PRODUTOS no AUDIT_TRAIL.LOG do mesmo produto
      *   ou, mudando so estoque/custo, movimento no ESTOQUE_MOV;
      * PEDIDO_PARCELAS: PAGAMENTOS, PERDAS, VARIACAO_CAMBIAL,
      *   acordo de renegociacao, PEDIDOS_STATUS_HIST do pedido ou,
      *   na exclusao, a copia no PEDIDO_PARCELAS_HIST (arquivamento).
      *Restauracao de backup no dia (RESTORE na trilha) explica tudo.
      *Data em CAPTURA_DATA (AAAAMMDD) pelo Scheduler; sem ela
      *pergunta, sugerindo o dia anterior.
       iniciando.
           display erase at 0101
           display "Alteracoes sem Origem - Captura" at 0101
           move "CONFERE-CAPTURA" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move function current-date(1:8) to ws-data-hoje
           compute ws-data-integer =
                   function integer-of-date (ws-data-hoje) - 1
           compute ws-data-alvo =
                   function date-of-integer (ws-data-integer)

           move spaces to ws-env-data
           accept ws-env-data from environment "CAPTURA_DATA"
           if ws-env-data not = spaces
              move "S" to ws-modo-batch
              if ws-env-data is numeric
                 move ws-env-data to ws-data-alvo
              end-if
           else
              move "N" to ws-modo-batch
              display "Data AAAAMMDD: " at 0301
              accept ws-data-alvo at 0316 with update
           end-if
           if ws-data-alvo(5:2) < "01" or ws-data-alvo(5:2) > "12"
              or ws-data-alvo(7:2) < "01" or ws-data-alvo(7:2) > "31"
              display "Data invalida." at 1510
              if ws-modo-batch = "N"
                 accept espera at 2301
              end-if
              go finalizando-erro
           end-if
           move spaces to sqldata
           string ws-data-alvo(1:4) delimited by size
                  "-"               delimited by size
                  ws-data-alvo(5:2) delimited by size
                  "-"               delimited by size
                  ws-data-alvo(7:2) delimited by size
                  into sqldata

           perform carregar-auditoria thru carregar-auditoria-fim

           move spaces to ws-relatorio-nome
           string "CAPTURA_"         delimited by size
                  ws-data-alvo       delimited by size
                  ".TXT"             delimited by size
                  into ws-relatorio-nome
           open output relatorio-cap
           initialize ws-linha-relatorio
           string "Alteracoes sem Origem nos Programas - Dia "
                                       delimited by size
                  sqldata              delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           if ws-houve-restore = "S"
              move "Houve restauracao de backup no dia: tudo explicado."
                   to ws-linha-relatorio
              perform gravar-relatorio
           end-if
           move zeros to ws-total-capturas ws-total-documentadas

           perform listar-produtos thru listar-produtos-fim
           if sqlcode < 0
              go finalizando-sql
           end-if
           perform listar-parcelas thru listar-parcelas-fim
           if sqlcode < 0
              go finalizando-sql
           end-if

           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Capturadas: "          delimited by size
                  ws-total-capturas       delimited by size
                  "  Com origem: "        delimited by size
                  ws-total-documentadas   delimited by size
                  "  Sem origem: "        delimited by size
                  ws-total-geral          delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-cap

           move "F" to ws-plog-evento
           move ws-total-capturas to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog

           move "CAPTURA_DADOS" to ws-cat-nome
           move ws-total-geral to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Capturadas: " at 1001 ws-total-capturas
           display "Sem origem: " at 1101 ws-total-geral
           display "Listagem..: " at 1201 ws-relatorio-nome
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
           close relatorio-cap.
       finalizando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           move 8 to return-code
           go desconectando.
      *Linhas PRODUTOS do dia, com o produto e a hora em segundos.
       carregar-auditoria.
           move "N" to ws-houve-restore
           move zeros to ws-qtd-auditoria
           open input audit-trail
           if fs-audit not = "00"
              go carregar-auditoria-fim
           end-if.
       carregar-auditoria-le.
           read audit-trail into ws-audit-linha at end
              close audit-trail
              go carregar-auditoria-fim
           end-read
           move spaces to ws-audit-tag ws-audit-quando
                          ws-audit-operador ws-audit-antes
                          ws-audit-depois
           unstring ws-audit-linha delimited by " | "
                    into ws-audit-tag ws-audit-quando
                         ws-audit-operador ws-audit-antes
                         ws-audit-depois
           end-unstring
           if ws-audit-quando(1:8) not = ws-data-alvo
              go carregar-auditoria-le
           end-if
           if ws-audit-tag = "RESTORE"
              move "S" to ws-houve-restore
              go carregar-auditoria-le
           end-if
           if ws-audit-tag not = "PRODUTOS"
              or ws-qtd-auditoria >= 2000
              go carregar-auditoria-le
           end-if
           add 1 to ws-qtd-auditoria
           move ws-audit-depois(8:10)
                to ws-aud-codigo(ws-qtd-auditoria)
           move ws-audit-quando(9:6) to ws-audit-hora
           compute ws-aud-segundos(ws-qtd-auditoria) =
                   ws-ah-hh * 3600 + ws-ah-mm * 60 + ws-ah-ss
           go carregar-auditoria-le.
       carregar-auditoria-fim.
           exit.
      *1 - PRODUTOS: preco, custo e estoque.
       listar-produtos.
           move zeros to ws-total-secao
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "1. PRODUTOS - alteracoes sem origem"
                to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Hora     Produto    Oper   "
                                       delimited by size
                  "   Preco antes   Preco depois"
                                       delimited by size
                  "    Custo antes   Custo depois"
                                       delimited by size
                  " Est. antes Est.depois Usuario"
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           EXEC SQL
                DECLARE CURSORCAPPROD CURSOR FOR
                   SELECT L.CODIGO, L.OPERACAO,
                          IFNULL(L.PRECO_ANTES, 0),
                          IFNULL(L.PRECO_DEPOIS, 0),
                          IFNULL(L.CUSTO_ANTES, 0),
                          IFNULL(L.CUSTO_DEPOIS, 0),
                          IFNULL(L.ESTOQUE_ANTES, 0),
                          IFNULL(L.ESTOQUE_DEPOIS, 0),
                          IFNULL(L.USUARIO, ' '),
                          DATE_FORMAT(L.QUANDO, '%H:%i:%s'),
                          (SELECT COUNT(*) FROM ESTOQUE_MOV M
                            WHERE M.CODIGO_PRODUTO = L.CODIGO
                              AND M.QUANDO BETWEEN
                                  DATE_SUB(L.QUANDO, INTERVAL 5 MINUTE)
                              AND DATE_ADD(L.QUANDO, INTERVAL 5 MINUTE))
                     FROM LOGPRODUTOS L
                    WHERE L.QUANDO >= :sqldata
                      AND L.QUANDO < DATE_ADD(:sqldata, INTERVAL 1 DAY)
                    ORDER BY L.QUANDO, L.ID
           END-EXEC
           EXEC SQL
                OPEN CURSORCAPPROD
           END-EXEC
           if sqlcode not = 0
              go listar-produtos-fim
           end-if.
       listar-produtos-le.
           EXEC SQL
                FETCH CURSORCAPPROD INTO
                       :sqlcap-codigo, :sqlcap-operacao,
                       :sqlcap-valor-antes, :sqlcap-valor-depois,
                       :sqlcap-custo-antes, :sqlcap-custo-depois,
                       :sqlcap-estoque-antes, :sqlcap-estoque-depois,
                       :sqlcap-usuario, :sqlcap-hora,
                       :sqlcap-registros
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORCAPPROD
              END-EXEC
              go listar-produtos-total
           end-if
           add 1 to ws-total-capturas
           move ws-houve-restore to ws-documentada
           if sqlcap-operacao = "UPDATE"
              and sqlcap-valor-antes = sqlcap-valor-depois
              and sqlcap-registros > zeros
              move "S" to ws-documentada
           end-if
           if ws-documentada not = "S"
              perform procurar-auditoria thru procurar-auditoria-fim
           end-if
           if ws-documentada = "S"
              add 1 to ws-total-documentadas
              go listar-produtos-le
           end-if
           add 1 to ws-total-secao
           move sqlcap-valor-antes    to ws-valor-antes-edit
           move sqlcap-valor-depois   to ws-valor-depois-edit
           move sqlcap-custo-antes    to ws-custo-antes-edit
           move sqlcap-custo-depois   to ws-custo-depois-edit
           move sqlcap-estoque-antes  to ws-estoque-antes-edit
           move sqlcap-estoque-depois to ws-estoque-depois-edit
           initialize ws-linha-relatorio
           string sqlcap-hora            delimited by size
                  " "                    delimited by size
                  sqlcap-codigo          delimited by size
                  " "                    delimited by size
                  sqlcap-operacao(1:6)   delimited by size
                  " "                    delimited by size
                  ws-valor-antes-edit    delimited by size
                  " "                    delimited by size
                  ws-valor-depois-edit   delimited by size
                  " "                    delimited by size
                  ws-custo-antes-edit    delimited by size
                  " "                    delimited by size
                  ws-custo-depois-edit   delimited by size
                  " "                    delimited by size
                  ws-estoque-antes-edit  delimited by size
                  " "                    delimited by size
                  ws-estoque-depois-edit delimited by size
                  " "                    delimited by size
                  sqlcap-usuario(1:20)   delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go listar-produtos-le.
       listar-produtos-total.
           perform gravar-total-secao
           move zeros to sqlcode.
       listar-produtos-fim.
           exit.
      *Linha PRODUTOS do mesmo produto dentro da janela.
       procurar-auditoria.
           move sqlcap-hora to ws-hora-captura
           compute ws-segundos-captura =
                   ws-hc-hh * 3600 + ws-hc-mm * 60 + ws-hc-ss
           move zeros to ws-aud-indice.
       procurar-auditoria-le.
           add 1 to ws-aud-indice
           if ws-aud-indice > ws-qtd-auditoria
              go procurar-auditoria-fim
           end-if
           if ws-aud-codigo(ws-aud-indice) not = sqlcap-codigo
              go procurar-auditoria-le
           end-if
           compute ws-diferenca =
                   ws-aud-segundos(ws-aud-indice) - ws-segundos-captura
           if ws-diferenca >= - ws-janela
              and ws-diferenca <= ws-janela
              move "S" to ws-documentada
              go procurar-auditoria-fim
           end-if
           go procurar-auditoria-le.
       procurar-auditoria-fim.
           exit.
      *2 - PEDIDO_PARCELAS: valor, valorpago, status e vencimento.
       listar-parcelas.
           move zeros to ws-total-secao
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "2. PEDIDO_PARCELAS - alteracoes sem origem"
                to ws-linha-relatorio
           perform gravar-relatorio
           move "Hora     Pedido     Parc Oper   Usuario"
                to ws-linha-relatorio
           perform gravar-relatorio
           EXEC SQL
                DECLARE CURSORCAPPARC CURSOR FOR
                   SELECT L.CODIGO_PEDIDO, IFNULL(L.PARCELA, 0),
                          L.OPERACAO,
                          IFNULL(L.VALOR_ANTES, 0),
                          IFNULL(L.VALOR_DEPOIS, 0),
                          IFNULL(L.VALORPAGO_ANTES, 0),
                          IFNULL(L.VALORPAGO_DEPOIS, 0),
                          IFNULL(L.STATUS_ANTES, ' '),
                          IFNULL(L.STATUS_DEPOIS, ' '),
                          IFNULL(DATE_FORMAT(L.VENCIMENTO_ANTES,
                                             '%Y-%m-%d'), ' '),
                          IFNULL(DATE_FORMAT(L.VENCIMENTO_DEPOIS,
                                             '%Y-%m-%d'), ' '),
                          IFNULL(L.USUARIO, ' '),
                          DATE_FORMAT(L.QUANDO, '%H:%i:%s'),
                          (SELECT COUNT(*) FROM PAGAMENTOS P
                            WHERE P.CODIGO_PEDIDO = L.CODIGO_PEDIDO
                              AND P.PARCELA = L.PARCELA
                              AND P.QUANDO BETWEEN
                                  DATE_SUB(L.QUANDO, INTERVAL 5 MINUTE)
                              AND DATE_ADD(L.QUANDO, INTERVAL 5 MINUTE))
                        + (SELECT COUNT(*) FROM PERDAS X
                            WHERE X.CODIGO_PEDIDO = L.CODIGO_PEDIDO
                              AND X.PARCELA = L.PARCELA
                              AND X.QUANDO BETWEEN
                                  DATE_SUB(L.QUANDO, INTERVAL 5 MINUTE)
                              AND DATE_ADD(L.QUANDO, INTERVAL 5 MINUTE))
                        + (SELECT COUNT(*) FROM VARIACAO_CAMBIAL V
                            WHERE V.CODIGO_PEDIDO = L.CODIGO_PEDIDO
                              AND V.PARCELA = L.PARCELA
                              AND V.QUANDO BETWEEN
                                  DATE_SUB(L.QUANDO, INTERVAL 5 MINUTE)
                              AND DATE_ADD(L.QUANDO, INTERVAL 5 MINUTE))
                        + (SELECT COUNT(*) FROM ACORDO_ITENS I,
                                                ACORDOS A
                            WHERE A.NUMERO = I.NUMERO
                              AND I.CODIGO_PEDIDO = L.CODIGO_PEDIDO
                              AND I.PARCELA = L.PARCELA
                              AND A.QUANDO BETWEEN
                                  DATE_SUB(L.QUANDO, INTERVAL 5 MINUTE)
                              AND DATE_ADD(L.QUANDO, INTERVAL 5 MINUTE))
                        + (SELECT COUNT(*) FROM PEDIDOS_STATUS_HIST H
                            WHERE H.CODIGO_PEDIDO = L.CODIGO_PEDIDO
                              AND H.QUANDO BETWEEN
                                  DATE_SUB(L.QUANDO, INTERVAL 5 MINUTE)
                              AND DATE_ADD(L.QUANDO, INTERVAL 5 MINUTE))
                        + (SELECT COUNT(*) FROM PEDIDO_PARCELAS_HIST Q
                            WHERE L.OPERACAO = 'DELETE'
                              AND Q.CODIGO_PEDIDO = L.CODIGO_PEDIDO
                              AND Q.PARCELA = L.PARCELA)
                     FROM LOGPARCELAS L
                    WHERE L.QUANDO >= :sqldata
                      AND L.QUANDO < DATE_ADD(:sqldata, INTERVAL 1 DAY)
                    ORDER BY L.QUANDO, L.ID
           END-EXEC
           EXEC SQL
                OPEN CURSORCAPPARC
           END-EXEC
           if sqlcode not = 0
              go listar-parcelas-fim
           end-if.
       listar-parcelas-le.
           EXEC SQL
                FETCH CURSORCAPPARC INTO
                       :sqlcap-codigo, :sqlcap-parcela,
                       :sqlcap-operacao,
                       :sqlcap-valor-antes, :sqlcap-valor-depois,
                       :sqlcap-custo-antes, :sqlcap-custo-depois,
                       :sqlcap-status-antes, :sqlcap-status-depois,
                       :sqlcap-venc-antes, :sqlcap-venc-depois,
                       :sqlcap-usuario, :sqlcap-hora,
                       :sqlcap-registros
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORCAPPARC
              END-EXEC
              go listar-parcelas-total
           end-if
           add 1 to ws-total-capturas
           if ws-houve-restore = "S" or sqlcap-registros > zeros
              add 1 to ws-total-documentadas
              go listar-parcelas-le
           end-if
           add 1 to ws-total-secao
           move sqlcap-parcela to ws-parcela-edit
           initialize ws-linha-relatorio
           string sqlcap-hora            delimited by size
                  " "                    delimited by size
                  sqlcap-codigo          delimited by size
                  " "                    delimited by size
                  ws-parcela-edit        delimited by size
                  "  "                   delimited by size
                  sqlcap-operacao(1:6)   delimited by size
                  " "                    delimited by size
                  sqlcap-usuario(1:60)   delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
      *   Valor e valor pago usam os campos de preco e custo.
           move sqlcap-valor-antes    to ws-valor-antes-edit
           move sqlcap-valor-depois   to ws-valor-depois-edit
           move sqlcap-custo-antes    to ws-custo-antes-edit
           move sqlcap-custo-depois   to ws-custo-depois-edit
           initialize ws-linha-relatorio
           string "         Valor"      delimited by size
                  ws-valor-antes-edit    delimited by size
                  " ->"                  delimited by size
                  ws-valor-depois-edit   delimited by size
                  "  Pago"               delimited by size
                  ws-custo-antes-edit    delimited by size
                  " ->"                  delimited by size
                  ws-custo-depois-edit   delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "         Status "    delimited by size
                  sqlcap-status-antes    delimited by size
                  " -> "                 delimited by size
                  sqlcap-status-depois   delimited by size
                  "  Vencimento "        delimited by size
                  sqlcap-venc-antes      delimited by size
                  " -> "                 delimited by size
                  sqlcap-venc-depois     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go listar-parcelas-le.
       listar-parcelas-total.
           perform gravar-total-secao
           move zeros to sqlcode.
       listar-parcelas-fim.
           exit.
       gravar-total-secao.
           add ws-total-secao to ws-total-geral
           initialize ws-linha-relatorio
           string "Subtotal: "          delimited by size
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
       end program ConfereCaptura.
