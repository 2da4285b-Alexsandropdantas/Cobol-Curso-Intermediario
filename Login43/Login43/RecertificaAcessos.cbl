       identification division.
       program-id. RecertificaAcessos.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select usuarios assign to disk
                  organization is indexed
                  access mode is dynamic
                  file status estado-usuarios
                  lock mode is manual
                  record key is chave-usuarios.
           select permissoes assign to disk organization is indexed
             access mode is dynamic file status fs-permissoes
             record key is opcao-permissao.
           select recertifica assign to disk organization is indexed
             access mode is dynamic file status fs-recertifica
             record key is chave-recertifica.
           select sessoes-log assign to "SESSOES.LOG"
             organization is line sequential
             file status is fs-sessoes.
           select audit-trail assign to "AUDIT_TRAIL.LOG"
             organization is line sequential
             file status is fs-audit.
           select relatorio-rec assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd usuarios
           label record is standard
           value of file-id
                "Usuarios.Arq".
       01 registro-usuarios.
           02 chave-usuarios.
              03 codigo-usuarios   pic 9(3).
           02 nome-usuarios        pic x(40).
           02 nivel-usuarios       pic x(01).
           02 senha-usuarios       pic x(10).
           02 validade-usuarios    pic 9(08).
           02 tentativas-usuarios  pic 9(01).
           02 bloqueado-usuarios   pic x(01).
       fd permissoes
           label record is standard
           value of file-id "PERMISSOES.ARQ".
       01 registro-permissao.
         02 opcao-permissao         pic 9(02).
         02 nivel-permissao         pic x(01).
       fd recertifica
           label record is standard
           value of file-id "RECERTIFICA.ARQ".
      *Uma linha por usuario e trimestre da recertificacao; a
      *decisao do revisor (M manter, R rebaixar para U, V revogar)
      *e aplicada no Usuarios.Arq na hora em que e registrada.
       01 registro-recertifica.
         02 chave-recertifica.
            03 trimestre-recertifica pic x(06).
            03 codigo-recertifica    pic 9(03).
         02 nome-recertifica         pic x(40).
         02 nivel-recertifica        pic x(01).
         02 ultimo-recertifica       pic 9(08).
         02 decisao-recertifica      pic x(01).
         02 revisor-recertifica      pic 9(03).
         02 decidido-recertifica     pic 9(14).
       fd sessoes-log
           label record is standard.
       01 reg-sessoes               pic x(80).
       fd audit-trail
           label record is standard.
       01 reg-audit                 pic x(250).
       fd relatorio-rec
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 estado-usuarios           pic x(02).
       77 fs-permissoes             pic x(02).
       77 fs-recertifica            pic x(02).
       77 fs-sessoes                pic x(02).
       77 fs-audit                  pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 ws-login-codigo            pic 9(03).
       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
       01 ws-modo-batch              pic x(01) value "N".
       01 ws-env-trimestre           pic x(06).
       01 ws-env-dias                pic x(05).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-linha-sessao            pic x(80).
       01 ws-campo1                  pic x(15).
       01 ws-campo2                  pic x(10).
       01 ws-campo3                  pic x(10).
       01 ws-codigo-log              pic 9(03).
       01 ws-data-linha              pic 9(08).
       01 ws-data-hoje               pic 9(08).
       01 ws-ano                     pic 9(04).
       01 ws-mes                     pic 9(02).
       01 ws-trimestre-num           pic 9(01).
       01 ws-trimestre               pic x(06).
      *Dias sem acesso para o bloqueio automatico (INATIVIDADE_DIAS
      *pelo Scheduler).
       01 ws-dias-inatividade        pic 9(05) value 90.
       01 ws-dias-sem-acesso         pic 9(05).
       01 ws-ultimo-acesso           pic 9(08).
       01 ws-inicio-log              pic 9(08).
       01 ws-data-integer            pic 9(09).
      *Ultimo LOGIN do SESSOES.LOG por codigo de operador.
       01 ws-acessos.
          02 ws-ult-login            pic 9(08) occurs 999 times.
       01 ws-indice                  pic 9(03).
       01 ws-posicao                 pic 9(03).
      *Opcoes do menu que o nivel U alcanca (nivel A alcanca todas).
       01 ws-opcoes-u                pic x(294).
       01 ws-qtd-opcoes-u            pic 9(02).
       01 ws-qtd-opcoes              pic 9(02).
       01 ws-decisao                 pic x(01).
       01 ws-decisao-texto           pic x(09).
       01 ws-admins-ativos           pic 9(03).
       01 ws-total-usuarios          pic 9(05).
       01 ws-total-pendentes         pic 9(05).
       01 ws-total-bloqueados        pic 9(05).
       01 ws-total-mantidos          pic 9(05).
       01 ws-old-usuarios            pic x(64).
       01 ws-audit-operador          pic x(10).
       01 ws-audit-timestamp         pic x(21).
       01 ws-audit-linha             pic x(250).
       01 ws-sessao-linha            pic x(80).
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
       01 ws-fc-arquivo              pic x(14).
       01 ws-fc-modo                 pic x(01).
       01 ws-fc-relatorio            pic x(60).
       01 ws-fc-divergencias         pic 9(05).
       01 ws-fc-explicadas           pic 9(05).
       01 ws-fc-retorno              pic x(01).
       copy "opcoesmenu.cpy".
       procedure division.
      *Recertificacao trimestral de acessos e bloqueio de usuarios
      *inativos. Pelo Scheduler: RECERTIFICACAO_TRIMESTRE (AAAATn)
      *gera a listagem do trimestre; INATIVIDADE_DIAS bloqueia quem
      *esta sem LOGIN ha esse numero de dias. Sem as variaveis,
      *menu para administrador.
       iniciando.
           move function current-date(1:8) to ws-data-hoje
           move ws-data-hoje(1:4) to ws-ano
           move ws-data-hoje(5:2) to ws-mes
           compute ws-trimestre-num = (ws-mes + 2) / 3
           move spaces to ws-trimestre
           string ws-ano           delimited by size
                  "T"              delimited by size
                  ws-trimestre-num delimited by size
                  into ws-trimestre
           move spaces to ws-env-dias
           accept ws-env-dias from environment "INATIVIDADE_DIAS"
           if ws-env-dias not = spaces
              move "S" to ws-modo-batch
              compute ws-dias-inatividade =
                      function numval (ws-env-dias)
                   on size error continue
              end-compute
              move "SCHEDULER" to ws-audit-operador
              perform bloqueando thru bloqueando-fim
              perform atualizar-fotografia
              exit program
              stop run
           end-if
           move spaces to ws-env-trimestre
           accept ws-env-trimestre from environment
                  "RECERTIFICACAO_TRIMESTRE"
           if ws-env-trimestre not = spaces
              move "S" to ws-modo-batch
              move ws-env-trimestre to ws-trimestre
              perform listando thru listando-fim
              exit program
              stop run
           end-if.
       assinatura.
           call "Login" using ws-login-codigo
                              ws-login-nome
                              ws-login-nivel
                              ws-login-retorno
           if ws-login-retorno not = "0"
              exit program
              stop run
           end-if
           if ws-login-nivel not = "A"
              display "Acesso Negado: Requer Nivel Admin" at 2201
              accept espera at 2280
              exit program
              stop run
           end-if
           move ws-login-codigo to ws-audit-operador.
       menugeral.
           display erase at 0101
           display "Recertificacao de Acessos" at 0101
           display "1.Gerar Listagem do Trimestre" at 0301
           display "2.Registrar Decisoes (Manter/Rebaixar/Revogar)"
                   at 0401
           display "3.Bloquear Usuarios Inativos" at 0501
           display "0.Sair" at 0601
           display "Opcao:" at 0701
           initialize opcao
           accept opcao at 0707
           if opcao = 1
              display "Trimestre (AAAATn): " at 0901
              accept ws-trimestre at 0921 with update
              perform listando thru listando-fim
              go menugeral
           end-if
           if opcao = 2
              display "Trimestre (AAAATn): " at 0901
              accept ws-trimestre at 0921 with update
              go decidindo
           end-if
           if opcao = 3
              display "Dias sem acesso: " at 0901
              accept ws-dias-inatividade at 0918 with update
              perform bloqueando thru bloqueando-fim
              go menugeral
           end-if
           if opcao = 0
              perform atualizar-fotografia
              exit program
              stop run
           end-if
           go menugeral.
      *Listagem do trimestre: cada usuario com nivel, bloqueio,
      *ultimo LOGIN, dias sem acesso, a decisao ja registrada e as
      *opcoes do menu que alcanca. Cria no RECERTIFICA.ARQ a linha
      *do usuario que ainda nao tem, sem mexer nas ja decididas.
       listando.
           move "RECERTIFICACAO" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           perform carregar-acessos thru carregar-acessos-fim
           perform carregar-opcoes thru carregar-opcoes-fim
           perform abrir-recertifica thru abrir-recertifica-fim
           if fs-recertifica not = "00"
              go listando-erro
           end-if
           open input usuarios
           if estado-usuarios not = "00"
              close usuarios recertifica
              go listando-erro
           end-if
           move zeros to ws-total-usuarios ws-total-pendentes
           move spaces to ws-relatorio-nome
           string "RECERTIFICACAO_" delimited by size
                  ws-trimestre      delimited by size
                  ".TXT"            delimited by size
                  into ws-relatorio-nome
           open output relatorio-rec
           initialize ws-linha-relatorio
           string "Recertificacao de Acessos - Trimestre "
                                        delimited by size
                  ws-trimestre          delimited by size
                  " - Emitida em "      delimited by size
                  ws-data-hoje          delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Cod Nome                           Nv Bl "
                                        delimited by size
                  "Ult.Acesso  Dias Decisao   Revisor"
                                        delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move zeros to codigo-usuarios
           start usuarios key is >= chave-usuarios invalid key
                 go listando-totais
           end-start.
       listando-le.
           read usuarios next at end
                 go listando-totais.
           add 1 to ws-total-usuarios
           perform calcular-dias-sem-acesso
           move ws-trimestre to trimestre-recertifica
           move codigo-usuarios to codigo-recertifica
           read recertifica invalid key
              move nome-usuarios     to nome-recertifica
              move nivel-usuarios    to nivel-recertifica
              move ws-ultimo-acesso  to ultimo-recertifica
              move spaces            to decisao-recertifica
              move zeros to revisor-recertifica decidido-recertifica
              write registro-recertifica invalid key
                 continue
              end-write
           end-read
           perform montar-decisao-texto
           if decisao-recertifica = spaces
              add 1 to ws-total-pendentes
           end-if
           initialize ws-linha-relatorio
           string codigo-usuarios        delimited by size
                  " "                    delimited by size
                  nome-usuarios(1:30)    delimited by size
                  " "                    delimited by size
                  nivel-usuarios         delimited by size
                  "  "                   delimited by size
                  bloqueado-usuarios     delimited by size
                  "  "                   delimited by size
                  ws-ultimo-acesso       delimited by size
                  " "                    delimited by size
                  ws-dias-sem-acesso     delimited by size
                  " "                    delimited by size
                  ws-decisao-texto       delimited by size
                  " "                    delimited by size
                  revisor-recertifica    delimited by size
                  into ws-linha-relatorio
           if ws-ultimo-acesso = zeros
              move "NUNCA   " to ws-linha-relatorio(45:8)
           end-if
           perform gravar-relatorio
           if nivel-usuarios = "A"
              move "    Opcoes: TODAS (nivel A)" to ws-linha-relatorio
              perform gravar-relatorio
           else
              perform listar-opcoes-u thru listar-opcoes-u-fim
           end-if
           go listando-le.
       listando-totais.
           close usuarios recertifica
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Usuarios: "         delimited by size
                  ws-total-usuarios    delimited by size
                  "  Sem decisao: "    delimited by size
                  ws-total-pendentes   delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Decisao: MANTER, REBAIXAR (para U), "
                                        delimited by size
                  "REVOGAR (bloqueado)" delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-rec
           move "F" to ws-plog-evento
           move ws-total-usuarios to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           move "RECERTIFICACAO" to ws-cat-nome
           move ws-total-usuarios to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros
           if ws-modo-batch = "N"
              display "Listagem...: " at 1101 ws-relatorio-nome
              display "Usuarios...: " at 1201 ws-total-usuarios
              display "Sem decisao: " at 1301 ws-total-pendentes
              accept espera at 2301
           end-if
           go listando-fim.
       listando-erro.
           if ws-modo-batch = "N"
              display "Usuarios.Arq/RECERTIFICA.ARQ indisponivel"
                      at 2101
              accept espera at 2301
           end-if
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           move 8 to return-code.
       listando-fim.
           exit.
      *Opcoes do nivel U em linhas de 32 opcoes.
       listar-opcoes-u.
           if ws-opcoes-u = spaces
              move "    Opcoes: NENHUMA" to ws-linha-relatorio
              perform gravar-relatorio
              go listar-opcoes-u-fim
           end-if
           move 1 to ws-posicao.
       listar-opcoes-u-linha.
           initialize ws-linha-relatorio
           if ws-posicao = 1
              move "    Opcoes: " to ws-linha-relatorio(1:12)
           end-if
           move ws-opcoes-u(ws-posicao:96) to ws-linha-relatorio(13:96)
           perform gravar-relatorio
           add 96 to ws-posicao
           if ws-posicao < 294
              if ws-opcoes-u(ws-posicao:) not = spaces
                 go listar-opcoes-u-linha
              end-if
           end-if.
       listar-opcoes-u-fim.
           exit.
      *Decisoes do revisor, usuario a usuario, so os ainda sem
      *decisao no trimestre. O revisor nao decide sobre o proprio
      *acesso. A decisao vale na hora.
       decidindo.
           perform carregar-opcoes thru carregar-opcoes-fim
           perform abrir-recertifica thru abrir-recertifica-fim
           if fs-recertifica not = "00"
              display "RECERTIFICA.ARQ indisponivel" at 2101
              accept espera at 2301
              go menugeral
           end-if
           open i-o usuarios
           if estado-usuarios not = "00"
              display "Erro ao abrir Usuarios.Arq: " at 2101
                      estado-usuarios
              close usuarios recertifica
              accept espera at 2301
              go menugeral
           end-if
           move ws-trimestre to trimestre-recertifica
           move zeros to codigo-recertifica
           start recertifica key is >= chave-recertifica invalid key
                 go decidindo-fim
           end-start.
       decidindo-le.
           read recertifica next at end
              go decidindo-fim
           end-read
           if trimestre-recertifica not = ws-trimestre
              go decidindo-fim
           end-if
           if decisao-recertifica not = spaces
              go decidindo-le
           end-if
           move codigo-recertifica to codigo-usuarios
           read usuarios invalid key
              go decidindo-le
           end-read
           display erase at 0101
           display "Recertificacao - Trimestre " at 0101 ws-trimestre
           display "Usuario.......: " at 0301 codigo-usuarios
           display nome-usuarios at 0321
           display "Nivel.........: " at 0401 nivel-usuarios
           display "Bloqueado.....: " at 0501 bloqueado-usuarios
           display "Ultimo Acesso.: " at 0601
           if ultimo-recertifica = zeros
              display "NUNCA" at 0617
           else
              display ultimo-recertifica at 0617
           end-if
           if nivel-usuarios = "A"
              move 98 to ws-qtd-opcoes
           else
              move ws-qtd-opcoes-u to ws-qtd-opcoes
           end-if
           display "Opcoes Alcanc.: " at 0701 ws-qtd-opcoes
           display "M=Manter R=Rebaixar V=Revogar P=Pular F=Fim: "
                   at 1001
           move spaces to ws-decisao
           accept ws-decisao at 1047
           move function upper-case(ws-decisao) to ws-decisao
           if ws-decisao = "F"
              go decidindo-fim
           end-if
           if ws-decisao not = "M" and ws-decisao not = "R"
              and ws-decisao not = "V"
              go decidindo-le
           end-if
           if codigo-usuarios = ws-login-codigo
              display "Revisor nao decide o proprio acesso." at 2201
              accept espera at 2280
              go decidindo-le
           end-if
           if ws-decisao = "R" and nivel-usuarios not = "A"
              display "Usuario ja e nivel U: use M ou V." at 2201
              accept espera at 2280
              go decidindo-le
           end-if
           if ws-decisao not = "M"
              perform aplicar-decisao thru aplicar-decisao-fim
              if estado-usuarios not = "00"
                 display "Erro ao regravar usuario: " at 2201
                         estado-usuarios
                 accept espera at 2280
                 go decidindo-le
              end-if
           end-if
           move ws-decisao to decisao-recertifica
           move ws-login-codigo to revisor-recertifica
           move function current-date(1:14) to decidido-recertifica
           rewrite registro-recertifica invalid key
              display "Erro ao regravar RECERTIFICA.ARQ: " at 2201
                      fs-recertifica
              accept espera at 2280
           end-rewrite
           go decidindo-le.
       decidindo-fim.
           close usuarios recertifica
           go menugeral.
       aplicar-decisao.
           read usuarios with lock invalid key
              go aplicar-decisao-fim
           end-read
           move registro-usuarios to ws-old-usuarios
           if ws-decisao = "R"
              move "U" to nivel-usuarios
           else
              move "S" to bloqueado-usuarios
           end-if
           rewrite registro-usuarios invalid key
              unlock usuarios
              go aplicar-decisao-fim
           end-rewrite
           unlock usuarios
           perform gravar-auditoria-usuarios.
       aplicar-decisao-fim.
           exit.
      *Bloqueio automatico de quem esta sem LOGIN ha
      *ws-dias-inatividade dias; quem nunca entrou conta desde o
      *inicio do SESSOES.LOG. O ultimo administrador ativo nunca e
      *bloqueado, para sempre haver quem desbloqueie.
       bloqueando.
           move "BLOQUEIA-INATIVOS" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           perform carregar-acessos thru carregar-acessos-fim
           open i-o usuarios
           if estado-usuarios not = "00"
              close usuarios
              if ws-modo-batch = "N"
                 display "Erro ao abrir Usuarios.Arq: " at 2101
                         estado-usuarios
                 accept espera at 2301
              end-if
              move "F" to ws-plog-evento
              move zeros to ws-plog-registros
              move "ERRO" to ws-plog-status
              perform gravar-processlog
              move 8 to return-code
              go bloqueando-fim
           end-if
           move zeros to ws-admins-ativos ws-total-bloqueados
                         ws-total-mantidos
           move zeros to codigo-usuarios
           start usuarios key is >= chave-usuarios invalid key
                 go bloqueando-relatorio
           end-start.
       bloqueando-conta.
           read usuarios next at end
                 go bloqueando-relatorio.
           if nivel-usuarios = "A" and bloqueado-usuarios not = "S"
              add 1 to ws-admins-ativos
           end-if
           go bloqueando-conta.
       bloqueando-relatorio.
           move spaces to ws-relatorio-nome
           string "BLOQUEIO_INATIVOS_" delimited by size
                  ws-data-hoje         delimited by size
                  ".TXT"               delimited by size
                  into ws-relatorio-nome
           open output relatorio-rec
           initialize ws-linha-relatorio
           string "Bloqueio de Usuarios Inativos - "
                                         delimited by size
                  ws-data-hoje           delimited by size
                  " - sem acesso ha "    delimited by size
                  ws-dias-inatividade    delimited by size
                  " dias ou mais"        delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Cod Nome                           Nv "
                                        delimited by size
                  "Ult.Acesso  Dias  Situacao" delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move zeros to codigo-usuarios
           start usuarios key is >= chave-usuarios invalid key
                 go bloqueando-totais
           end-start.
       bloqueando-le.
           read usuarios next at end
                 go bloqueando-totais.
           if bloqueado-usuarios = "S"
              go bloqueando-le
           end-if
           perform calcular-dias-sem-acesso
           if ws-dias-sem-acesso < ws-dias-inatividade
              go bloqueando-le
           end-if
           initialize ws-linha-relatorio
           string codigo-usuarios        delimited by size
                  " "                    delimited by size
                  nome-usuarios(1:30)    delimited by size
                  " "                    delimited by size
                  nivel-usuarios         delimited by size
                  "  "                   delimited by size
                  ws-ultimo-acesso       delimited by size
                  " "                    delimited by size
                  ws-dias-sem-acesso     delimited by size
                  into ws-linha-relatorio
           if ws-ultimo-acesso = zeros
              move "NUNCA   " to ws-linha-relatorio(41:8)
           end-if
           if nivel-usuarios = "A" and ws-admins-ativos <= 1
              move "MANTIDO: ULTIMO ADMIN ATIVO"
                   to ws-linha-relatorio(56:30)
              perform gravar-relatorio
              add 1 to ws-total-mantidos
              go bloqueando-le
           end-if
           read usuarios with lock invalid key
              go bloqueando-le
           end-read
           move registro-usuarios to ws-old-usuarios
           move "S" to bloqueado-usuarios
           rewrite registro-usuarios invalid key
              unlock usuarios
              go bloqueando-le
           end-rewrite
           unlock usuarios
           if nivel-usuarios = "A"
              subtract 1 from ws-admins-ativos
           end-if
           add 1 to ws-total-bloqueados
           move "BLOQUEADO" to ws-linha-relatorio(56:30)
           perform gravar-relatorio
           perform gravar-auditoria-usuarios
           perform gravar-sessao-inativo
           go bloqueando-le.
       bloqueando-totais.
           close usuarios
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Bloqueados: "       delimited by size
                  ws-total-bloqueados  delimited by size
                  "  Mantidos: "       delimited by size
                  ws-total-mantidos    delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-rec
           move "F" to ws-plog-evento
           move ws-total-bloqueados to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           move "BLOQUEIO_INATIVOS" to ws-cat-nome
           move ws-total-bloqueados to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros
           if ws-modo-batch = "N"
              display "Bloqueados: " at 1101 ws-total-bloqueados
              display "Mantidos..: " at 1201 ws-total-mantidos
              display "Relatorio.: " at 1301 ws-relatorio-nome
              accept espera at 2301
           end-if.
       bloqueando-fim.
           exit.
      *Ultimo LOGIN por operador e data da primeira linha do log.
       carregar-acessos.
           initialize ws-acessos
           move zeros to ws-inicio-log
           open input sessoes-log
           if fs-sessoes not = "00"
              go carregar-acessos-fim
           end-if.
       carregar-acessos-le.
           read sessoes-log into ws-linha-sessao at end
              close sessoes-log
              go carregar-acessos-fim
           end-read
           if ws-linha-sessao(1:14) is not numeric
              go carregar-acessos-le
           end-if
           move ws-linha-sessao(1:8) to ws-data-linha
           if ws-inicio-log = zeros
              move ws-data-linha to ws-inicio-log
           end-if
           move spaces to ws-campo1 ws-campo2 ws-campo3
           unstring ws-linha-sessao delimited by " | "
                    into ws-campo1 ws-campo2 ws-campo3
           end-unstring
           if ws-campo2(1:5) not = "LOGIN"
              or ws-campo3(1:3) is not numeric
              go carregar-acessos-le
           end-if
           move ws-campo3(1:3) to ws-codigo-log
           if ws-codigo-log > zeros
              and ws-data-linha > ws-ult-login(ws-codigo-log)
              move ws-data-linha to ws-ult-login(ws-codigo-log)
           end-if
           go carregar-acessos-le.
       carregar-acessos-fim.
           exit.
       calcular-dias-sem-acesso.
           move ws-ult-login(codigo-usuarios) to ws-ultimo-acesso
           move zeros to ws-dias-sem-acesso
           if ws-ultimo-acesso not = zeros
              compute ws-dias-sem-acesso =
                      function integer-of-date (ws-data-hoje)
                    - function integer-of-date (ws-ultimo-acesso)
           else
              if ws-inicio-log not = zeros
                 compute ws-dias-sem-acesso =
                         function integer-of-date (ws-data-hoje)
                       - function integer-of-date (ws-inicio-log)
              end-if
           end-if.
      *Nivel efetivo de cada opcao: tabela fixa do menu sobreposta
      *pelo PERMISSOES.ARQ, como no MenuMestre.
       carregar-opcoes.
           move spaces to ws-opcoes-u
           move zeros to ws-qtd-opcoes-u
           open input permissoes
           perform carregar-opcao varying ws-indice from 1 by 1
                   until ws-indice > 98
           if fs-permissoes = "00" or fs-permissoes = "23"
              close permissoes
           end-if.
       carregar-opcoes-fim.
           exit.
       carregar-opcao.
           move ws-opcao-numero(ws-indice) to opcao-permissao
           read permissoes invalid key
              continue
              not invalid key
              move nivel-permissao to ws-opcao-nivel(ws-indice)
           end-read
           if ws-opcao-nivel(ws-indice) = "U"
              compute ws-posicao = ws-qtd-opcoes-u * 3 + 1
              move ws-opcao-numero(ws-indice)
                   to ws-opcoes-u(ws-posicao:2)
              add 1 to ws-qtd-opcoes-u
           end-if.
       montar-decisao-texto.
           move spaces to ws-decisao-texto
           if decisao-recertifica = "M"
              move "MANTER" to ws-decisao-texto
           end-if
           if decisao-recertifica = "R"
              move "REBAIXAR" to ws-decisao-texto
           end-if
           if decisao-recertifica = "V"
              move "REVOGAR" to ws-decisao-texto
           end-if
           if decisao-recertifica = spaces
              move "PENDENTE" to ws-decisao-texto
           end-if.
       abrir-recertifica.
           open i-o recertifica
           if fs-recertifica = "35" or fs-recertifica = "05"
              close recertifica
              open output recertifica
              close recertifica
              open i-o recertifica
           end-if.
       abrir-recertifica-fim.
           exit.
      *Mesmo formato de auditoria da manutencao de usuarios
      *(LockMode), lido pelo ConsultaAuditoria.
       gravar-auditoria-usuarios.
           move function current-date to ws-audit-timestamp
           initialize ws-audit-linha
           string "USUARIOS | " delimited by size
                  ws-audit-timestamp(1:14) delimited by size
                  " | OPERADOR=" delimited by size
                  ws-audit-operador delimited by space
                  " | ANTES=" delimited by size
                  ws-old-usuarios delimited by size
                  " | DEPOIS=" delimited by size
                  registro-usuarios delimited by size
                  into ws-audit-linha
           open extend audit-trail
           if fs-audit not = "00"
              open output audit-trail
           end-if
           write reg-audit from ws-audit-linha
           close audit-trail.
      *Bloqueio por inatividade tambem no SESSOES.LOG, ao lado das
      *falhas e bloqueios do Login.
       gravar-sessao-inativo.
           initialize ws-sessao-linha
           string function current-date(1:14) delimited by size
                  " | "             delimited by size
                  "INATIVO "        delimited by size
                  " | "             delimited by size
                  codigo-usuarios   delimited by size
                  " | "             delimited by size
                  nome-usuarios     delimited by size
                  into ws-sessao-linha
           open extend sessoes-log
           if fs-sessoes not = "00"
              open output sessoes-log
           end-if
           write reg-sessoes from ws-sessao-linha
           close sessoes-log.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio.
       gravar-processlog.
           call "GravaProcessLog" using ws-plog-job
                                        ws-plog-evento
                                        ws-plog-registros
                                        ws-plog-status.
      *Decisoes e bloqueios ficam na trilha e no SESSOES.LOG; a
      *fotografia de integridade do Usuarios.Arq os aceita aqui.
       atualizar-fotografia.
           move "USUARIOS" to ws-fc-arquivo
           move "R" to ws-fc-modo
           move spaces to ws-fc-relatorio
           call "FotografaControle" using ws-fc-arquivo
                                          ws-fc-modo
                                          ws-audit-operador
                                          ws-fc-relatorio
                                          ws-fc-divergencias
                                          ws-fc-explicadas
                                          ws-fc-retorno.
       end program RecertificaAcessos.
