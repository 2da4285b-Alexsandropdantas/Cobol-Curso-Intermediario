       identification division.
       program-id. ConfereIntegridade.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select relatorio-int assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd relatorio-int
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 ws-login-codigo            pic 9(03).
       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
       01 ws-modo-batch              pic x(01) value "N".
       01 ws-env-modo                pic x(01).
       01 ws-data-hoje               pic 9(08).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
      *Arquivos de controle conferidos: os cadastros que decidem
      *dinheiro e acesso e os arquivos de parametros (.CFG).
       01 ws-lista-arquivos.
          02 filler pic x(14) value "USUARIOS".
          02 filler pic x(14) value "PERMISSOES".
          02 filler pic x(14) value "CREDITO".
          02 filler pic x(14) value "FAIXASCOM".
          02 filler pic x(14) value "CONDPAGTO".
          02 filler pic x(14) value "BANCOS.CFG".
          02 filler pic x(14) value "CONEXOES.CFG".
          02 filler pic x(14) value "CONTABIL.CFG".
          02 filler pic x(14) value "FECHAMENTO.CFG".
          02 filler pic x(14) value "LIMITES.CFG".
          02 filler pic x(14) value "MONITOR.CFG".
          02 filler pic x(14) value "NOTIFICA.CFG".
          02 filler pic x(14) value "PIX.CFG".
          02 filler pic x(14) value "REGUA.CFG".
          02 filler pic x(14) value "RETENCAO.CFG".
          02 filler pic x(14) value "VIEWS.CFG".
          02 filler pic x(14) value "VIRADA_ANO.CFG".
       01 filler redefines ws-lista-arquivos.
          02 ws-arquivo-controle     pic x(14) occurs 17 times.
       01 ws-indice                  pic 9(02).
       01 ws-arquivo-escolhido       pic x(14).
       01 ws-fc-arquivo              pic x(14).
       01 ws-fc-modo                 pic x(01).
       01 ws-fc-operador             pic x(10).
       01 ws-fc-divergencias         pic 9(05).
       01 ws-fc-explicadas           pic 9(05).
       01 ws-fc-retorno              pic x(01).
       01 ws-total-divergencias      pic 9(07).
       01 ws-total-explicadas        pic 9(07).
       01 ws-arquivos-divergentes    pic 9(02).
       01 ws-erro                    pic x(01).
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
       01 ws-alerta-job              pic x(20).
       01 ws-alerta-severidade       pic x(01).
       01 ws-alerta-mensagem         pic x(60).
       01 ws-alerta-classe           pic x(20).
       01 ws-alerta-valor            pic 9(07).
       procedure division.
      *Conferencia de integridade dos arquivos de controle. Pelo
      *Scheduler (INTEGRIDADE_MODO presente) confere todos contra a
      *fotografia, lista o INTEGRIDADE_<data>.TXT e levanta alerta
      *critico para cada arquivo com registro incluido, alterado ou
      *excluido sem linha na trilha de auditoria. Sem a variavel,
      *menu para administrador conferir ou aceitar (fotografar) o
      *estado atual depois de uma correcao conhecida.
       iniciando.
           move function current-date(1:8) to ws-data-hoje
           move spaces to ws-env-modo
           accept ws-env-modo from environment "INTEGRIDADE_MODO"
           if ws-env-modo not = spaces
              move "S" to ws-modo-batch
              move "SCHEDULER" to ws-fc-operador
              perform conferindo thru conferindo-fim
              if ws-erro = "S"
                 move 8 to return-code
              end-if
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
           move ws-login-codigo to ws-fc-operador.
       menugeral.
           display erase at 0101
           display "Integridade dos Arquivos de Controle" at 0101
           display "1.Conferir Agora" at 0301
           display "2.Fotografar (Aceitar Estado Atual)" at 0401
           display "0.Sair" at 0501
           display "Opcao:" at 0601
           initialize opcao
           accept opcao at 0607
           if opcao = 1
              perform conferindo thru conferindo-fim
              go menugeral
           end-if
           if opcao = 2
              go fotografando
           end-if
           if opcao = 0
              exit program
              stop run
           end-if
           go menugeral.
      *Aceite do administrador: fotografa de novo um arquivo (ou
      *todos, com o nome em branco). Fica registrado na trilha.
       fotografando.
           display "Arquivo (branco = todos): " at 0801
           move spaces to ws-arquivo-escolhido
           accept ws-arquivo-escolhido at 0827
           move function upper-case (ws-arquivo-escolhido)
                to ws-arquivo-escolhido
           move "F" to ws-fc-modo
           move zeros to ws-total-divergencias ws-total-explicadas
           move zeros to ws-cat-registros
           perform fotografar-arquivo varying ws-indice from 1 by 1
                   until ws-indice > 17
           if ws-cat-registros = zeros
              display "Arquivo nao e de controle." at 1001
           else
              display "Fotografia gravada: " at 1001
              display ws-cat-registros at 1021
              display " arquivo(s)" at 1028
           end-if
           accept espera at 2280
           go menugeral.
       fotografar-arquivo.
           if ws-arquivo-escolhido = spaces
              or ws-arquivo-escolhido = ws-arquivo-controle(ws-indice)
              move ws-arquivo-controle(ws-indice) to ws-fc-arquivo
              perform chamar-fotografia
              if ws-fc-retorno = "0"
                 add 1 to ws-cat-registros
              end-if
           end-if.
      *Conferencia completa com relatorio, alerta e ProcessLog.
       conferindo.
           move "CONFERE-INTEGRIDADE" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           move "N" to ws-erro
           move zeros to ws-total-divergencias ws-total-explicadas
                         ws-arquivos-divergentes
           move spaces to ws-relatorio-nome
           string "INTEGRIDADE_"  delimited by size
                  ws-data-hoje    delimited by size
                  ".TXT"          delimited by size
                  into ws-relatorio-nome
           open output relatorio-int
           if fs-relatorio not = "00"
              move "S" to ws-erro
              go conferindo-fim
           end-if
           initialize ws-linha-relatorio
           string "Integridade dos Arquivos de Controle - "
                                        delimited by size
                  ws-data-hoje          delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Arquivo        Registro   Situacao   Fotografia"
                                        delimited by size
                  "     Origem"         delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-int
           move "C" to ws-fc-modo
           perform conferir-arquivo varying ws-indice from 1 by 1
                   until ws-indice > 17
           open extend relatorio-int
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Com auditoria: "        delimited by size
                  ws-total-explicadas      delimited by size
                  "   Sem auditoria: "     delimited by size
                  ws-total-divergencias    delimited by size
                  "   Arquivos: "          delimited by size
                  ws-arquivos-divergentes  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-int
           move "INTEGRIDADE" to ws-cat-nome
           move ws-total-divergencias to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros
           if ws-modo-batch = "N"
              display "Sem auditoria: " at 0801
              display ws-total-divergencias at 0816
              display "Relatorio: " at 0901
              display ws-relatorio-nome at 0912
              accept espera at 2280
           end-if.
       conferindo-fim.
           move "F" to ws-plog-evento
           move ws-total-divergencias to ws-plog-registros
           if ws-erro = "S"
              move "ERRO" to ws-plog-status
           else
              move "OK" to ws-plog-status
           end-if
           perform gravar-processlog.
       conferir-arquivo.
           move ws-arquivo-controle(ws-indice) to ws-fc-arquivo
           perform chamar-fotografia
           if ws-fc-retorno not = "0"
              move "S" to ws-erro
           end-if
           add ws-fc-divergencias to ws-total-divergencias
           add ws-fc-explicadas to ws-total-explicadas
           if ws-fc-divergencias > zeros
              add 1 to ws-arquivos-divergentes
              perform alertar-divergencia
           end-if.
       alertar-divergencia.
           move "CONFERE-INTEGRIDADE" to ws-alerta-job
           move "C" to ws-alerta-severidade
           initialize ws-alerta-mensagem
           string "ARQUIVO "             delimited by size
                  ws-fc-arquivo          delimited by space
                  ": "                   delimited by size
                  ws-fc-divergencias     delimited by size
                  " REGISTRO(S) FORA DOS PROGRAMAS"
                                         delimited by size
                  into ws-alerta-mensagem
           move spaces to ws-alerta-classe
           move ws-fc-divergencias to ws-alerta-valor
           call "GravaAlerta" using ws-alerta-job
                                    ws-alerta-severidade
                                    ws-alerta-mensagem
                                    ws-alerta-classe
                                    ws-alerta-valor.
       chamar-fotografia.
           call "FotografaControle" using ws-fc-arquivo
                                          ws-fc-modo
                                          ws-fc-operador
                                          ws-relatorio-nome
                                          ws-fc-divergencias
                                          ws-fc-explicadas
                                          ws-fc-retorno.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio.
       gravar-processlog.
           call "GravaProcessLog" using ws-plog-job
                                        ws-plog-evento
                                        ws-plog-registros
                                        ws-plog-status.
       end program ConfereIntegridade.
