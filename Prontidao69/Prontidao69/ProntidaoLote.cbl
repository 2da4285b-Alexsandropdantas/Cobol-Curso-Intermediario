      $SET SQL()
       identification division.
       program-id. ProntidaoLote.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select prontidao-config assign to "PRONTIDAO.CFG"
             organization is line sequential
             file status is fs-config.
           select conexoes-config assign to "CONEXOES.CFG"
             organization is line sequential
             file status is fs-conexoes.
           select runctrl assign to disk organization is indexed
             access mode is dynamic file status fs-runctrl
             record key is job-runctrl.
           select prontidao-status assign to "PRONTIDAO.LST"
             organization is line sequential
             file status is fs-status.
           select relatorio-pro assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       file section.
       fd prontidao-config
           label record is standard.
       01 reg-config                 pic x(120).
       fd conexoes-config
           label record is standard.
       01 reg-conexoes               pic x(80).
       fd runctrl
           label record is standard
           value of file-id "RUNCTRL.ARQ".
       01 registro-runctrl.
         02 job-runctrl              pic x(20).
         02 status-runctrl           pic x(10).
         02 operador-runctrl         pic x(20).
         02 timestamp-runctrl        pic 9(14).
       fd prontidao-status
           label record is standard.
       01 reg-status                 pic x(80).
       fd relatorio-pro
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       77 fs-config                 pic x(02).
       77 fs-conexoes               pic x(02).
       77 fs-runctrl                pic x(02).
       77 fs-status                 pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-modo-batch              pic x(01) value "N".
       01 ws-env-modo                pic x(01).
       01 ws-erro                    pic x(01) value "N".
       01 ws-data-hoje               pic 9(08).
       01 ws-data-ontem              pic 9(08).
       01 ws-data-integer            pic 9(09).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-status-linha            pic x(80).
      *Expectativas por passo do JOBS.LST em PRONTIDAO.CFG:
      *  PASSO|ARQUIVO|nome   arquivo presente e nao vazio (AAAAMMDD
      *                       no nome vira a data de hoje)
      *  PASSO|BANCO|nome     banco aceita conexao (DBCBL, DBCBL2)
      *  PASSO|RUNCTRL|job    job sem trava EXECUTANDO no RUNCTRL.ARQ
      *                       (* = qualquer job)
      *  PASSO|PERIODO|HOJE   periodo do dia (ou ONTEM) nao FECHADO
      *                       no PERIODOS.ARQ
       01 ws-config-linha            pic x(120).
       01 ws-chk-passo               pic x(10).
       01 ws-chk-tipo                pic x(10).
       01 ws-chk-objeto              pic x(60).
       01 ws-chk-resultado           pic x(05).
       01 ws-chk-detalhe             pic x(40).
       01 ws-total-verificacoes      pic 9(05) value zeros.
       01 ws-total-falhas            pic 9(05) value zeros.
      *Situacao de cada passo: GO ate a primeira verificacao que
      *falha, que fica como motivo da retencao.
       01 ws-qtd-passos              pic 9(03) value zeros.
       01 ws-indice                  pic 9(03).
       01 ws-achou                   pic 9(03).
       01 ws-tabela-passos.
          02 ws-passo-item occurs 100 times.
             03 ws-passo-nome        pic x(10).
             03 ws-passo-situacao    pic x(05).
             03 ws-passo-motivo      pic x(40).
       01 ws-passos-retidos          pic 9(03) value zeros.
      *Bancos ja testados nesta execucao.
       01 ws-qtd-bancos              pic 9(02) value zeros.
       01 ws-banco-indice            pic 9(02).
       01 ws-tabela-bancos.
          02 ws-banco-item occurs 10 times.
             03 ws-banco-nome        pic x(15).
             03 ws-banco-resultado   pic x(05).
             03 ws-banco-detalhe     pic x(40).
       01 ws-conexao-linha           pic x(80).
       01 ws-conexao-perfil          pic x(10).
       01 ws-conexao-banco           pic x(15).
       01 ws-conexao-usuario         pic x(15).
       01 ws-conexao-senha           pic x(15).
       01 ws-sqlcode-edit            pic -9(09).
       01 ws-nome-arquivo            pic x(100).
       01 status-code               pic x(2) comp-5.
       01 file-details.
          03 cbl-fe-filesize        pic x(8) comp-x.
          03 cbl-fe-filedate.
             05 cbl-fe-day          pic x    comp-x.
             05 cbl-fe-month        pic x    comp-x.
             05 cbl-fe-year         pic x(2) comp-x.
          03 cbl-fe-filetime.
             05 cbl-fe-hours        pic x    comp-x.
             05 cbl-fe-minutes      pic x    comp-x.
             05 cbl-fe-seconds      pic x    comp-x.
             05 cbl-fe-hundredths   pic x    comp-x.
       01 ws-vp-data                 pic 9(08).
       01 ws-vp-retorno              pic x(01).
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

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlbanco                   pic x(15).
       01 sqlusuario                 pic x(15).
       01 sqlsenha                   pic x(15).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
      *Prontidao do lote noturno: antes da janela, confere para
      *cada passo do JOBS.LST o que ele precisa encontrar (arquivo
      *de entrada, banco, RUNCTRL sem trava velha, periodo aberto).
      *Grava o PRONTIDAO_<data>.TXT com cada verificacao e o
      *PRONTIDAO.LST com GO/NO-GO por passo, que o Scheduler le
      *para reter o passo em vez de inicia-lo e ve-lo falhar. Pelo
      *Scheduler com PRONTIDAO_MODO presente; sem ela, mostra o
      *resultado na tela.
       iniciando.
           move function current-date(1:8) to ws-data-hoje
           compute ws-data-integer =
              function integer-of-date (ws-data-hoje) - 1
           compute ws-data-ontem =
              function date-of-integer (ws-data-integer)
           move spaces to ws-env-modo
           accept ws-env-modo from environment "PRONTIDAO_MODO"
           if ws-env-modo not = spaces
              move "S" to ws-modo-batch
           end-if
           display erase at 0101
           display "Prontidao do Lote Noturno" at 0101
           move "PRONTIDAO-LOTE" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           move spaces to ws-relatorio-nome
           string "PRONTIDAO_"    delimited by size
                  ws-data-hoje    delimited by size
                  ".TXT"          delimited by size
                  into ws-relatorio-nome
           open output relatorio-pro
           if fs-relatorio not = "00"
              move "S" to ws-erro
              go finalizando
           end-if
           initialize ws-linha-relatorio
           string "Prontidao do Lote Noturno - " delimited by size
                  ws-data-hoje                   delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Passo      Verificacao Objeto" delimited by size
                  "                           Resultado Detalhe"
                                               delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           open input prontidao-config
           if fs-config not = "00"
              move "PRONTIDAO.CFG ausente: nenhum passo retido."
                   to ws-linha-relatorio
              perform gravar-relatorio
              go resumindo
           end-if.
       lendo-config.
           read prontidao-config into ws-config-linha at end
              close prontidao-config
              go resumindo
           end-read
           if ws-config-linha = spaces
              go lendo-config
           end-if
           if ws-config-linha(1:1) = "*"
              go lendo-config
           end-if
           move spaces to ws-chk-passo ws-chk-tipo ws-chk-objeto
           unstring ws-config-linha delimited by "|"
                    into ws-chk-passo ws-chk-tipo ws-chk-objeto
           end-unstring
           move function upper-case (ws-chk-tipo) to ws-chk-tipo
           move "FALHA" to ws-chk-resultado
           move "TIPO DE VERIFICACAO DESCONHECIDO" to ws-chk-detalhe
           if ws-chk-tipo = "ARQUIVO"
              perform verificar-arquivo
           end-if
           if ws-chk-tipo = "BANCO"
              perform verificar-banco thru verificar-banco-fim
           end-if
           if ws-chk-tipo = "RUNCTRL"
              perform verificar-runctrl thru verificar-runctrl-fim
           end-if
           if ws-chk-tipo = "PERIODO"
              perform verificar-periodo
           end-if
           add 1 to ws-total-verificacoes
           if ws-chk-resultado not = "OK"
              add 1 to ws-total-falhas
           end-if
           perform anotar-passo thru anotar-passo-fim
           initialize ws-linha-relatorio
           string ws-chk-passo       delimited by size
                  " "                delimited by size
                  ws-chk-tipo        delimited by size
                  "  "               delimited by size
                  ws-chk-objeto(1:32) delimited by size
                  " "                delimited by size
                  ws-chk-resultado   delimited by size
                  "     "            delimited by size
                  ws-chk-detalhe     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go lendo-config.
      *Arquivo de entrada (retorno do banco, PEDIDOS_IMPORT.CSV,
      *PAGTOS_IMPORT.CSV...) precisa ter chegado e ter conteudo.
       verificar-arquivo.
           move ws-chk-objeto to ws-nome-arquivo
           inspect ws-nome-arquivo replacing all "AAAAMMDD"
                   by ws-data-hoje
           move ws-nome-arquivo(1:60) to ws-chk-objeto
           call "CBL_CHECK_FILE_EXIST" using ws-nome-arquivo
                                             file-details
                                   returning status-code
           if status-code not = zero
              move "FALHA" to ws-chk-resultado
              move "ARQUIVO NAO CHEGOU" to ws-chk-detalhe
           else
              if cbl-fe-filesize = zeros
                 move "FALHA" to ws-chk-resultado
                 move "ARQUIVO VAZIO" to ws-chk-detalhe
              else
                 move "OK" to ws-chk-resultado
                 move spaces to ws-chk-detalhe
              end-if
           end-if.
      *Conexao de teste direto no banco pedido, sem failover, com
      *o usuario do perfil do CONEXOES.CFG que aponta para ele.
       verificar-banco.
           move function upper-case (ws-chk-objeto) to ws-chk-objeto
           move zeros to ws-banco-indice.
       verificar-banco-cache.
           add 1 to ws-banco-indice
           if ws-banco-indice <= ws-qtd-bancos
              if ws-banco-nome(ws-banco-indice) = ws-chk-objeto
                 move ws-banco-resultado(ws-banco-indice)
                      to ws-chk-resultado
                 move ws-banco-detalhe(ws-banco-indice)
                      to ws-chk-detalhe
                 go verificar-banco-fim
              end-if
              go verificar-banco-cache
           end-if
           move ws-chk-objeto to sqlbanco
           move "root" to sqlusuario
           move "root" to sqlsenha
           perform buscar-credencial thru buscar-credencial-fim
           EXEC SQL
               CONNECT TO :sqlbanco AS "PRONTIDAO"
                     USER :sqlusuario USING :sqlsenha
           END-EXEC
           if sqlcode not = 0
              move sqlcode to ws-sqlcode-edit
              move "FALHA" to ws-chk-resultado
              move spaces to ws-chk-detalhe
              string "BANCO INACESSIVEL SQLCODE=" delimited by size
                     ws-sqlcode-edit              delimited by size
                     into ws-chk-detalhe
           else
              EXEC SQL
                   DISCONNECT "PRONTIDAO"
              END-EXEC
              move "OK" to ws-chk-resultado
              move spaces to ws-chk-detalhe
           end-if
           if ws-qtd-bancos < 10
              add 1 to ws-qtd-bancos
              move ws-chk-objeto to ws-banco-nome(ws-qtd-bancos)
              move ws-chk-resultado
                   to ws-banco-resultado(ws-qtd-bancos)
              move ws-chk-detalhe
                   to ws-banco-detalhe(ws-qtd-bancos)
           end-if.
       verificar-banco-fim.
           exit.
       buscar-credencial.
           open input conexoes-config
           if fs-conexoes not = "00"
              go buscar-credencial-fim
           end-if.
       buscar-credencial-le.
           read conexoes-config into ws-conexao-linha at end
              close conexoes-config
              go buscar-credencial-fim
           end-read
           if ws-conexao-linha = spaces
              or ws-conexao-linha(1:1) = "*"
              go buscar-credencial-le
           end-if
           move spaces to ws-conexao-perfil ws-conexao-banco
                          ws-conexao-usuario ws-conexao-senha
           unstring ws-conexao-linha delimited by "|"
                    into ws-conexao-perfil ws-conexao-banco
                         ws-conexao-usuario ws-conexao-senha
           end-unstring
           if function upper-case (ws-conexao-banco) = sqlbanco
              move ws-conexao-usuario to sqlusuario
              move ws-conexao-senha   to sqlsenha
              close conexoes-config
              go buscar-credencial-fim
           end-if
           go buscar-credencial-le.
       buscar-credencial-fim.
           exit.
      *Trava EXECUTANDO antes da janela e sobra de job que caiu: o
      *passo que toma o controle seria recusado. Libera-se pelo
      *LiberaControle, com supervisor.
       verificar-runctrl.
           move function upper-case (ws-chk-objeto) to ws-chk-objeto
           move "OK" to ws-chk-resultado
           move spaces to ws-chk-detalhe
           open input runctrl
           if fs-runctrl not = "00"
              close runctrl
              go verificar-runctrl-fim
           end-if
           if ws-chk-objeto not = "*"
              move ws-chk-objeto to job-runctrl
              read runctrl invalid key
                 close runctrl
                 go verificar-runctrl-fim
              end-read
              perform avaliar-trava
              close runctrl
              go verificar-runctrl-fim
           end-if
           move spaces to job-runctrl
           start runctrl key is >= job-runctrl invalid key
                 close runctrl
                 go verificar-runctrl-fim
           end-start.
       verificar-runctrl-le.
           read runctrl next at end
              close runctrl
              go verificar-runctrl-fim
           end-read
           perform avaliar-trava
           if ws-chk-resultado = "OK"
              go verificar-runctrl-le
           end-if
           close runctrl.
       verificar-runctrl-fim.
           exit.
       avaliar-trava.
           if status-runctrl = "EXECUTANDO"
              move "FALHA" to ws-chk-resultado
              move spaces to ws-chk-detalhe
              string "TRAVA " delimited by size
                     job-runctrl delimited by space
                     " DESDE "   delimited by size
                     timestamp-runctrl delimited by size
                     into ws-chk-detalhe
           end-if.
      *Periodo ja FECHADO pelo FechaPeriodo recusaria o movimento
      *do passo.
       verificar-periodo.
           move function upper-case (ws-chk-objeto) to ws-chk-objeto
           if ws-chk-objeto = "ONTEM"
              move ws-data-ontem to ws-vp-data
           else
              move "HOJE" to ws-chk-objeto
              move ws-data-hoje to ws-vp-data
           end-if
           call "ValidaPeriodo" using ws-vp-data
                                      ws-vp-retorno
           if ws-vp-retorno = "1"
              move "FALHA" to ws-chk-resultado
              move spaces to ws-chk-detalhe
              string "PERIODO " delimited by size
                     ws-vp-data(1:6) delimited by size
                     " FECHADO" delimited by size
                     into ws-chk-detalhe
           else
              move "OK" to ws-chk-resultado
              move spaces to ws-chk-detalhe
           end-if.
       anotar-passo.
           move function upper-case (ws-chk-passo) to ws-chk-passo
           move zeros to ws-achou
           perform procurar-passo varying ws-indice from 1 by 1
                   until ws-indice > ws-qtd-passos
           if ws-achou = zeros
              if ws-qtd-passos >= 100
                 go anotar-passo-fim
              end-if
              add 1 to ws-qtd-passos
              move ws-qtd-passos to ws-achou
              move ws-chk-passo to ws-passo-nome(ws-achou)
              move "GO" to ws-passo-situacao(ws-achou)
              move spaces to ws-passo-motivo(ws-achou)
           end-if
           if ws-chk-resultado not = "OK"
              and ws-passo-situacao(ws-achou) = "GO"
              move "NO-GO" to ws-passo-situacao(ws-achou)
              move spaces to ws-passo-motivo(ws-achou)
              string ws-chk-tipo     delimited by space
                     ": "            delimited by size
                     ws-chk-detalhe  delimited by size
                     into ws-passo-motivo(ws-achou)
           end-if.
       anotar-passo-fim.
           exit.
       procurar-passo.
           if ws-passo-nome(ws-indice) = ws-chk-passo
              move ws-indice to ws-achou
           end-if.
      *Resumo por passo no relatorio e no PRONTIDAO.LST.
       resumindo.
           open output prontidao-status
           if fs-status not = "00"
              move "S" to ws-erro
           end-if
           initialize ws-status-linha
           string ws-data-hoje     delimited by size
                  "|*|PRONTIDAO"   delimited by size
                  into ws-status-linha
           perform gravar-status
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "Situacao por passo:" to ws-linha-relatorio
           perform gravar-relatorio
           perform resumir-passo varying ws-indice from 1 by 1
                   until ws-indice > ws-qtd-passos
           close prontidao-status
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           if ws-passos-retidos = zeros
              string "RESULTADO GERAL: GO  Verificacoes: "
                                           delimited by size
                     ws-total-verificacoes delimited by size
                     into ws-linha-relatorio
           else
              string "RESULTADO GERAL: NO-GO  Passos retidos: "
                                           delimited by size
                     ws-passos-retidos     delimited by size
                     "  Falhas: "          delimited by size
                     ws-total-falhas       delimited by size
                     into ws-linha-relatorio
           end-if
           perform gravar-relatorio
           close relatorio-pro
           move "PRONTIDAO" to ws-cat-nome
           move ws-total-verificacoes to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros
           if ws-passos-retidos > zeros
              perform alertar-retidos
           end-if.
       finalizando.
           move "F" to ws-plog-evento
           move ws-total-verificacoes to ws-plog-registros
           if ws-erro = "S"
              move "ERRO" to ws-plog-status
              move 8 to return-code
           else
              move "OK" to ws-plog-status
           end-if
           perform gravar-processlog
           display "Verificacoes....: " at 0301
           display ws-total-verificacoes at 0319
           display "Falhas..........: " at 0401
           display ws-total-falhas at 0419
           display "Passos retidos..: " at 0501
           display ws-passos-retidos at 0519
           display "Relatorio: " at 0701
           display ws-relatorio-nome at 0712
           if ws-modo-batch = "N"
              accept espera at 2401
           end-if
           exit program
           stop run.
       resumir-passo.
           initialize ws-linha-relatorio
           string "  "                          delimited by size
                  ws-passo-nome(ws-indice)      delimited by size
                  " "                           delimited by size
                  ws-passo-situacao(ws-indice)  delimited by size
                  " "                           delimited by size
                  ws-passo-motivo(ws-indice)    delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           if ws-passo-situacao(ws-indice) not = "GO"
              add 1 to ws-passos-retidos
           end-if
           initialize ws-status-linha
           string ws-data-hoje                  delimited by size
                  "|"                           delimited by size
                  ws-passo-nome(ws-indice)      delimited by space
                  "|"                           delimited by size
                  ws-passo-situacao(ws-indice)  delimited by space
                  "|"                           delimited by size
                  ws-passo-motivo(ws-indice)    delimited by size
                  into ws-status-linha
           perform gravar-status.
       alertar-retidos.
           move "PRONTIDAO-LOTE" to ws-alerta-job
           move "A" to ws-alerta-severidade
           initialize ws-alerta-mensagem
           string "LOTE NOTURNO NO-GO: "  delimited by size
                  ws-passos-retidos       delimited by size
                  " PASSO(S) RETIDO(S)"   delimited by size
                  into ws-alerta-mensagem
           move spaces to ws-alerta-classe
           move ws-passos-retidos to ws-alerta-valor
           call "GravaAlerta" using ws-alerta-job
                                    ws-alerta-severidade
                                    ws-alerta-mensagem
                                    ws-alerta-classe
                                    ws-alerta-valor.
       gravar-status.
           if fs-status = "00"
              write reg-status from ws-status-linha
           end-if.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio.
       gravar-processlog.
           call "GravaProcessLog" using ws-plog-job
                                        ws-plog-evento
                                        ws-plog-registros
                                        ws-plog-status.
       end program ProntidaoLote.
