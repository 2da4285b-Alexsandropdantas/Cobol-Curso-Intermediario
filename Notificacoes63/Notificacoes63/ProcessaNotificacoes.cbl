       identification division.
       program-id. ProcessaNotificacoes.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select notifica assign to disk organization is indexed
             access mode is dynamic file status fs-notifica
             record key is chave-notifica.
           select arquivo-remessa assign to ws-remessa-nome
             organization is line sequential
             file status is fs-remessa.
           select arquivo-retorno assign to ws-retorno-nome
             organization is line sequential
             file status is fs-retorno.
           select relatorio-falhas assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd notifica
           label record is standard
           value of file-id "NOTIFICA.ARQ".
      *Fila de notificacoes: o mailer externo recebe as pendentes
      *pela remessa do ProcessaNotificacoes e devolve enviada ou
      *falha por mensagem no arquivo de retorno.
       01 registro-notifica.
         02 chave-notifica.
            03 timestamp-notifica   pic 9(14).
            03 seq-notifica         pic 9(03).
      *   Situacao: P pendente, M na remessa do mailer, E enviada,
      *   F falha (lista do atendimento).
         02 situacao-notifica       pic x(01).
      *   Tipo: C cliente (contato do CLIENTES_CONTATOS), I interno
      *   (endereco do modelo no NOTIFICA.CFG).
         02 tipo-notifica           pic x(01).
         02 modelo-notifica         pic x(10).
         02 cliente-notifica        pic x(10).
         02 documento-notifica      pic x(10).
         02 nome-notifica           pic x(40).
         02 email-notifica          pic x(60).
         02 telefone-notifica       pic x(20).
      *   Dados variaveis do modelo: CAMPO=valor;CAMPO=valor...
         02 dados-notifica          pic x(200).
         02 envio-notifica          pic 9(14).
         02 retorno-notifica        pic 9(14).
         02 tentativas-notifica     pic 9(02).
         02 motivo-notifica         pic x(60).
       fd arquivo-remessa
           label record is standard.
       01 reg-remessa                pic x(400).
       fd arquivo-retorno
           label record is standard.
       01 reg-retorno                pic x(100).
       fd relatorio-falhas
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       77 fs-notifica               pic x(02).
       77 fs-remessa                pic x(02).
       77 fs-retorno                pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 linha                     pic 9(02).
       01 ws-current-date            pic x(21).
       01 ws-agora                   pic 9(14).
       01 ws-remessa-nome            pic x(60).
       01 ws-retorno-nome            pic x(60).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-remessa           pic x(400).
       01 ws-linha-retorno           pic x(100).
       01 ws-linha-relatorio         pic x(132).
      *Linha do retorno do mailer: chave|E ou F|motivo da falha.
       01 ws-ret-chave               pic x(17).
       01 ws-ret-situacao            pic x(01).
       01 ws-ret-motivo              pic x(60).
       01 ws-total-remessa           pic 9(05).
       01 ws-total-lidos             pic 9(05).
       01 ws-total-enviadas          pic 9(05).
       01 ws-total-falhas            pic 9(05).
       01 ws-total-ignorados         pic 9(05).
       01 ws-chave-tratar.
          02 ws-timestamp-tratar    pic 9(14).
          02 ws-seq-tratar          pic 9(03).
       01 ws-email-novo              pic x(60).
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
       procedure division.
       abrindo.
           open i-o notifica
           if fs-notifica not = "00"
             if fs-notifica = "35" or "05"
                close notifica
                open output notifica
                close notifica
                open i-o notifica
             else
                display "Erro ao abrir NOTIFICA.ARQ: " at 2301
                                fs-notifica
                accept espera at 2380
                exit program
                stop run
             end-if
           end-if.
      *Fila de notificacoes a clientes e avisos internos: remessa
      *das pendentes para o mailer externo, retorno com a situacao
      *de cada mensagem e a lista das falhas para o atendimento.
       menugeral.
           display erase at 0101
           display "Fila de Notificacoes" at 0101
           display "1.Gerar Remessa para o Mailer" at 0301
           display "2.Processar Retorno do Mailer" at 0401
           display "3.Falhas para o Atendimento" at 0501
           display "0.Sair" at 0601
           display "Opcao:" at 0701
           initialize opcao
           accept opcao at 0707
           if opcao = 1 go gerando-remessa.
           if opcao = 2 go processando-retorno.
           if opcao = 3 go listando-falhas.
           if opcao = 0 go encerrando.
           go menugeral.
      *Remessa: toda mensagem pendente vai para o arquivo do mailer
      *e fica M (na remessa) ate o retorno.
       gerando-remessa.
           display erase at 0101
           display "Gerar Remessa para o Mailer" at 0101
           move "NOTIFICA-REMESSA" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           move function current-date to ws-current-date
           move ws-current-date(1:14) to ws-agora
           move spaces to ws-remessa-nome
           string "NOTIFICA_REMESSA_" delimited by size
                  ws-agora            delimited by size
                  ".TXT"              delimited by size
                  into ws-remessa-nome
           open output arquivo-remessa
           move zeros to ws-total-remessa
           move zeros to timestamp-notifica seq-notifica
           start notifica key is >= chave-notifica invalid key
                 go gerando-remessa-fim
           end-start.
       gerando-remessa-le.
           read notifica next at end
                 go gerando-remessa-fim.
           if situacao-notifica not = "P"
              go gerando-remessa-le
           end-if
           initialize ws-linha-remessa
           string timestamp-notifica    delimited by size
                  seq-notifica          delimited by size
                  "|"                   delimited by size
                  modelo-notifica       delimited by space
                  "|"                   delimited by size
                  tipo-notifica         delimited by size
                  "|"                   delimited by size
                  email-notifica        delimited by space
                  "|"                   delimited by size
                  telefone-notifica     delimited by "  "
                  "|"                   delimited by size
                  nome-notifica         delimited by "  "
                  "|"                   delimited by size
                  cliente-notifica      delimited by space
                  "|"                   delimited by size
                  documento-notifica    delimited by space
                  "|"                   delimited by size
                  dados-notifica        delimited by "  "
                  into ws-linha-remessa
           write reg-remessa from ws-linha-remessa
           move "M" to situacao-notifica
           move ws-agora to envio-notifica
           add 1 to tentativas-notifica
           rewrite registro-notifica invalid key
              display "Erro ao regravar mensagem " at 2101
                      timestamp-notifica
           end-rewrite
           add 1 to ws-total-remessa
           display "Mensagens na Remessa: " at 0301 ws-total-remessa
           go gerando-remessa-le.
       gerando-remessa-fim.
           close arquivo-remessa
           move "F" to ws-plog-evento
           move ws-total-remessa to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           move "NOTIFICA_REMESSA" to ws-cat-nome
           move ws-total-remessa to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-remessa-nome
                                          ws-plog-job
                                          ws-cat-registros
           display "Mensagens na Remessa: " at 0301 ws-total-remessa
           display "Arquivo.............: " at 0401 ws-remessa-nome
           accept espera at 2301
           go menugeral.
      *Retorno do mailer: E = enviada, qualquer outra = falha com o
      *motivo informado. Chave que nao esta na fila e mensagem que
      *nao estava na remessa sao contadas e ignoradas.
       processando-retorno.
           display erase at 0101
           display "Processar Retorno do Mailer" at 0101
           display "Arquivo de Retorno: " at 0301
           move "NOTIFICA_RETORNO.TXT" to ws-retorno-nome
           accept ws-retorno-nome at 0321 with update
           open input arquivo-retorno
           if fs-retorno not = "00"
              display "Arquivo de retorno nao encontrado." at 2101
              accept espera at 2180
              go menugeral
           end-if
           move "NOTIFICA-RETORNO" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           move function current-date to ws-current-date
           move ws-current-date(1:14) to ws-agora
           move zeros to ws-total-lidos ws-total-enviadas
                         ws-total-falhas ws-total-ignorados.
       processando-retorno-le.
           read arquivo-retorno into ws-linha-retorno at end
              go processando-retorno-fim
           end-read
           if ws-linha-retorno = spaces
              go processando-retorno-le
           end-if
           add 1 to ws-total-lidos
           move spaces to ws-ret-chave ws-ret-situacao ws-ret-motivo
           unstring ws-linha-retorno delimited by "|"
                    into ws-ret-chave ws-ret-situacao ws-ret-motivo
           end-unstring
           if ws-ret-chave not numeric
              add 1 to ws-total-ignorados
              go processando-retorno-le
           end-if
           move ws-ret-chave to chave-notifica
           read notifica invalid key
              add 1 to ws-total-ignorados
              go processando-retorno-le
           end-read
           if situacao-notifica not = "M"
              add 1 to ws-total-ignorados
              go processando-retorno-le
           end-if
           move ws-agora to retorno-notifica
           if ws-ret-situacao = "E" or ws-ret-situacao = "e"
              move "E" to situacao-notifica
              move spaces to motivo-notifica
              add 1 to ws-total-enviadas
           else
              move "F" to situacao-notifica
              move ws-ret-motivo to motivo-notifica
              if motivo-notifica = spaces
                 move "FALHA NO ENVIO" to motivo-notifica
              end-if
              add 1 to ws-total-falhas
           end-if
           rewrite registro-notifica invalid key
              add 1 to ws-total-ignorados
           end-rewrite
           go processando-retorno-le.
       processando-retorno-fim.
           close arquivo-retorno
           move "F" to ws-plog-evento
           move ws-total-lidos to ws-plog-registros
           if ws-total-falhas > zeros or ws-total-ignorados > zeros
              move "ERRO" to ws-plog-status
           else
              move "OK" to ws-plog-status
           end-if
           perform gravar-processlog
           display "Linhas do Retorno...: " at 0501 ws-total-lidos
           display "Enviadas............: " at 0601 ws-total-enviadas
           display "Falhas..............: " at 0701 ws-total-falhas
           display "Ignoradas...........: " at 0801 ws-total-ignorados
           accept espera at 2301
           go menugeral.
      *Falhas em aberto para o atendimento, em tela e no relatorio
      *NOTIFICA_FALHAS_<data>.TXT. Corrigido o contato, a mensagem
      *volta a fila (pendente) com o e-mail informado.
       listando-falhas.
           display erase at 0101
           display "Notificacoes com Falha" at 0101
           display "Timestamp      Seq Modelo     Cliente    Docto"
                   at 0301
           display "Motivo" at 0359
           move function current-date to ws-current-date
           move spaces to ws-relatorio-nome
           string "NOTIFICA_FALHAS_"   delimited by size
                  ws-current-date(1:8) delimited by size
                  ".TXT"               delimited by size
                  into ws-relatorio-nome
           open output relatorio-falhas
           move "Notificacoes com Falha no Envio" to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Timestamp      Seq Modelo     T Cliente    "
                                            delimited by size
                  "Documento  E-mail / Telefone / Motivo"
                                            delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-total-falhas
           move 04 to linha
           move zeros to timestamp-notifica seq-notifica
           start notifica key is >= chave-notifica invalid key
                 go listando-falhas-fim
           end-start.
       listando-falhas-le.
           read notifica next at end
                 go listando-falhas-fim.
           if situacao-notifica not = "F"
              go listando-falhas-le
           end-if
           add 1 to ws-total-falhas
           initialize ws-linha-relatorio
           string timestamp-notifica    delimited by size
                  " "                   delimited by size
                  seq-notifica          delimited by size
                  " "                   delimited by size
                  modelo-notifica       delimited by size
                  " "                   delimited by size
                  tipo-notifica         delimited by size
                  " "                   delimited by size
                  cliente-notifica      delimited by size
                  " "                   delimited by size
                  documento-notifica    delimited by size
                  " "                   delimited by size
                  email-notifica        delimited by "  "
                  " / "                 delimited by size
                  telefone-notifica     delimited by "  "
                  " / "                 delimited by size
                  motivo-notifica       delimited by "  "
                  into ws-linha-relatorio
           perform gravar-relatorio
           if linha < 20
              display timestamp-notifica at line linha column 01
              display seq-notifica at line linha column 16
              display modelo-notifica at line linha column 20
              display cliente-notifica at line linha column 31
              display documento-notifica at line linha column 42
              display motivo-notifica(1:28) at line linha column 53
              add 1 to linha
           end-if
           go listando-falhas-le.
       listando-falhas-fim.
           close relatorio-falhas
           move "NOTIFICA_FALHAS" to ws-cat-nome
           move "NOTIFICA-FALHAS" to ws-plog-job
           move ws-total-falhas to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros
           display "Falhas em Aberto: " at 2001 ws-total-falhas
           display ws-relatorio-nome at 2030
           display "Timestamp a reenviar (0=sair): " at 2101
           move zeros to ws-timestamp-tratar
           accept ws-timestamp-tratar at 2132
           if ws-timestamp-tratar = zeros
              go menugeral
           end-if
           display "Sequencia....................: " at 2201
           move zeros to ws-seq-tratar
           accept ws-seq-tratar at 2232.
       reenviando.
           move ws-timestamp-tratar to timestamp-notifica
           move ws-seq-tratar       to seq-notifica
           read notifica invalid key
              display "Mensagem nao encontrada. Enter." at 2301
              accept espera at 2332
              go listando-falhas
           end-read
           if situacao-notifica not = "F"
              display "Mensagem nao esta em falha. Enter." at 2301
              accept espera at 2336
              go listando-falhas
           end-if
           display erase at 2101
           display "E-mail: " at 2101
           move email-notifica to ws-email-novo
           accept ws-email-novo at 2109 with update
           if ws-email-novo = spaces
              go listando-falhas
           end-if
           move ws-email-novo to email-notifica
           move "P" to situacao-notifica
           move spaces to motivo-notifica
           rewrite registro-notifica invalid key
              display "Erro ao regravar mensagem. Enter." at 2301
              accept espera at 2335
           end-rewrite
           go listando-falhas.
       encerrando.
           close notifica
           exit program
           stop run.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio.
       gravar-processlog.
           call "GravaProcessLog" using ws-plog-job
                                        ws-plog-evento
                                        ws-plog-registros
                                        ws-plog-status.
       end program ProcessaNotificacoes.
