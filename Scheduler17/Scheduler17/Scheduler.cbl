           select joblog-leitura assign to ws-joblog-nome
             organization is line sequential
             file status is fs-joblog-le.
           select prontidao-status assign to "PRONTIDAO.LST"
             organization is line sequential
             file status is fs-prontidao.
       data division.
       file section.
       fd jobs-arquivo
       fd joblog-leitura
           label record is standard.
       01 reg-joblog-le              pic x(200).
       fd prontidao-status
           label record is standard.
       01 reg-prontidao              pic x(80).
       working-storage section.
       77 fs-jobs                   pic x(02).
       77 fs-joblog                 pic x(02).
       77 fs-joblog-le              pic x(02).
       77 fs-prontidao              pic x(02).
       01 ws-job-linha               pic x(200).
       01 ws-job-passo               pic x(10).
       01 ws-job-programa            pic x(30).
      *Extensoes do JOBS.LST (campos 5 e 6, opcionais):
      *  COND = OK:passo (so roda se o passo terminou OK) ou
      *         ERRO:passo (so roda se o passo terminou em ERRO)
      *  CALENDARIO = D (todo dia), U (so dia util), S (so no
      *         primeiro dia util da semana) ou M (so no primeiro
      *         dia util do mes), pelo FERIADOS.ARQ.
       01 ws-job-condicao            pic x(15).
       01 ws-job-calendario          pic x(01).
       01 ws-cond-tipo               pic x(04).
       01 ws-total-ok                pic 9(03) value zeros.
       01 ws-total-erro              pic 9(03) value zeros.
       01 ws-total-pulados           pic 9(03) value zeros.
       01 ws-total-retidos           pic 9(03) value zeros.
      *Linha do PRONTIDAO.LST (ProntidaoLote): data|passo|GO ou
      *NO-GO|motivo.
       01 ws-pront-linha             pic x(80).
       01 ws-pront-data              pic x(08).
       01 ws-pront-passo             pic x(10).
       01 ws-pront-situacao          pic x(05).
       01 ws-pront-motivo            pic x(50).
       01 ws-houve-erro              pic x(01) value "N".
       01 ws-linha-tela              pic 9(02) value 03.
       01 espera                    pic x(01) value spaces.
       01 ws-proximo-util            pic 9(08).
       01 ws-hoje-eh-util            pic x(01).
       01 ws-primeiro-util-mes       pic 9(08).
       01 ws-dia-semana              pic 9(01).
       01 ws-data-ontem              pic 9(08).
       01 ws-uteis-na-semana         pic s9(05).
       procedure division.
       abrindo-jobs.
           display erase at 0101
              go lendo-jobs
           end-if

      *Passo NO-GO na prontidao do dia fica retido: nao inicia,
      *e quem depende dele por COND=OK tambem nao.
           perform avaliar-prontidao thru avaliar-prontidao-fim
           if ws-passo-status = "RETI"
              perform registrar-retido
              go lendo-jobs
           end-if

      *Depois de um erro, passos sem condicao nao rodam mais (a
      *cadeia classica para); passos condicionados a ERRO seguem
      *avaliados normalmente.
           call "CalculaDiaUtil" using ws-data-base
                                       ws-um-dia-util
                                       ws-primeiro-util-mes
                                       ws-uf-branca
      *    Dia da semana: 0 = segunda (01/01/1601 foi segunda). Hoje
      *    e o primeiro util da semana se nenhum dia de segunda ate
      *    ontem foi util.
           compute ws-data-integer =
              function integer-of-date (ws-data-hoje)
           compute ws-dia-semana =
              function mod (ws-data-integer - 1, 7)
           compute ws-data-integer =
              ws-data-integer - ws-dia-semana - 1
           compute ws-data-base =
              function date-of-integer (ws-data-integer)
           compute ws-data-integer =
              function integer-of-date (ws-data-hoje) - 1
           compute ws-data-ontem =
              function date-of-integer (ws-data-integer)
           call "ContaDiasUteis" using ws-data-base
                                       ws-data-ontem
                                       ws-uteis-na-semana
                                       ws-uf-branca.
       avaliar-calendario.
           move spaces to ws-passo-status
                 move "FORA" to ws-passo-status
              end-if
           end-if
           if ws-job-calendario = "S" or ws-job-calendario = "s"
              if ws-hoje-eh-util = "N" or ws-uteis-na-semana > 0
                 move "FORA" to ws-passo-status
              end-if
           end-if
           if ws-job-calendario = "M" or ws-job-calendario = "m"
              if ws-data-hoje not = ws-primeiro-util-mes
                 move "FORA" to ws-passo-status
                  ")" delimited by size
                  into ws-joblog-linha
           perform gravar-joblog.
       avaliar-prontidao.
           move spaces to ws-passo-status
           open input prontidao-status
           if fs-prontidao not = "00"
              go avaliar-prontidao-fim
           end-if.
       avaliar-prontidao-le.
           read prontidao-status into ws-pront-linha at end
              close prontidao-status
              go avaliar-prontidao-fim
           end-read
           move spaces to ws-pront-data ws-pront-passo
                          ws-pront-situacao ws-pront-motivo
           unstring ws-pront-linha delimited by "|"
                    into ws-pront-data ws-pront-passo
                         ws-pront-situacao ws-pront-motivo
           end-unstring
           if ws-pront-data not = ws-data-hoje
              close prontidao-status
              go avaliar-prontidao-fim
           end-if
           if ws-pront-passo = ws-job-passo
              and ws-pront-situacao = "NO-GO"
              move "RETI" to ws-passo-status
              close prontidao-status
              go avaliar-prontidao-fim
           end-if
           go avaliar-prontidao-le.
       avaliar-prontidao-fim.
           exit.
       registrar-retido.
           add 1 to ws-total-retidos
           initialize ws-joblog-linha
           string "PASSO " delimited by size
                  ws-job-passo delimited by size
                  " RETIDO PELA PRONTIDAO (" delimited by size
                  ws-pront-motivo delimited by "  "
                  ")" delimited by size
                  into ws-joblog-linha
           perform gravar-joblog
           perform anotar-quadro.
      *Restart: o joblog do dia semeia o quadro com o ultimo
      *STATUS de cada passo; quem terminou OK nao roda de novo.
       carregar-quadro-joblog.
           display "Passos Com Erro.......: " at 2201 ws-total-erro
           display "Passos Pulados........: " at 2240
                           ws-total-pulados
           display "Passos Retidos........: " at 2040
                           ws-total-retidos
           if ws-houve-erro = "S"
              display "HOUVE ERRO NA CADEIA - Verifique o JOBLOG"
                      at 2301
