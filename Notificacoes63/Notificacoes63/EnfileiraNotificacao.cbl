      $SET SQL()
       identification division.
       program-id. EnfileiraNotificacao.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select notifica assign to disk organization is indexed
             access mode is dynamic file status fs-notifica
             record key is chave-notifica.
           select notifica-config assign to "NOTIFICA.CFG"
             organization is line sequential
             file status is fs-config.
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
       fd notifica-config
           label record is standard.
       01 reg-config                 pic x(80).
       working-storage section.
       77 fs-notifica               pic x(02).
       77 fs-config                 pic x(02).
       01 ws-current-date            pic x(21).
       01 ws-config-linha            pic x(80).
       01 ws-config-modelo           pic x(10).
       01 ws-config-email            pic x(60).
       01 ws-email-interno           pic x(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlcliente                 pic x(10).
       01 sqlpapel                   pic x(01).
       01 sqlcont-nome               pic x(40).
       01 sqlcont-telefone           pic x(20).
       01 sqlcont-email              pic x(60).
       EXEC SQL END DECLARE SECTION END-EXEC.

       linkage section.
      *ld-modelo: codigo do modelo da mensagem no mailer (PED-APROV,
      *PED-FATUR, PED-EMBARQ, PED-ENTREG, COB-LEMBR, COB-AVISO,
      *COB-PROTES...).
       01 ld-modelo                  pic x(10).
      *ld-cliente em branco = so o aviso interno do modelo.
       01 ld-cliente                 pic x(10).
      *ld-papel: papel do contato preferido (C compras, F financeiro,
      *I fiscal, R recebimento); sem contato do papel com e-mail vai
      *ao primeiro contato do cliente que tenha e-mail.
       01 ld-papel                   pic x(01).
       01 ld-documento               pic x(10).
       01 ld-dados                   pic x(200).
      *ld-retorno: 0=enfileirada 1=fila indisponivel.
       01 ld-retorno                 pic x(01).
       procedure division using ld-modelo
                                 ld-cliente
                                 ld-papel
                                 ld-documento
                                 ld-dados
                                 ld-retorno.
      *Chamado pelos programas que geram eventos para o cliente, ja
      *conectados ao banco: a busca do contato usa a conexao de quem
      *chama. Cliente sem contato com e-mail entra direto como falha
      *para o atendimento providenciar o contato.
       enfileirando.
           move "1" to ld-retorno
           open i-o notifica
           if fs-notifica not = "00"
             if fs-notifica = "35" or "05"
                close notifica
                open output notifica
                close notifica
                open i-o notifica
             else
                goback
             end-if
           end-if
           if ld-cliente = spaces
              go enfileirando-interno
           end-if
           perform buscar-contato thru buscar-contato-fim
           initialize registro-notifica
           move "C"              to tipo-notifica
           move sqlcont-nome     to nome-notifica
           move sqlcont-email    to email-notifica
           move sqlcont-telefone to telefone-notifica
           if sqlcont-email = spaces
              move "F" to situacao-notifica
              move "CLIENTE SEM CONTATO COM E-MAIL"
                   to motivo-notifica
           else
              move "P" to situacao-notifica
           end-if
           perform gravar-notificacao thru gravar-notificacao-fim.
       enfileirando-interno.
           perform ler-config thru ler-config-fim
           if ws-email-interno not = spaces
              initialize registro-notifica
              move "I"              to tipo-notifica
              move "P"              to situacao-notifica
              move "INTERNO"        to nome-notifica
              move ws-email-interno to email-notifica
              perform gravar-notificacao thru gravar-notificacao-fim
           end-if
           close notifica
           move "0" to ld-retorno
           goback.
       buscar-contato.
           move ld-cliente to sqlcliente
           move ld-papel to sqlpapel
           move spaces to sqlcont-nome sqlcont-telefone sqlcont-email
           EXEC SQL
                SELECT NOME, IFNULL(TELEFONE, ' '), EMAIL
                  INTO :sqlcont-nome, :sqlcont-telefone,
                       :sqlcont-email
                  FROM CLIENTES_CONTATOS
                 WHERE CODIGO_CLIENTE = :sqlcliente
                   AND TRIM(IFNULL(EMAIL, '')) <> ''
                 ORDER BY (PAPEL = :sqlpapel) DESC, SEQ
                 LIMIT 1
           END-EXEC
           if sqlcode not = 0
              move spaces to sqlcont-nome sqlcont-telefone
                             sqlcont-email
              move zeros to sqlcode
           end-if.
       buscar-contato-fim.
           exit.
      *NOTIFICA.CFG: linhas MODELO|e-mail; o modelo configurado
      *manda uma copia interna (financeiro, expedicao...).
       ler-config.
           move spaces to ws-email-interno
           open input notifica-config
           if fs-config not = "00"
              go ler-config-fim
           end-if.
       ler-config-le.
           read notifica-config into ws-config-linha at end
              close notifica-config
              go ler-config-fim
           end-read
           if ws-config-linha = spaces or ws-config-linha(1:1) = "*"
              go ler-config-le
           end-if
           move spaces to ws-config-modelo ws-config-email
           unstring ws-config-linha delimited by "|"
                    into ws-config-modelo ws-config-email
           end-unstring
           if ws-config-modelo = ld-modelo
              move ws-config-email to ws-email-interno
           end-if
           go ler-config-le.
       ler-config-fim.
           exit.
       gravar-notificacao.
           move function current-date to ws-current-date
           move ws-current-date(1:14) to timestamp-notifica
           move zeros                 to seq-notifica
           move ld-modelo             to modelo-notifica
           move ld-cliente            to cliente-notifica
           move ld-documento          to documento-notifica
           move ld-dados              to dados-notifica
           move zeros to envio-notifica retorno-notifica
                         tentativas-notifica.
      *Varias mensagens no mesmo segundo avancam a sequencia.
       gravar-notificacao-write.
           write registro-notifica invalid key
              if seq-notifica < 999
                 add 1 to seq-notifica
                 go gravar-notificacao-write
              end-if
           end-write.
       gravar-notificacao-fim.
           exit.
       end program EnfileiraNotificacao.
