       identification division.
       program-id. RegistraAlteracao.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select alteracoes assign to disk organization is indexed
             access mode is dynamic file status fs-alteracoes
             record key is chave-alteracao.
           select audit-trail assign to "AUDIT_TRAIL.LOG"
             organization is line sequential
             file status is fs-audit.
       data division.
       fd alteracoes
           label record is standard
           value of file-id "ALTERACOES.ARQ".
      *Fila de alteracoes de cadastros sensiveis (CREDITO.ARQ,
      *CONDPAGTO.ARQ, FAIXASCOM.ARQ e PERMISSOES.ARQ): a alteracao so
      *vale depois que outro administrador aprova no
      *AprovaAlteracoes.
       01 registro-alteracao.
         02 chave-alteracao.
            03 timestamp-alteracao  pic 9(14).
            03 seq-alteracao        pic 9(03).
         02 arquivo-alteracao       pic x(10).
      *   Acao: I inclusao, A alteracao, E exclusao.
         02 acao-alteracao          pic x(01).
         02 registro-chave-alt      pic x(10).
      *   Imagens do registro antes e depois (antes em branco na
      *   inclusao, depois em branco na exclusao); o maior registro,
      *   o do CONDPAGTO.ARQ, tem 54 posicoes.
         02 antes-alteracao         pic x(80).
         02 depois-alteracao        pic x(80).
         02 descricao-alteracao     pic x(40).
      *   Situacao: P pendente, A aprovada e aplicada, R rejeitada,
      *   F aprovada mas nao aplicada (registro mudou no arquivo).
         02 situacao-alteracao      pic x(01).
         02 solicitante-alteracao   pic 9(03).
         02 aprovador-alteracao     pic 9(03).
         02 decisao-alteracao       pic 9(14).
         02 motivo-alteracao        pic x(40).
       fd audit-trail
           label record is standard.
       01 reg-audit                 pic x(250).
       working-storage section.
       77 fs-alteracoes             pic x(02).
       77 fs-audit                  pic x(02).
       01 ws-current-date            pic x(21).
       01 ws-audit-linha             pic x(250).
       linkage section.
      *ld-arquivo: CREDITO, CONDPAGTO, FAIXASCOM ou PERMISSOES.
       01 ld-arquivo                 pic x(10).
       01 ld-acao                    pic x(01).
       01 ld-chave                   pic x(10).
       01 ld-antes                   pic x(80).
       01 ld-depois                  pic x(80).
      *ld-descricao: texto livre mostrado ao aprovador (nas
      *permissoes, o nome do programa da opcao).
       01 ld-descricao               pic x(40).
       01 ld-operador                pic 9(03).
      *ld-numero: numero da alteracao na fila (AAAAMMDDHHMMSSnnn).
       01 ld-numero                  pic x(17).
      *ld-retorno: 0=enviada para aprovacao 1=fila indisponivel
      *2=ja existe alteracao pendente do mesmo registro.
       01 ld-retorno                 pic x(01).
       procedure division using ld-arquivo
                                 ld-acao
                                 ld-chave
                                 ld-antes
                                 ld-depois
                                 ld-descricao
                                 ld-operador
                                 ld-numero
                                 ld-retorno.
      *Chamado pelos programas de manutencao no lugar do write,
      *rewrite ou delete; uma alteracao pendente por registro, para
      *o aprovador nunca decidir sobre imagens sobrepostas.
       registrando.
           move "1" to ld-retorno
           move spaces to ld-numero
           open i-o alteracoes
           if fs-alteracoes not = "00"
             if fs-alteracoes = "35" or "05"
                close alteracoes
                open output alteracoes
                close alteracoes
                open i-o alteracoes
             else
                goback
             end-if
           end-if
           move low-values to chave-alteracao
           start alteracoes key is >= chave-alteracao invalid key
                 go registrando-grava
           end-start.
       registrando-pendente.
           read alteracoes next at end
              go registrando-grava
           end-read
           if situacao-alteracao = "P"
              and arquivo-alteracao = ld-arquivo
              and registro-chave-alt = ld-chave
              move chave-alteracao to ld-numero
              move "2" to ld-retorno
              close alteracoes
              goback
           end-if
           go registrando-pendente.
       registrando-grava.
           initialize registro-alteracao
           move function current-date to ws-current-date
           move ws-current-date(1:14) to timestamp-alteracao
           move zeros                 to seq-alteracao
           move ld-arquivo            to arquivo-alteracao
           move ld-acao               to acao-alteracao
           move ld-chave              to registro-chave-alt
           move ld-antes              to antes-alteracao
           move ld-depois             to depois-alteracao
           move ld-descricao          to descricao-alteracao
           move "P"                   to situacao-alteracao
           move ld-operador           to solicitante-alteracao
           move zeros to aprovador-alteracao decisao-alteracao.
      *Varias alteracoes no mesmo segundo avancam a sequencia.
       registrando-write.
           write registro-alteracao invalid key
              if seq-alteracao < 999
                 add 1 to seq-alteracao
                 go registrando-write
              end-if
              close alteracoes
              goback
           end-write
           close alteracoes
           move chave-alteracao to ld-numero
           initialize ws-audit-linha
           string "ALTERACAO  | "    delimited by size
                  ws-current-date(1:14) delimited by size
                  " | OPERADOR="     delimited by size
                  ld-operador        delimited by size
                  " | SOLICITADA NUMERO=" delimited by size
                  ld-numero          delimited by size
                  " ARQUIVO="        delimited by size
                  ld-arquivo         delimited by space
                  " ACAO="           delimited by size
                  ld-acao            delimited by size
                  " CHAVE="          delimited by size
                  ld-chave           delimited by space
                  " | ANTES="        delimited by size
                  ld-antes(1:54)     delimited by size
                  " | DEPOIS="       delimited by size
                  ld-depois(1:54)    delimited by size
                  into ws-audit-linha
           open extend audit-trail
           if fs-audit not = "00"
              open output audit-trail
           end-if
           write reg-audit from ws-audit-linha
           close audit-trail
           move "0" to ld-retorno
           goback.
       end program RegistraAlteracao.
