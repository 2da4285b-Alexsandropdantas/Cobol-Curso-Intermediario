       identification division.
       program-id. AprovaAlteracoes.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select alteracoes assign to disk organization is indexed
             access mode is dynamic file status fs-alteracoes
             record key is chave-alteracao.
           select credito assign to disk organization is indexed
             access mode is dynamic file status fs-credito
             record key is cliente-credito.
           select condpagto assign to disk organization is indexed
             access mode is dynamic file status fs-condpagto
             record key is codigo-condpagto.
           select faixascom assign to disk organization is indexed
             access mode is dynamic file status fs-faixascom
             record key is faixa-faixascom.
           select permissoes assign to disk organization is indexed
             access mode is dynamic file status fs-permissoes
             record key is opcao-permissao.
           select audit-trail assign to "AUDIT_TRAIL.LOG"
             organization is line sequential
             file status is fs-audit.
       data division.
       fd alteracoes
           label record is standard
           value of file-id "ALTERACOES.ARQ".
      *Mesmo layout do RegistraAlteracao.
       01 registro-alteracao.
         02 chave-alteracao.
            03 timestamp-alteracao  pic 9(14).
            03 seq-alteracao        pic 9(03).
         02 arquivo-alteracao       pic x(10).
         02 acao-alteracao          pic x(01).
         02 registro-chave-alt      pic x(10).
         02 antes-alteracao         pic x(80).
         02 depois-alteracao        pic x(80).
         02 descricao-alteracao     pic x(40).
         02 situacao-alteracao      pic x(01).
         02 solicitante-alteracao   pic 9(03).
         02 aprovador-alteracao     pic 9(03).
         02 decisao-alteracao       pic 9(14).
         02 motivo-alteracao        pic x(40).
       fd credito
           label record is standard
           value of file-id "CREDITO.ARQ".
       01 registro-credito.
         02 cliente-credito         pic x(10).
         02 limite-credito          pic 9(09)v99.
         02 condpagto-credito       pic x(03).
         02 fatmensal-credito       pic x(01).
       fd condpagto
           label record is standard
           value of file-id "CONDPAGTO.ARQ".
       01 registro-condpagto.
         02 codigo-condpagto        pic x(03).
         02 descricao-condpagto     pic x(30).
         02 tipo-condpagto          pic x(01).
         02 parcelas-condpagto      pic 9(02).
         02 dias-condpagto          pic 9(03) occurs 6 times.
       fd faixascom
           label record is standard
           value of file-id "FAIXASCOM.ARQ".
       01 registro-faixascom.
         02 faixa-faixascom         pic 9(01).
         02 limite-faixascom        pic 9(03)v99.
         02 fator-faixascom         pic 9(01)v99.
       fd permissoes
           label record is standard
           value of file-id "PERMISSOES.ARQ".
       01 registro-permissao.
         02 opcao-permissao         pic 9(02).
         02 nivel-permissao         pic x(01).
       fd audit-trail
           label record is standard.
       01 reg-audit                 pic x(250).
       working-storage section.
       77 fs-alteracoes             pic x(02).
       77 fs-credito                pic x(02).
       77 fs-condpagto              pic x(02).
       77 fs-faixascom              pic x(02).
       77 fs-permissoes             pic x(02).
       77 fs-audit                  pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 linha                     pic 9(02).
       01 ws-contador                pic 9(05).
       01 ws-indice                  pic 9(01).
       01 ws-login-codigo            pic 9(03).
       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
       01 ws-decisao                 pic x(01).
       01 ws-aplicou                 pic x(01).
       01 ws-mostra-antes            pic x(01).
       01 ws-mostra-depois           pic x(01).
       01 ws-numero                  pic x(17).
       01 ws-acao-texto              pic x(09).
       01 ws-evento-texto            pic x(12).
       01 ws-current-date            pic x(21).
       01 ws-audit-linha             pic x(250).
       01 ws-audit-tag               pic x(11).
       01 ws-nome-campo              pic x(14).
       01 ws-valor-antes             pic x(30).
       01 ws-valor-depois            pic x(30).
       01 ws-limite-edit             pic zzz.zzz.zz9,99.
       01 ws-faixa-edit              pic zz9,99.
       01 ws-fator-edit              pic 9,99.
       01 ws-qtd-aprovadas           pic 9(05).
       01 ws-qtd-rejeitadas          pic 9(05).
       01 ws-fc-arquivo              pic x(14).
       01 ws-fc-modo                 pic x(01).
       01 ws-fc-operador             pic x(10).
       01 ws-fc-relatorio            pic x(60).
       01 ws-fc-divergencias         pic 9(05).
       01 ws-fc-explicadas           pic 9(05).
       01 ws-fc-retorno              pic x(01).
      *Imagens antes/depois da fila vistas com o layout de cada
      *arquivo.
       01 ws-imagem-antes            pic x(80).
       01 ws-antes-credito redefines ws-imagem-antes.
          02 ws-antes-cliente        pic x(10).
          02 ws-antes-limite         pic 9(09)v99.
          02 ws-antes-condpagto      pic x(03).
          02 ws-antes-fatmensal      pic x(01).
          02 filler                  pic x(55).
       01 ws-antes-cond redefines ws-imagem-antes.
          02 ws-antes-codigo         pic x(03).
          02 ws-antes-descricao      pic x(30).
          02 ws-antes-tipo           pic x(01).
          02 ws-antes-parcelas       pic 9(02).
          02 ws-antes-dias           pic 9(03) occurs 6 times.
          02 filler                  pic x(26).
       01 ws-antes-faixa redefines ws-imagem-antes.
          02 ws-antes-faixa-num      pic 9(01).
          02 ws-antes-faixa-limite   pic 9(03)v99.
          02 ws-antes-faixa-fator    pic 9(01)v99.
          02 filler                  pic x(71).
       01 ws-antes-perm redefines ws-imagem-antes.
          02 ws-antes-opcao          pic 9(02).
          02 ws-antes-nivel          pic x(01).
          02 filler                  pic x(77).
       01 ws-imagem-depois           pic x(80).
       01 ws-depois-credito redefines ws-imagem-depois.
          02 ws-depois-cliente       pic x(10).
          02 ws-depois-limite        pic 9(09)v99.
          02 ws-depois-condpagto     pic x(03).
          02 ws-depois-fatmensal     pic x(01).
          02 filler                  pic x(55).
       01 ws-depois-cond redefines ws-imagem-depois.
          02 ws-depois-codigo        pic x(03).
          02 ws-depois-descricao     pic x(30).
          02 ws-depois-tipo          pic x(01).
          02 ws-depois-parcelas      pic 9(02).
          02 ws-depois-dias          pic 9(03) occurs 6 times.
          02 filler                  pic x(26).
       01 ws-depois-faixa redefines ws-imagem-depois.
          02 ws-depois-faixa-num     pic 9(01).
          02 ws-depois-faixa-limite  pic 9(03)v99.
          02 ws-depois-faixa-fator   pic 9(01)v99.
          02 filler                  pic x(71).
       01 ws-depois-perm redefines ws-imagem-depois.
          02 ws-depois-opcao         pic 9(02).
          02 ws-depois-nivel         pic x(01).
          02 filler                  pic x(77).
       procedure division.
      *Aprovacao em quatro olhos das alteracoes de CREDITO.ARQ,
      *CONDPAGTO.ARQ, FAIXASCOM.ARQ e PERMISSOES.ARQ: so outro
      *administrador, diferente de quem pediu, aprova ou rejeita.
      *Cada passo vai para o AUDIT_TRAIL.LOG.
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
           end-if.
       abrindo.
           open i-o alteracoes
           if fs-alteracoes not = "00"
             if fs-alteracoes = "35" or "05"
                   close alteracoes
                   open output alteracoes
                   close alteracoes
                   go abrindo
             else
                   display "Erro ao abrir ALTERACOES.ARQ:" at 2101
                                   fs-alteracoes
                   close alteracoes
                   accept espera at 2301
                   exit program
                   stop run
             end-if
           end-if.
       menugeral.
           display erase at 0101
           display "Alteracoes de Cadastro - Aprovacao" at 0101
           display "1.Aprovar/Rejeitar Pendentes" at 0301
           display "2.Listar Alteracoes" at 0401
           display "0.Sair" at 0501
           display "Opcao:" at 0601
           initialize opcao
           accept opcao at 0607
           if opcao = 1
              go pendentes
           end-if
           if opcao = 2
              go listar
           end-if
           if opcao = 0
              close alteracoes
              perform atualizar-fotografia
              exit program
              stop run
           end-if
           go menugeral.
      *Percorre a fila em ordem de pedido; P deixa para depois.
       pendentes.
           move zeros to ws-qtd-aprovadas ws-qtd-rejeitadas
           move low-values to chave-alteracao
           start alteracoes key is >= chave-alteracao invalid key
                 go pendentes-fim
           end-start.
       pendentes-le.
           read alteracoes next at end
              go pendentes-fim
           end-read
           if situacao-alteracao not = "P"
              go pendentes-le
           end-if
           perform mostrar-alteracao
           display "A=Aprovar R=Rejeitar P=Pular F=Fim: " at 2101
           move spaces to ws-decisao
           accept ws-decisao at 2138
           move function upper-case(ws-decisao) to ws-decisao
           if ws-decisao = "F"
              go pendentes-fim
           end-if
           if ws-decisao not = "A" and ws-decisao not = "R"
              go pendentes-le
           end-if
           if solicitante-alteracao = ws-login-codigo
              display "Pedida por voce: requer outro administrador."
                      at 2201
              accept espera at 2280
              go pendentes-le
           end-if
           move function current-date to ws-current-date
           move ws-login-codigo to aprovador-alteracao
           move ws-current-date(1:14) to decisao-alteracao
           if ws-decisao = "R"
              display "Motivo: " at 2201
              move spaces to motivo-alteracao
              accept motivo-alteracao at 2209
              move "R" to situacao-alteracao
              move "REJEITADA" to ws-evento-texto
              add 1 to ws-qtd-rejeitadas
           else
              perform aplicar-alteracao thru aplicar-alteracao-fim
              if ws-aplicou = "S"
                 move "A" to situacao-alteracao
                 move "APROVADA" to ws-evento-texto
                 add 1 to ws-qtd-aprovadas
              else
                 move "F" to situacao-alteracao
                 move "NAO APLICADA" to ws-evento-texto
                 display motivo-alteracao at 2201
                 accept espera at 2280
              end-if
           end-if
           rewrite registro-alteracao invalid key
              display "Erro ao regravar ALTERACOES.ARQ: " at 2201
                      fs-alteracoes
              accept espera at 2280
           end-rewrite
           perform gravar-auditoria-decisao
           if situacao-alteracao = "A"
              perform gravar-auditoria-arquivo
           end-if
           go pendentes-le.
       pendentes-fim.
           display erase at 0101
           display "Aprovadas.: " at 0501 ws-qtd-aprovadas
           display "Rejeitadas: " at 0601 ws-qtd-rejeitadas
           display "Enter Finaliza." at 2301
           accept espera at 2370
           go menugeral.
      *Tela da alteracao: cabecalho e os campos lado a lado, com
      *os que mudam marcados.
       mostrar-alteracao.
           move antes-alteracao to ws-imagem-antes
           move depois-alteracao to ws-imagem-depois
           move chave-alteracao to ws-numero
           move "S" to ws-mostra-antes ws-mostra-depois
           if acao-alteracao = "I"
              move "INCLUSAO" to ws-acao-texto
              if arquivo-alteracao not = "PERMISSOES"
                 move "N" to ws-mostra-antes
              end-if
           end-if
           if acao-alteracao = "A"
              move "ALTERACAO" to ws-acao-texto
           end-if
           if acao-alteracao = "E"
              move "EXCLUSAO" to ws-acao-texto
              move "N" to ws-mostra-depois
           end-if
           display erase at 0101
           display "Alteracao Pendente - Numero " at 0101 ws-numero
           display "Arquivo......: " at 0301 arquivo-alteracao
           display "Acao.........: " at 0401 ws-acao-texto
           display "Registro.....: " at 0501 registro-chave-alt
           display "Descricao....: " at 0601 descricao-alteracao
           display "Pedida por...: " at 0701 solicitante-alteracao
           display "Campo" at 0901
           display "Antes" at 0916
           display "Depois" at 0948
           move 10 to linha
           if arquivo-alteracao = "CREDITO"
              perform mostrar-credito
           end-if
           if arquivo-alteracao = "CONDPAGTO"
              perform mostrar-condpagto
           end-if
           if arquivo-alteracao = "FAIXASCOM"
              perform mostrar-faixascom
           end-if
           if arquivo-alteracao = "PERMISSOES"
              perform mostrar-permissao
           end-if.
       mostrar-credito.
           move "Cliente" to ws-nome-campo
           move ws-antes-cliente to ws-valor-antes
           move ws-depois-cliente to ws-valor-depois
           perform mostrar-campo
           move "Limite" to ws-nome-campo
           move ws-antes-limite to ws-limite-edit
           move ws-limite-edit to ws-valor-antes
           move ws-depois-limite to ws-limite-edit
           move ws-limite-edit to ws-valor-depois
           perform mostrar-campo
           move "Cond. Pagto" to ws-nome-campo
           move ws-antes-condpagto to ws-valor-antes
           move ws-depois-condpagto to ws-valor-depois
           perform mostrar-campo
           move "Fat. Mensal" to ws-nome-campo
           move ws-antes-fatmensal to ws-valor-antes
           move ws-depois-fatmensal to ws-valor-depois
           perform mostrar-campo.
       mostrar-condpagto.
           move "Codigo" to ws-nome-campo
           move ws-antes-codigo to ws-valor-antes
           move ws-depois-codigo to ws-valor-depois
           perform mostrar-campo
           move "Descricao" to ws-nome-campo
           move ws-antes-descricao to ws-valor-antes
           move ws-depois-descricao to ws-valor-depois
           perform mostrar-campo
           move "Tipo (U/C)" to ws-nome-campo
           move ws-antes-tipo to ws-valor-antes
           move ws-depois-tipo to ws-valor-depois
           perform mostrar-campo
           move "Parcelas" to ws-nome-campo
           move ws-antes-parcelas to ws-valor-antes
           move ws-depois-parcelas to ws-valor-depois
           perform mostrar-campo
           perform mostrar-prazo varying ws-indice from 1 by 1
                   until ws-indice > 6.
       mostrar-prazo.
           move spaces to ws-nome-campo
           string "Prazo " delimited by size
                  ws-indice delimited by size
                  into ws-nome-campo
           move ws-antes-dias(ws-indice) to ws-valor-antes
           move ws-depois-dias(ws-indice) to ws-valor-depois
           perform mostrar-campo.
       mostrar-faixascom.
           move "Faixa" to ws-nome-campo
           move ws-antes-faixa-num to ws-valor-antes
           move ws-depois-faixa-num to ws-valor-depois
           perform mostrar-campo
           move "Limite" to ws-nome-campo
           move ws-antes-faixa-limite to ws-faixa-edit
           move ws-faixa-edit to ws-valor-antes
           move ws-depois-faixa-limite to ws-faixa-edit
           move ws-faixa-edit to ws-valor-depois
           perform mostrar-campo
           move "Fator" to ws-nome-campo
           move ws-antes-faixa-fator to ws-fator-edit
           move ws-fator-edit to ws-valor-antes
           move ws-depois-faixa-fator to ws-fator-edit
           move ws-fator-edit to ws-valor-depois
           perform mostrar-campo.
       mostrar-permissao.
           move "Opcao" to ws-nome-campo
           move ws-antes-opcao to ws-valor-antes
           move ws-depois-opcao to ws-valor-depois
           perform mostrar-campo
           move "Nivel Minimo" to ws-nome-campo
           move ws-antes-nivel to ws-valor-antes
           move ws-depois-nivel to ws-valor-depois
           perform mostrar-campo.
      *Na inclusao nao ha antes (so nas permissoes, o nivel da
      *tabela fixa do menu) e na exclusao nao ha depois.
       mostrar-campo.
           if ws-mostra-antes = "N"
              move spaces to ws-valor-antes
           end-if
           if ws-mostra-depois = "N"
              move spaces to ws-valor-depois
           end-if
           display ws-nome-campo at line linha column 01
           display ws-valor-antes at line linha column 16
           display ws-valor-depois at line linha column 48
           if ws-valor-antes not = ws-valor-depois
              display "<<" at line linha column 79
           end-if
           add 1 to linha.
      *Aplica a alteracao aprovada no arquivo de destino, desde que
      *o registro ainda esteja como estava no pedido; senao fica
      *como nao aplicada e o solicitante refaz a alteracao.
       aplicar-alteracao.
           move "N" to ws-aplicou
           move "REGISTRO MUDOU DEPOIS DO PEDIDO" to motivo-alteracao
           if arquivo-alteracao = "CREDITO"
              perform aplicar-credito thru aplicar-credito-fim
           end-if
           if arquivo-alteracao = "CONDPAGTO"
              perform aplicar-condpagto thru aplicar-condpagto-fim
           end-if
           if arquivo-alteracao = "FAIXASCOM"
              perform aplicar-faixascom thru aplicar-faixascom-fim
           end-if
           if arquivo-alteracao = "PERMISSOES"
              perform aplicar-permissao thru aplicar-permissao-fim
           end-if
           if ws-aplicou = "S"
              move spaces to motivo-alteracao
           end-if.
       aplicar-alteracao-fim.
           exit.
       aplicar-credito.
           open i-o credito
           if fs-credito = "35"
              close credito
              open output credito
              close credito
              open i-o credito
           end-if
           if fs-credito not = "00"
              move "CREDITO.ARQ INDISPONIVEL" to motivo-alteracao
              close credito
              go aplicar-credito-fim
           end-if
           move registro-chave-alt to cliente-credito
           read credito invalid key
              if acao-alteracao = "I"
                 move ws-imagem-depois to registro-credito
                 write registro-credito invalid key
                    go aplicar-credito-fecha
                 end-write
                 move "S" to ws-aplicou
              end-if
              go aplicar-credito-fecha
           end-read
           if acao-alteracao = "I"
              or registro-credito not = ws-imagem-antes(1:25)
              go aplicar-credito-fecha
           end-if
           if acao-alteracao = "E"
              delete credito invalid key
                 go aplicar-credito-fecha
              end-delete
           else
              move ws-imagem-depois to registro-credito
              rewrite registro-credito invalid key
                 go aplicar-credito-fecha
              end-rewrite
           end-if
           move "S" to ws-aplicou.
       aplicar-credito-fecha.
           close credito.
       aplicar-credito-fim.
           exit.
       aplicar-condpagto.
           open i-o condpagto
           if fs-condpagto = "35"
              close condpagto
              open output condpagto
              close condpagto
              open i-o condpagto
           end-if
           if fs-condpagto not = "00"
              move "CONDPAGTO.ARQ INDISPONIVEL" to motivo-alteracao
              close condpagto
              go aplicar-condpagto-fim
           end-if
           move registro-chave-alt to codigo-condpagto
           read condpagto invalid key
              if acao-alteracao = "I"
                 move ws-imagem-depois to registro-condpagto
                 write registro-condpagto invalid key
                    go aplicar-condpagto-fecha
                 end-write
                 move "S" to ws-aplicou
              end-if
              go aplicar-condpagto-fecha
           end-read
           if acao-alteracao = "I"
              or registro-condpagto not = ws-imagem-antes(1:54)
              go aplicar-condpagto-fecha
           end-if
           if acao-alteracao = "E"
              delete condpagto invalid key
                 go aplicar-condpagto-fecha
              end-delete
           else
              move ws-imagem-depois to registro-condpagto
              rewrite registro-condpagto invalid key
                 go aplicar-condpagto-fecha
              end-rewrite
           end-if
           move "S" to ws-aplicou.
       aplicar-condpagto-fecha.
           close condpagto.
       aplicar-condpagto-fim.
           exit.
       aplicar-faixascom.
           open i-o faixascom
           if fs-faixascom = "35"
              close faixascom
              open output faixascom
              close faixascom
              open i-o faixascom
           end-if
           if fs-faixascom not = "00"
              move "FAIXASCOM.ARQ INDISPONIVEL" to motivo-alteracao
              close faixascom
              go aplicar-faixascom-fim
           end-if
           move registro-chave-alt(1:1) to faixa-faixascom
           read faixascom invalid key
              if acao-alteracao = "I"
                 move ws-imagem-depois to registro-faixascom
                 write registro-faixascom invalid key
                    go aplicar-faixascom-fecha
                 end-write
                 move "S" to ws-aplicou
              end-if
              go aplicar-faixascom-fecha
           end-read
           if acao-alteracao = "I"
              or registro-faixascom not = ws-imagem-antes(1:9)
              go aplicar-faixascom-fecha
           end-if
           if acao-alteracao = "E"
              delete faixascom invalid key
                 go aplicar-faixascom-fecha
              end-delete
           else
              move ws-imagem-depois to registro-faixascom
              rewrite registro-faixascom invalid key
                 go aplicar-faixascom-fecha
              end-rewrite
           end-if
           move "S" to ws-aplicou.
       aplicar-faixascom-fecha.
           close faixascom.
       aplicar-faixascom-fim.
           exit.
      *Opcao sem registro no PERMISSOES.ARQ usa o nivel da tabela
      *fixa do MenuMestre, que vem como imagem antes da inclusao.
       aplicar-permissao.
           open i-o permissoes
           if fs-permissoes = "35"
              close permissoes
              open output permissoes
              close permissoes
              open i-o permissoes
           end-if
           if fs-permissoes not = "00"
              move "PERMISSOES.ARQ INDISPONIVEL" to motivo-alteracao
              close permissoes
              go aplicar-permissao-fim
           end-if
           move registro-chave-alt(1:2) to opcao-permissao
           read permissoes invalid key
              if acao-alteracao = "I"
                 move ws-imagem-depois to registro-permissao
                 write registro-permissao invalid key
                    go aplicar-permissao-fecha
                 end-write
                 move "S" to ws-aplicou
              end-if
              go aplicar-permissao-fecha
           end-read
           if acao-alteracao = "I"
              or registro-permissao not = ws-imagem-antes(1:3)
              go aplicar-permissao-fecha
           end-if
           if acao-alteracao = "E"
              delete permissoes invalid key
                 go aplicar-permissao-fecha
              end-delete
           else
              move ws-imagem-depois to registro-permissao
              rewrite registro-permissao invalid key
                 go aplicar-permissao-fecha
              end-rewrite
           end-if
           move "S" to ws-aplicou.
       aplicar-permissao-fecha.
           close permissoes.
       aplicar-permissao-fim.
           exit.
       gravar-auditoria-decisao.
           initialize ws-audit-linha
           string "ALTERACAO  | "    delimited by size
                  ws-current-date(1:14) delimited by size
                  " | OPERADOR="     delimited by size
                  ws-login-codigo    delimited by size
                  " | "              delimited by size
                  ws-evento-texto    delimited by "  "
                  " NUMERO="         delimited by size
                  ws-numero          delimited by size
                  " ARQUIVO="        delimited by size
                  arquivo-alteracao  delimited by space
                  " ACAO="           delimited by size
                  acao-alteracao     delimited by size
                  " CHAVE="          delimited by size
                  registro-chave-alt delimited by space
                  " SOLICITANTE="    delimited by size
                  solicitante-alteracao delimited by size
                  " MOTIVO="         delimited by size
                  motivo-alteracao   delimited by size
                  into ws-audit-linha
           perform gravar-audit.
      *Alteracao aplicada: a linha do arquivo sai no mesmo formato
      *de sempre, com o solicitante como operador, para a consulta
      *da auditoria e o relatorio de segregacao de funcoes.
       gravar-auditoria-arquivo.
           initialize ws-audit-linha
           if arquivo-alteracao = "PERMISSOES"
              string "PERMISSAO  | "  delimited by size
                     ws-current-date(1:14) delimited by size
                     " | OPERADOR="   delimited by size
                     solicitante-alteracao delimited by size
                     " | OPCAO="      delimited by size
                     registro-chave-alt(1:2) delimited by size
                     " PROGRAMA="     delimited by size
                     descricao-alteracao delimited by space
                     " NIVEL="        delimited by size
                     ws-antes-nivel   delimited by size
                     "->"             delimited by size
                     ws-depois-nivel  delimited by size
                     " APROVADOR="    delimited by size
                     ws-login-codigo  delimited by size
                     into ws-audit-linha
           else
              move arquivo-alteracao to ws-audit-tag
              string ws-audit-tag     delimited by size
                     "| "             delimited by size
                     ws-current-date(1:14) delimited by size
                     " | OPERADOR="   delimited by size
                     solicitante-alteracao delimited by size
                     " | ANTES="      delimited by size
                     ws-imagem-antes(1:54) delimited by size
                     " | DEPOIS="     delimited by size
                     ws-imagem-depois(1:54) delimited by size
                     into ws-audit-linha
           end-if
           perform gravar-audit.
       gravar-audit.
           open extend audit-trail
           if fs-audit not = "00"
              open output audit-trail
           end-if
           write reg-audit from ws-audit-linha
           close audit-trail.
       listar.
           display erase at 0101
           display "Numero            Arquivo    A Registro   S Ped"
                   at 0101
           display "Apr" at 0149
           move low-values to chave-alteracao
           start alteracoes key is >= chave-alteracao invalid key
                 go listar-fim
           end-start
           move zeros to ws-contador
           move 03 to linha.
       listar-le.
           read alteracoes next at end
                 go listar-fim.
           add 1 to ws-contador
           move chave-alteracao to ws-numero
           display ws-numero at line linha column 01
           display arquivo-alteracao at line linha column 19
           display acao-alteracao at line linha column 30
           display registro-chave-alt at line linha column 32
           display situacao-alteracao at line linha column 43
           display solicitante-alteracao at line linha column 45
           if situacao-alteracao not = "P"
              display aprovador-alteracao at line linha column 49
           end-if
           add 1 to linha
           if linha >= 22
              display "Enter para proxima tela." at 2301
              accept espera at 2370
              display erase at 0101
              display "Numero            Arquivo    A Registro   S Ped"
                      at 0101
              display "Apr" at 0149
              move 03 to linha
           end-if
           go listar-le.
       listar-fim.
           display "S: P pendente A aplicada R rejeitada F nao aplicada"
                   at 2101
           display "Total de Alteracoes: " at 2201 ws-contador
           display "Enter Finaliza." at 2301
           accept espera at 2370
           go menugeral.
      *Ao sair, a fotografia de integridade dos quatro arquivos
      *aceita o que foi aprovado e aplicado nesta sessao.
       atualizar-fotografia.
           move "R" to ws-fc-modo
           move ws-login-codigo to ws-fc-operador
           move spaces to ws-fc-relatorio
           move "CREDITO" to ws-fc-arquivo
           perform chamar-fotografia
           move "CONDPAGTO" to ws-fc-arquivo
           perform chamar-fotografia
           move "FAIXASCOM" to ws-fc-arquivo
           perform chamar-fotografia
           move "PERMISSOES" to ws-fc-arquivo
           perform chamar-fotografia.
       chamar-fotografia.
           call "FotografaControle" using ws-fc-arquivo
                                          ws-fc-modo
                                          ws-fc-operador
                                          ws-fc-relatorio
                                          ws-fc-divergencias
                                          ws-fc-explicadas
                                          ws-fc-retorno.
       end program AprovaAlteracoes.
