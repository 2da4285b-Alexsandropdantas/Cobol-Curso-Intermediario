       identification division.
       program-id. ViradaAno.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select cartao-virada assign to "VIRADA_ANO.CFG"
             organization is line sequential
             file status is fs-cartao.
           select periodos assign to disk organization is indexed
             access mode is dynamic file status fs-periodos
             record key is anomes-periodos.
           select sequencias assign to disk organization is indexed
             access mode is dynamic file status fs-sequencias
             record key is nome-sequencia.
           select feriados assign to disk organization is indexed
             access mode is dynamic file status fs-feriados
             record key is chave-feriados.
           select metas assign to disk
                  organization is indexed
                  access mode is dynamic
                  file status estado-metas
                  record key is chave-metas.
           select vendedores assign to disk
                  organization is indexed
                  access mode is dynamic
                  file status estado-vendedores
                  lock mode is automatic
                  record key is chave-vendedores
                  alternate record key is regiao = uf-vendedores,
                                         cidade-vendedores
                  alternate record key is cidades = cidade-vendedores.
           select relatorio-virada assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
           select previa-virada assign to ws-previa-nome
             organization is line sequential
             file status is fs-previa.
           select audit-trail assign to "AUDIT_TRAIL.LOG"
             organization is line sequential
             file status is fs-audit.
       data division.
       fd cartao-virada
           label record is standard.
       01 reg-cartao                 pic x(80).
       fd periodos
           label record is standard
           value of file-id "PERIODOS.ARQ".
       01 registro-periodos.
         02 anomes-periodos         pic 9(06).
         02 situacao-periodos       pic x(10).
         02 operador-periodos       pic x(20).
         02 quando-periodos         pic 9(14).
         02 obs-periodos            pic x(40).
       fd sequencias
           label record is standard
           value of file-id "SEQUENCIAS.ARQ".
       01 registro-sequencia.
         02 nome-sequencia          pic x(20).
         02 prefixo-sequencia       pic x(05).
         02 ultimo-sequencia        pic 9(09).
         02 tamanho-sequencia       pic 9(02).
         02 usadigito-sequencia     pic x(01).
       fd feriados
           label record is standard
           value of file-id "FERIADOS.ARQ".
       01 registro-feriados.
         02 chave-feriados.
            03 data-feriados        pic 9(08).
            03 uf-feriados          pic x(02).
         02 descricao-feriados      pic x(40).
       fd metas
           label record is standard
           value of file-id
                "METAS.ARQ".
       01 registro-metas.
           02 chave-metas.
              03 codigo-metas      pic 9(3).
              03 anomes-metas      pic 9(6).
           02 valor-metas          pic 9(11)v99.
       fd vendedores
           label record is standard
           value of file-id
                "Vendedores.Arq".
       01 registro-vendedores.
           02 chave-vendedores.
              03 codigo-vendedores pic 9(3).
           02 nome-vendedores      pic x(40).
           02 uf-vendedores        pic x(02).
           02 cidade-vendedores    pic x(40).
      *situacao: A=ativo F=afastado D=desligado (data efetiva
      *da mudanca ao lado); em branco vale como ativo.
           02 situacao-vendedores  pic x(01).
           02 dataefetiva-vendedores pic 9(08).
      *supervisor: codigo do vendedor que chefia a equipe (zeros
      *= sem supervisor); override: percentual do supervisor sobre
      *a base de comissao aprovada da sua equipe.
           02 supervisor-vendedores pic 9(3).
           02 override-vendedores  pic 9(02)v99.
       fd relatorio-virada
           label record is standard.
       01 reg-relatorio              pic x(132).
       fd previa-virada
           label record is standard.
       01 reg-previa                 pic x(132).
       fd audit-trail
           label record is standard.
       01 reg-audit                  pic x(250).
       working-storage section.
       77 fs-cartao                 pic x(02).
       77 fs-periodos               pic x(02).
       77 fs-sequencias             pic x(02).
       77 fs-feriados               pic x(02).
       77 estado-metas              pic x(02).
       77 estado-vendedores         pic x(02).
       77 fs-relatorio              pic x(02).
       77 fs-previa                 pic x(02).
       77 fs-audit                  pic x(02).
       01 ws-relatorio-nome          pic x(60).
       01 ws-previa-nome             pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-cartao-linha            pic x(80).
       01 ws-cartao-chave            pic x(15).
       01 ws-cartao-valor            pic x(64).
       01 ws-current-date            pic x(21).
       01 ws-audit-linha             pic x(250).
       01 ws-env-modo                pic x(10).
       01 ws-env-ano                 pic x(10).
      *Parametros do cartao VIRADA_ANO.CFG (linhas CHAVE=valor):
      *  ANO=AAAA            ano que vai abrir (padrao: o seguinte
      *                      em dezembro, o corrente nos demais)
      *  MODO=PREVIA|EFETIVA (VIRADA_MODO do Scheduler prevalece)
      *  CRESCIMENTO=5,00    percentual sobre a meta do mesmo mes
      *                      do ano anterior (aceita negativo)
      *  REINICIA=NOME|PREF  sequencia que volta a zero no ano novo,
      *                      com o novo prefixo (sem ele, troca o ano
      *                      que estiver no prefixo atual)
      *  FERIADO=MMDD|DESCR  feriados nacionais fixos (substituem a
      *                      lista padrao)
      *  MOVEIS=S|N          Carnaval, Sexta-feira Santa e Corpus
      *                      Christi calculados pela Pascoa
       01 ws-ano-novo                pic 9(04).
       01 ws-ano-anterior            pic 9(04).
       01 ws-modo                    pic x(07).
       01 ws-crescimento             pic s9(03)v99.
       01 ws-crescimento-edit        pic -zz9,99.
       01 ws-moveis                  pic x(01).
       01 ws-reinicia-tabela.
          02 ws-reinicia occurs 20 times.
             03 ws-reinicia-nome     pic x(20).
             03 ws-reinicia-prefixo  pic x(05).
       01 ws-qtd-reinicia            pic 9(02) value zeros.
       01 ws-fixo-tabela.
          02 ws-fixo occurs 20 times.
             03 ws-fixo-mmdd         pic 9(04).
             03 ws-fixo-descricao    pic x(40).
       01 ws-qtd-fixos               pic 9(02) value zeros.
      *Feriados nacionais fixos quando o cartao nao traz FERIADO=.
       01 ws-fixos-padrao.
          02 filler pic x(44) value
             "0101CONFRATERNIZACAO UNIVERSAL".
          02 filler pic x(44) value
             "0421TIRADENTES".
          02 filler pic x(44) value
             "0501DIA DO TRABALHO".
          02 filler pic x(44) value
             "0907INDEPENDENCIA DO BRASIL".
          02 filler pic x(44) value
             "1012NOSSA SENHORA APARECIDA".
          02 filler pic x(44) value
             "1102FINADOS".
          02 filler pic x(44) value
             "1115PROCLAMACAO DA REPUBLICA".
          02 filler pic x(44) value
             "1120DIA NACIONAL DA CONSCIENCIA NEGRA".
          02 filler pic x(44) value
             "1225NATAL".
       01 filler redefines ws-fixos-padrao.
          02 ws-padrao occurs 9 times.
             03 ws-padrao-mmdd       pic 9(04).
             03 ws-padrao-descricao  pic x(40).
       01 ws-indice                  pic 9(02).
       01 ws-mes                     pic 9(02).
       01 ws-achou                   pic x(01).
       01 ws-situacao-acao           pic x(40).
      *Pascoa (algoritmo de Meeus/Jones/Butcher) e feriados moveis.
       01 ws-pascoa.
          02 ws-pa-a                 pic 9(04).
          02 ws-pa-b                 pic 9(04).
          02 ws-pa-c                 pic 9(04).
          02 ws-pa-d                 pic 9(04).
          02 ws-pa-e                 pic 9(04).
          02 ws-pa-f                 pic 9(04).
          02 ws-pa-g                 pic 9(04).
          02 ws-pa-h                 pic 9(04).
          02 ws-pa-i                 pic 9(04).
          02 ws-pa-k                 pic 9(04).
          02 ws-pa-l                 pic 9(04).
          02 ws-pa-m                 pic 9(04).
          02 ws-pa-n                 pic 9(04).
          02 ws-pa-resto             pic 9(04).
          02 ws-pa-trabalho          pic 9(06).
       01 ws-pascoa-data             pic 9(08).
       01 ws-pascoa-dias             pic 9(08).
       01 ws-feriado-data            pic 9(08).
       01 ws-feriado-descricao       pic x(40).
       01 ws-sequencia-prefixo       pic x(05).
       01 ws-ano-texto               pic x(04).
       01 ws-ano-novo-texto          pic x(04).
       01 ws-qtd-ano                 pic 9(02).
       01 ws-vendedor-ativo          pic x(01).
       01 ws-meta-base               pic 9(11)v99.
       01 ws-meta-nova               pic 9(11)v99.
       01 ws-total-base              pic 9(13)v99.
       01 ws-total-nova              pic 9(13)v99.
       01 ws-meses-criados           pic 9(02).
       01 ws-meses-sem-base          pic 9(02).
       01 ws-valor-edit              pic z.zzz.zzz.zz9,99.
       01 ws-valor-edit2             pic z.zzz.zzz.zz9,99.
       01 ws-ultimo-edit             pic zzzzzzzz9.
       01 ws-total-periodos          pic 9(05) value zeros.
       01 ws-total-sequencias        pic 9(05) value zeros.
       01 ws-total-feriados          pic 9(05) value zeros.
       01 ws-total-metas             pic 9(05) value zeros.
       01 ws-total-vendedores        pic 9(05) value zeros.
       01 ws-total-geral             pic 9(07) value zeros.
       01 ws-plog-job                pic x(20) value "VIRADA-ANO".
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
       01 ws-cat-nome                pic x(20).
       01 ws-cat-registros           pic 9(07).
       procedure division.
      *Virada do ano, pelo Scheduler: abre os doze meses do ano novo
      *no PERIODOS.ARQ, reinicia as sequencias escolhidas no
      *SEQUENCIAS.ARQ, cadastra os feriados nacionais do ano no
      *FERIADOS.ARQ (fixos e moveis) e cria as metas mensais de cada
      *vendedor ativo no METAS.ARQ a partir do mesmo mes do ano
      *anterior com o crescimento do cartao. O que ja existe no ano
      *novo nunca e sobreposto.
      *Roda primeiro em PREVIA (so lista o que vai criar, em
      *VIRADA_ANO_<ano>_PREVIA.TXT); a EFETIVA so e aceita depois
      *que a previa do mesmo ano foi gerada.
       iniciando.
           display erase at 0101
           display "Virada do Ano" at 0101
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           move function current-date to ws-current-date
           move ws-current-date(1:4) to ws-ano-novo
           if ws-current-date(5:2) = "12"
              add 1 to ws-ano-novo
           end-if
           move "PREVIA" to ws-modo
           move zeros to ws-crescimento
           move "S" to ws-moveis
           perform ler-cartao thru ler-cartao-fim
           move spaces to ws-env-ano
           accept ws-env-ano from environment "VIRADA_ANO"
           if ws-env-ano not = spaces
              compute ws-ano-novo = function numval (ws-env-ano)
                   on size error continue
              end-compute
           end-if
           move spaces to ws-env-modo
           accept ws-env-modo from environment "VIRADA_MODO"
           if ws-env-modo not = spaces
              move function upper-case(ws-env-modo) to ws-modo
           end-if
           if ws-modo not = "EFETIVA"
              move "PREVIA" to ws-modo
           end-if
           if ws-qtd-fixos = zeros
              perform carregar-fixos-padrao
                 varying ws-indice from 1 by 1 until ws-indice > 9
           end-if
           compute ws-ano-anterior = ws-ano-novo - 1
           move ws-ano-anterior to ws-ano-texto
           move ws-ano-novo to ws-ano-novo-texto

           move spaces to ws-previa-nome ws-relatorio-nome
           string "VIRADA_ANO_"    delimited by size
                  ws-ano-novo      delimited by size
                  "_PREVIA.TXT"    delimited by size
                  into ws-previa-nome
           if ws-modo = "PREVIA"
              move ws-previa-nome to ws-relatorio-nome
           else
              string "VIRADA_ANO_"    delimited by size
                     ws-ano-novo      delimited by size
                     ".TXT"           delimited by size
                     into ws-relatorio-nome
              open input previa-virada
              if fs-previa not = "00"
                 display "Previa do ano nao gerada: " at 0301
                         ws-previa-nome
                 display "Rode antes com VIRADA_MODO=PREVIA" at 0401
                 go finalizando-erro
              end-if
              close previa-virada
           end-if

           display "Ano novo.: " at 0301 ws-ano-novo
           display "Modo.....: " at 0401 ws-modo
           open output relatorio-virada
           initialize ws-linha-relatorio
           move ws-crescimento to ws-crescimento-edit
           string "Virada do Ano "    delimited by size
                  ws-ano-novo         delimited by size
                  " - "               delimited by size
                  ws-modo             delimited by size
                  "  Crescimento das metas: " delimited by size
                  ws-crescimento-edit delimited by size
                  "%  Emitido em "    delimited by size
                  ws-current-date(1:8) delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           if ws-modo = "PREVIA"
              move "PREVIA: nada foi gravado; a lista mostra o que a"
                   to ws-linha-relatorio
              move " EFETIVA vai criar." to ws-linha-relatorio(50:19)
              perform gravar-relatorio
           end-if

           perform virar-periodos thru virar-periodos-fim
           perform virar-sequencias thru virar-sequencias-fim
           perform virar-feriados thru virar-feriados-fim
           perform virar-metas thru virar-metas-fim

           compute ws-total-geral = ws-total-periodos
                 + ws-total-sequencias + ws-total-feriados
                 + ws-total-metas
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Periodos: "        delimited by size
                  ws-total-periodos   delimited by size
                  "  Sequencias: "    delimited by size
                  ws-total-sequencias delimited by size
                  "  Feriados: "      delimited by size
                  ws-total-feriados   delimited by size
                  "  Metas: "         delimited by size
                  ws-total-metas      delimited by size
                  "  Vendedores: "    delimited by size
                  ws-total-vendedores delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-virada
           if ws-modo = "EFETIVA"
              perform gravar-auditoria-virada
           end-if

           move "F" to ws-plog-evento
           move ws-total-geral to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           move "VIRADA_ANO" to ws-cat-nome
           move ws-total-geral to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros
           display "Periodos.: " at 0601 ws-total-periodos
           display "Sequencia: " at 0701 ws-total-sequencias
           display "Feriados.: " at 0801 ws-total-feriados
           display "Metas....: " at 0901 ws-total-metas
           display "Listagem.: " at 1001 ws-relatorio-nome
           go finalizando.
       finalizando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           move 8 to return-code.
       finalizando.
           exit program
           stop run.
      *Cartao de parametros; sem arquivo valem os padroes.
       ler-cartao.
           open input cartao-virada
           if fs-cartao not = "00"
              go ler-cartao-fim
           end-if.
       ler-cartao-le.
           read cartao-virada into ws-cartao-linha at end
              close cartao-virada
              go ler-cartao-fim
           end-read
           if ws-cartao-linha = spaces or ws-cartao-linha(1:1) = "*"
              go ler-cartao-le
           end-if
           move spaces to ws-cartao-chave ws-cartao-valor
           unstring ws-cartao-linha delimited by "="
                    into ws-cartao-chave ws-cartao-valor
           end-unstring
           move function upper-case(ws-cartao-chave)
                to ws-cartao-chave
           if ws-cartao-chave = "ANO"
              compute ws-ano-novo = function numval (ws-cartao-valor)
                   on size error continue
              end-compute
           end-if
           if ws-cartao-chave = "MODO"
              move function upper-case(ws-cartao-valor) to ws-modo
           end-if
           if ws-cartao-chave = "CRESCIMENTO"
              compute ws-crescimento =
                      function numval (ws-cartao-valor)
                   on size error continue
              end-compute
           end-if
           if ws-cartao-chave = "MOVEIS"
              move function upper-case(ws-cartao-valor(1:1))
                   to ws-moveis
           end-if
           if ws-cartao-chave = "REINICIA" and ws-qtd-reinicia < 20
              add 1 to ws-qtd-reinicia
              unstring ws-cartao-valor delimited by "|"
                       into ws-reinicia-nome(ws-qtd-reinicia)
                            ws-reinicia-prefixo(ws-qtd-reinicia)
              end-unstring
              move function upper-case
                   (ws-reinicia-nome(ws-qtd-reinicia))
                   to ws-reinicia-nome(ws-qtd-reinicia)
           end-if
           if ws-cartao-chave = "FERIADO" and ws-qtd-fixos < 20
              add 1 to ws-qtd-fixos
              move ws-cartao-valor(1:4) to ws-fixo-mmdd(ws-qtd-fixos)
              move function upper-case(ws-cartao-valor(6:40))
                   to ws-fixo-descricao(ws-qtd-fixos)
              if ws-fixo-mmdd(ws-qtd-fixos) is not numeric
                 subtract 1 from ws-qtd-fixos
              end-if
           end-if
           go ler-cartao-le.
       ler-cartao-fim.
           exit.
       carregar-fixos-padrao.
           add 1 to ws-qtd-fixos
           move ws-padrao-mmdd(ws-indice) to ws-fixo-mmdd(ws-qtd-fixos)
           move ws-padrao-descricao(ws-indice)
                to ws-fixo-descricao(ws-qtd-fixos).
      *Os doze meses do ano novo entram ABERTOS; mes ja cadastrado
      *(aberto ou fechado) fica como esta.
       virar-periodos.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "PERIODOS.ARQ - meses do ano novo" to ws-linha-relatorio
           perform gravar-relatorio
           if ws-modo = "EFETIVA"
              perform abrir-periodos-io
           else
              open input periodos
           end-if
           move zeros to ws-mes.
       virar-periodos-mes.
           add 1 to ws-mes
           if ws-mes > 12
              close periodos
              go virar-periodos-fim
           end-if
           compute anomes-periodos = ws-ano-novo * 100 + ws-mes
           move "N" to ws-achou
           if fs-periodos = "00"
              read periodos
                 invalid key continue
                 not invalid key move "S" to ws-achou
              end-read
           end-if
           if ws-achou = "S"
              move "ja cadastrado" to ws-situacao-acao
              move situacao-periodos to ws-situacao-acao(15:10)
           else
              add 1 to ws-total-periodos
              move "abre ABERTO" to ws-situacao-acao
              if ws-modo = "EFETIVA"
                 compute anomes-periodos = ws-ano-novo * 100 + ws-mes
                 move "ABERTO" to situacao-periodos
                 move "VIRADA-ANO" to operador-periodos
                 move function current-date(1:14) to quando-periodos
                 move "ABERTO NA VIRADA DO ANO" to obs-periodos
                 write registro-periodos invalid key
                    move "ERRO NA GRAVACAO" to ws-situacao-acao
                 end-write
              end-if
           end-if
           initialize ws-linha-relatorio
           string "  "                delimited by size
                  ws-ano-novo         delimited by size
                  ws-mes              delimited by size
                  "  "                delimited by size
                  ws-situacao-acao    delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go virar-periodos-mes.
       virar-periodos-fim.
           exit.
       abrir-periodos-io.
           open i-o periodos
           if fs-periodos = "35" or fs-periodos = "05"
              close periodos
              open output periodos
              close periodos
              open i-o periodos
           end-if.
      *Todas as sequencias aparecem; as do cartao (REINICIA=) voltam
      *a zero com prefixo do ano novo. Sem prefixo novo nem ano no
      *prefixo atual a sequencia e mantida, senao os codigos do ano
      *novo repetiriam os ja emitidos.
       virar-sequencias.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "SEQUENCIAS.ARQ - Nome                 Prefixo Ultimo"
                to ws-linha-relatorio
           move "    Acao" to ws-linha-relatorio(54:8)
           perform gravar-relatorio
           if ws-modo = "EFETIVA"
              open i-o sequencias
           else
              open input sequencias
           end-if
           if fs-sequencias not = "00"
              close sequencias
              move "  SEQUENCIAS.ARQ indisponivel" to ws-linha-relatorio
              perform gravar-relatorio
              go virar-sequencias-fim
           end-if
           move low-values to nome-sequencia
           start sequencias key is >= nome-sequencia invalid key
              close sequencias
              go virar-sequencias-fim
           end-start.
       virar-sequencias-le.
           read sequencias next at end
              close sequencias
              go virar-sequencias-fim
           end-read
           move "N" to ws-achou
           perform procurar-reinicia
              varying ws-indice from 1 by 1
                until ws-indice > ws-qtd-reinicia or ws-achou = "S"
           move ultimo-sequencia to ws-ultimo-edit
           move prefixo-sequencia to ws-sequencia-prefixo
           if ws-achou = "N"
              move "mantida" to ws-situacao-acao
              go virar-sequencias-linha
           end-if
           subtract 1 from ws-indice
           if ws-reinicia-prefixo(ws-indice) not = spaces
              move ws-reinicia-prefixo(ws-indice)
                   to ws-sequencia-prefixo
           else
              move zeros to ws-qtd-ano
              inspect ws-sequencia-prefixo tallying ws-qtd-ano
                      for all ws-ano-texto
              if ws-qtd-ano > zeros
                 inspect ws-sequencia-prefixo replacing all
                         ws-ano-texto by ws-ano-novo-texto
              else
                 inspect ws-sequencia-prefixo tallying ws-qtd-ano
                         for all ws-ano-texto(3:2)
                 if ws-qtd-ano > zeros
                    inspect ws-sequencia-prefixo replacing all
                            ws-ano-texto(3:2)
                            by ws-ano-novo-texto(3:2)
                 end-if
              end-if
           end-if
           if ws-sequencia-prefixo = prefixo-sequencia
              move "MANTIDA: sem prefixo novo" to ws-situacao-acao
              go virar-sequencias-linha
           end-if
           add 1 to ws-total-sequencias
           move "reinicia em zero, prefixo" to ws-situacao-acao
           move ws-sequencia-prefixo to ws-situacao-acao(27:5)
           if ws-modo = "EFETIVA"
              move zeros to ultimo-sequencia
              move ws-sequencia-prefixo to prefixo-sequencia
              rewrite registro-sequencia invalid key
                 move "ERRO NA GRAVACAO" to ws-situacao-acao
              end-rewrite
           end-if.
       virar-sequencias-linha.
           initialize ws-linha-relatorio
           string "  "                delimited by size
                  nome-sequencia      delimited by size
                  " "                 delimited by size
                  ws-sequencia-prefixo delimited by size
                  " "                 delimited by size
                  ws-ultimo-edit      delimited by size
                  "  "                delimited by size
                  ws-situacao-acao    delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go virar-sequencias-le.
       virar-sequencias-fim.
           exit.
       procurar-reinicia.
           if ws-reinicia-nome(ws-indice) = nome-sequencia
              move "S" to ws-achou
           end-if.
      *Feriados nacionais (UF em branco) do ano novo: os fixos do
      *cartao ou da lista padrao e os moveis pela data da Pascoa.
       virar-feriados.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "FERIADOS.ARQ - feriados nacionais do ano novo"
                to ws-linha-relatorio
           perform gravar-relatorio
           if ws-modo = "EFETIVA"
              perform abrir-feriados-io
           else
              open input feriados
           end-if
           perform virar-feriado-fixo
              varying ws-indice from 1 by 1
                until ws-indice > ws-qtd-fixos
           if ws-moveis not = "N"
              perform calcular-pascoa
              compute ws-feriado-data = function date-of-integer
                      (ws-pascoa-dias - 48)
              move "CARNAVAL (SEGUNDA-FEIRA)" to ws-feriado-descricao
              perform gravar-feriado
              compute ws-feriado-data = function date-of-integer
                      (ws-pascoa-dias - 47)
              move "CARNAVAL (TERCA-FEIRA)" to ws-feriado-descricao
              perform gravar-feriado
              compute ws-feriado-data = function date-of-integer
                      (ws-pascoa-dias - 2)
              move "SEXTA-FEIRA SANTA" to ws-feriado-descricao
              perform gravar-feriado
              compute ws-feriado-data = function date-of-integer
                      (ws-pascoa-dias + 60)
              move "CORPUS CHRISTI" to ws-feriado-descricao
              perform gravar-feriado
           end-if
           close feriados.
       virar-feriados-fim.
           exit.
       abrir-feriados-io.
           open i-o feriados
           if fs-feriados = "35" or fs-feriados = "05"
              close feriados
              open output feriados
              close feriados
              open i-o feriados
           end-if.
       virar-feriado-fixo.
           compute ws-feriado-data = ws-ano-novo * 10000
                                   + ws-fixo-mmdd(ws-indice)
           move ws-fixo-descricao(ws-indice) to ws-feriado-descricao
           perform gravar-feriado.
       gravar-feriado.
           move ws-feriado-data to data-feriados
           move spaces to uf-feriados
           move "N" to ws-achou
           if fs-feriados = "00"
              read feriados
                 invalid key continue
                 not invalid key move "S" to ws-achou
              end-read
           end-if
           if ws-achou = "S"
              move "ja cadastrado" to ws-situacao-acao
           else
              add 1 to ws-total-feriados
              move "cadastra" to ws-situacao-acao
              if ws-modo = "EFETIVA"
                 move ws-feriado-data to data-feriados
                 move spaces to uf-feriados
                 move ws-feriado-descricao to descricao-feriados
                 write registro-feriados invalid key
                    move "ERRO NA GRAVACAO" to ws-situacao-acao
                 end-write
              end-if
           end-if
           initialize ws-linha-relatorio
           string "  "                 delimited by size
                  ws-feriado-data      delimited by size
                  "  "                 delimited by size
                  ws-feriado-descricao delimited by size
                  "  "                 delimited by size
                  ws-situacao-acao     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
      *Domingo de Pascoa do ano novo (calendario gregoriano).
       calcular-pascoa.
           divide ws-ano-novo by 19 giving ws-pa-trabalho
                  remainder ws-pa-a
           divide ws-ano-novo by 100 giving ws-pa-b
                  remainder ws-pa-c
           divide ws-pa-b by 4 giving ws-pa-d remainder ws-pa-e
           compute ws-pa-f = (ws-pa-b + 8) / 25
           compute ws-pa-g = (ws-pa-b - ws-pa-f + 1) / 3
           compute ws-pa-trabalho = 19 * ws-pa-a + ws-pa-b - ws-pa-d
                                  - ws-pa-g + 15
           divide ws-pa-trabalho by 30 giving ws-pa-n
                  remainder ws-pa-h
           divide ws-pa-c by 4 giving ws-pa-i remainder ws-pa-k
           compute ws-pa-trabalho = 32 + 2 * ws-pa-e + 2 * ws-pa-i
                                  - ws-pa-h - ws-pa-k
           divide ws-pa-trabalho by 7 giving ws-pa-n
                  remainder ws-pa-l
           compute ws-pa-m = (ws-pa-a + 11 * ws-pa-h + 22 * ws-pa-l)
                           / 451
           compute ws-pa-trabalho = ws-pa-h + ws-pa-l - 7 * ws-pa-m
                                  + 114
           divide ws-pa-trabalho by 31 giving ws-pa-n
                  remainder ws-pa-resto
           compute ws-pascoa-data = ws-ano-novo * 10000
                                  + ws-pa-n * 100 + ws-pa-resto + 1
           compute ws-pascoa-dias =
                   function integer-of-date (ws-pascoa-data).
      *Metas do ano novo para cada vendedor ativo: mes a mes, a meta
      *do mesmo mes do ano anterior mais o crescimento do cartao.
      *Mes ja com meta no ano novo fica como esta; mes sem meta no
      *ano anterior nao e criado e aparece na listagem.
       virar-metas.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "METAS.ARQ - Vend Nome" to ws-linha-relatorio
           move "Meses Sem Base   Total Anterior       Total Novo"
                to ws-linha-relatorio(51:48)
           perform gravar-relatorio
           open input vendedores
           if estado-vendedores not = "00"
              close vendedores
              move "  Vendedores.Arq indisponivel" to ws-linha-relatorio
              perform gravar-relatorio
              go virar-metas-fim
           end-if
           if ws-modo = "EFETIVA"
              open i-o metas
              if estado-metas = "35" or estado-metas = "05"
                 close metas
                 open output metas
                 close metas
                 open i-o metas
              end-if
           else
              open input metas
           end-if
           move zeros to codigo-vendedores
           start vendedores key is >= chave-vendedores invalid key
              go virar-metas-fecha
           end-start.
       virar-metas-le.
           read vendedores next at end
              go virar-metas-fecha
           end-read
           if situacao-vendedores not = "A"
              and situacao-vendedores not = space
              go virar-metas-le
           end-if
           add 1 to ws-total-vendedores
           move zeros to ws-meses-criados ws-meses-sem-base
                         ws-total-base ws-total-nova
           perform virar-meta-mes thru virar-meta-mes-fim
              varying ws-mes from 1 by 1 until ws-mes > 12
           move ws-total-base to ws-valor-edit
           move ws-total-nova to ws-valor-edit2
           initialize ws-linha-relatorio
           string "  "               delimited by size
                  codigo-vendedores  delimited by size
                  "  "               delimited by size
                  nome-vendedores    delimited by size
                  " "                delimited by size
                  ws-meses-criados   delimited by size
                  "    "             delimited by size
                  ws-meses-sem-base  delimited by size
                  "    "             delimited by size
                  ws-valor-edit      delimited by size
                  " "                delimited by size
                  ws-valor-edit2     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go virar-metas-le.
       virar-metas-fecha.
           close vendedores metas.
       virar-metas-fim.
           exit.
       virar-meta-mes.
           move codigo-vendedores to codigo-metas
           compute anomes-metas = ws-ano-novo * 100 + ws-mes
           move "N" to ws-achou
           if estado-metas = "00"
              read metas
                 invalid key continue
                 not invalid key move "S" to ws-achou
              end-read
           end-if
           if ws-achou = "S"
              go virar-meta-mes-fim
           end-if
           move codigo-vendedores to codigo-metas
           compute anomes-metas = ws-ano-anterior * 100 + ws-mes
           move "N" to ws-achou
           if estado-metas = "00"
              read metas
                 invalid key continue
                 not invalid key move "S" to ws-achou
              end-read
           end-if
           if ws-achou = "N"
              add 1 to ws-meses-sem-base
              go virar-meta-mes-fim
           end-if
           move valor-metas to ws-meta-base
           compute ws-meta-nova rounded =
                   ws-meta-base * (100 + ws-crescimento) / 100
              on size error move ws-meta-base to ws-meta-nova
           end-compute
           add ws-meta-base to ws-total-base
           add ws-meta-nova to ws-total-nova
           add 1 to ws-meses-criados
           add 1 to ws-total-metas
           if ws-modo = "EFETIVA"
              move codigo-vendedores to codigo-metas
              compute anomes-metas = ws-ano-novo * 100 + ws-mes
              move ws-meta-nova to valor-metas
              write registro-metas invalid key
                 subtract 1 from ws-meses-criados ws-total-metas
              end-write
           end-if.
       virar-meta-mes-fim.
           exit.
       gravar-auditoria-virada.
           move function current-date to ws-current-date
           initialize ws-audit-linha
           string "PERIODO    | " delimited by size
                  ws-current-date(1:14) delimited by size
                  " | JOB=VIRADA-ANO" delimited by size
                  " | ANO=" delimited by size
                  ws-ano-novo delimited by size
                  " PERIODOS=" delimited by size
                  ws-total-periodos delimited by size
                  " SEQUENCIAS=" delimited by size
                  ws-total-sequencias delimited by size
                  " FERIADOS=" delimited by size
                  ws-total-feriados delimited by size
                  " METAS=" delimited by size
                  ws-total-metas delimited by size
                  into ws-audit-linha
           open extend audit-trail
           if fs-audit not = "00"
              open output audit-trail
           end-if
           write reg-audit from ws-audit-linha
           close audit-trail.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio.
       gravar-processlog.
           call "GravaProcessLog" using ws-plog-job
                                        ws-plog-evento
                                        ws-plog-registros
                                        ws-plog-status.
       end program ViradaAno.
