       identification division.
       program-id. ManterCambio.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select moedas assign to disk organization is indexed
             access mode is dynamic file status fs-moedas
             record key is pais-moedas.
           select cambio assign to disk organization is indexed
             access mode is dynamic file status fs-cambio
             record key is chave-cambio.
           select country-arq assign to disk organization is indexed
             access mode is dynamic file status fs-country
             record key is codigo-country
             alternate record key is nome-country with duplicates.
           select arquivo-cotacoes assign to ws-cotacoes-nome
             organization is line sequential
             file status is fs-cotacoes.
       data division.
       fd moedas
           label record is standard
           value of file-id "MOEDAS.ARQ".
      *Moeda de faturamento por pais do cliente (codigo do pais
      *como em COUNTRY.ARQ); pais sem moeda fatura em reais.
       01 registro-moedas.
         02 pais-moedas             pic x(03).
         02 codigo-moedas           pic x(03).
         02 descricao-moedas        pic x(30).
       fd cambio
           label record is standard
           value of file-id "CAMBIO.ARQ".
      *Cotacao diaria: reais por uma unidade da moeda.
       01 registro-cambio.
         02 chave-cambio.
            03 moeda-cambio         pic x(03).
            03 data-cambio          pic 9(08).
         02 taxa-cambio             pic 9(05)v9(06).
         02 operador-cambio         pic x(20).
         02 quando-cambio           pic 9(14).
       fd country-arq
           label record is standard
           value of file-id "COUNTRY.ARQ".
       01 registro-country.
         02 codigo-country          pic x(03).
         02 nome-country            pic x(52).
         02 continente-country      pic x(30).
         02 regiao-country          pic x(25).
         02 populacao-country       pic 9(11).
       fd arquivo-cotacoes
           label record is standard.
       01 reg-cotacoes               pic x(80).
       working-storage section.
       77 fs-moedas                 pic x(02).
       77 fs-cambio                 pic x(02).
       77 fs-country                pic x(02).
       77 fs-cotacoes               pic x(02).
       01 espera                    pic x(01) value spaces.
       01 confirma                  pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 linha                     pic 9(02).
       01 ws-contador                pic 9(05).
       01 ws-operador                pic x(20).
       01 ws-moeda-filtro            pic x(03).
       01 ws-data-hoje               pic 9(08).
       01 ws-taxa-edit               pic zz.zz9,999999.
       01 ws-cotacoes-nome           pic x(60).
       01 ws-linha-cotacoes          pic x(80).
       01 ws-campo-data              pic x(10).
       01 ws-campo-moeda             pic x(10).
       01 ws-campo-taxa              pic x(20).
       01 ws-total-lidos             pic 9(05).
       01 ws-total-gravados          pic 9(05).
       01 ws-total-recusados         pic 9(05).
       procedure division.
       abrindo.
           open i-o moedas
           if fs-moedas not = "00"
             if fs-moedas = "35" or "05"
                   close moedas
                   open output moedas
                   close moedas
                   go abrindo
             else
                   display "Erro ao abrir MOEDAS.ARQ:" at 2101
                                   fs-moedas
                   close moedas
                   accept espera at 2301
                   exit program
                   stop run
             end-if
           end-if.
       abrindo-cambio.
           open i-o cambio
           if fs-cambio not = "00"
             if fs-cambio = "35" or "05"
                   close cambio
                   open output cambio
                   close cambio
                   go abrindo-cambio
             else
                   display "Erro ao abrir CAMBIO.ARQ:" at 2101
                                   fs-cambio
                   close cambio moedas
                   accept espera at 2301
                   exit program
                   stop run
             end-if
           end-if
           move spaces to ws-operador
           accept ws-operador from environment "USUARIO"
           if ws-operador = spaces
              move "OPERADOR" to ws-operador
           end-if.
       menugeral.
           display erase at 0101
           display "Moedas por Pais e Cotacoes de Cambio" at 0101
           display "1.Incluir/Alterar Moeda do Pais" at 0201
           display "2.Excluir Moeda do Pais" at 0301
           display "3.Listar Moedas por Pais" at 0401
           display "4.Lancar/Corrigir Cotacao" at 0501
           display "5.Importar Arquivo de Cotacoes" at 0601
           display "6.Listar Cotacoes de uma Moeda" at 0701
           display "0.Sair" at 0801
           display "Opcao:" at 0901
           initialize opcao
           accept opcao at 0907
           if opcao = 1
              go manter-moeda
           end-if
           if opcao = 2
              go excluir-moeda
           end-if
           if opcao = 3
              go listar-moedas
           end-if
           if opcao = 4
              go lancar-cotacao
           end-if
           if opcao = 5
              go importar-cotacoes
           end-if
           if opcao = 6
              go listar-cotacoes
           end-if
           if opcao = 0
              close moedas cambio
              exit program
              stop run
           end-if
           go menugeral.
       mostra-tela-moeda.
           display erase at 0101
           display "Pais (codigo COUNTRY).....: " at 0301
           display "Moeda (ISO, ex. USD)......: " at 0401
           display "Descricao.................: " at 0501
           initialize registro-moedas.
      *O pais precisa existir no COUNTRY.ARQ extraido pelo
      *ExtraiReferencia (arquivo ausente so gera aviso).
       validar-pais.
           move "S" to confirma
           open input country-arq
           if fs-country not = "00"
              display "Aviso: COUNTRY.ARQ indisponivel" at 1901
              close country-arq
              go validar-pais-fim
           end-if
           move pais-moedas to codigo-country
           read country-arq invalid key
              display "Pais Nao Cadastrado (Pressione Enter)" at 2001
              accept espera at 2201
              move "N" to confirma
              not invalid key
              display nome-country(1:40) at 0334
           end-read
           close country-arq.
       validar-pais-fim.
           exit.
       manter-moeda.
           perform mostra-tela-moeda
           accept pais-moedas at 0329
           if pais-moedas = spaces
              go menugeral
           end-if
           move function upper-case(pais-moedas) to pais-moedas
           display pais-moedas at 0329
           perform validar-pais thru validar-pais-fim
           if confirma = "N"
              go manter-moeda
           end-if
           read moedas invalid key
              move spaces to codigo-moedas descricao-moedas
              move "N" to confirma
              not invalid key
              move "S" to confirma
           end-read
           accept codigo-moedas at 0429 with update
           move function upper-case(codigo-moedas) to codigo-moedas
           accept descricao-moedas at 0529 with update
           if codigo-moedas = spaces
              go manter-moeda
           end-if
           if confirma = "S"
              rewrite registro-moedas invalid key
                 display "Erro ao regravar Moeda: " at 2001 fs-moedas
                 accept espera at 2201
              end-rewrite
           else
              write registro-moedas invalid key
                 display "Erro ao gravar Moeda: " at 2001 fs-moedas
                 accept espera at 2201
              end-write
           end-if
           go manter-moeda.
       excluir-moeda.
           perform mostra-tela-moeda
           accept pais-moedas at 0329
           if pais-moedas = spaces
              go menugeral
           end-if
           move function upper-case(pais-moedas) to pais-moedas
           read moedas invalid key
              display "Pais Sem Moeda (Pressione Enter)" at 2001
              accept espera at 2201
              go excluir-moeda
           end-read
           display codigo-moedas at 0429
           display descricao-moedas at 0529
           display "Confirma Exclusao (S/N):" at 2001
           accept confirma at 2026
           if confirma = "S" or confirma = "s"
              delete moedas invalid key
                 display "Erro ao excluir Moeda: " at 2101 fs-moedas
                 accept espera at 2201
              end-delete
           end-if
           go excluir-moeda.
       listar-moedas.
           display erase at 0101
           display "Pais Moeda Descricao" at 0101
           move low-values to pais-moedas
           start moedas key is >= pais-moedas invalid key
                 go listar-moedas-fim
           end-start
           move zeros to ws-contador
           move 03 to linha.
       listar-moedas-le.
           read moedas next at end
                 go listar-moedas-fim.
           add 1 to ws-contador
           display pais-moedas at line linha column 01
           display codigo-moedas at line linha column 06
           display descricao-moedas at line linha column 12
           add 1 to linha
           if linha >= 22
              display "Enter para proxima tela." at 2301
              accept espera at 2370
              display erase at 0101
              display "Pais Moeda Descricao" at 0101
              move 03 to linha
           end-if
           go listar-moedas-le.
       listar-moedas-fim.
           display "Total de Paises: " at 2201 ws-contador
           display "Enter Finaliza." at 2301
           accept espera at 2370
           go menugeral.
       lancar-cotacao.
           display erase at 0101
           display "Lancar/Corrigir Cotacao" at 0101
           display "Moeda.....................: " at 0301
           display "Data (AAAAMMDD)...........: " at 0401
           display "Taxa (R$ por unidade).....: " at 0501
           initialize registro-cambio
           accept moeda-cambio at 0329
           if moeda-cambio = spaces
              go menugeral
           end-if
           move function upper-case(moeda-cambio) to moeda-cambio
           display moeda-cambio at 0329
           move function current-date(1:8) to data-cambio
           accept data-cambio at 0429 with update
           read cambio invalid key
              move zeros to taxa-cambio
              move "N" to confirma
              not invalid key
              move "S" to confirma
           end-read
           accept taxa-cambio at 0529 with update
           if taxa-cambio = zeros
              display "Taxa deve ser maior que zero" at 2001
              accept espera at 2201
              go lancar-cotacao
           end-if
           move ws-operador to operador-cambio
           move function current-date(1:14) to quando-cambio
           if confirma = "S"
              rewrite registro-cambio invalid key
                 display "Erro ao regravar Cotacao: " at 2001
                         fs-cambio
                 accept espera at 2201
              end-rewrite
           else
              write registro-cambio invalid key
                 display "Erro ao gravar Cotacao: " at 2001 fs-cambio
                 accept espera at 2201
              end-write
           end-if
           go lancar-cotacao.
      *Arquivo de cotacoes do dia, uma linha por moeda:
      *AAAAMMDD;MOEDA;TAXA (taxa com virgula decimal). Cotacao ja
      *existente na data e substituida.
       importar-cotacoes.
           display erase at 0101
           display "Importar Cotacoes" at 0101
           display "Arquivo: " at 0301
           move function current-date(1:8) to ws-data-hoje
           initialize ws-cotacoes-nome
           string "COTACOES_"  delimited by size
                  ws-data-hoje delimited by size
                  ".TXT"       delimited by size
                  into ws-cotacoes-nome
           accept ws-cotacoes-nome at 0310 with update
           if ws-cotacoes-nome = spaces
              go menugeral
           end-if
           open input arquivo-cotacoes
           if fs-cotacoes not = "00"
              display "Arquivo de cotacoes nao encontrado." at 2101
              accept espera at 2180
              go menugeral
           end-if
           move zeros to ws-total-lidos ws-total-gravados
                         ws-total-recusados.
       importar-cotacoes-le.
           read arquivo-cotacoes into ws-linha-cotacoes at end
              go importar-cotacoes-fim
           end-read
           if ws-linha-cotacoes = spaces
              go importar-cotacoes-le
           end-if
           if ws-linha-cotacoes(1:1) = "*"
              go importar-cotacoes-le
           end-if
           add 1 to ws-total-lidos
           move spaces to ws-campo-data ws-campo-moeda ws-campo-taxa
           unstring ws-linha-cotacoes delimited by ";"
                    into ws-campo-data
                         ws-campo-moeda
                         ws-campo-taxa
           end-unstring
           if ws-campo-data(1:8) is not numeric
              or ws-campo-moeda = spaces
              add 1 to ws-total-recusados
              go importar-cotacoes-le
           end-if
           initialize registro-cambio
           move function upper-case(ws-campo-moeda(1:3))
                to moeda-cambio
           move ws-campo-data(1:8) to data-cambio
           compute taxa-cambio = function numval (ws-campo-taxa)
                on size error move zeros to taxa-cambio
           end-compute
           if taxa-cambio = zeros
              add 1 to ws-total-recusados
              go importar-cotacoes-le
           end-if
           move ws-operador to operador-cambio
           move function current-date(1:14) to quando-cambio
           write registro-cambio invalid key
              rewrite registro-cambio
              end-rewrite
           end-write
           add 1 to ws-total-gravados
           display "Cotacoes Gravadas: " at 0501 ws-total-gravados
           go importar-cotacoes-le.
       importar-cotacoes-fim.
           close arquivo-cotacoes
           display "Linhas Lidas.....: " at 0401 ws-total-lidos
           display "Cotacoes Gravadas: " at 0501 ws-total-gravados
           display "Linhas Recusadas.: " at 0601 ws-total-recusados
           accept espera at 2301
           go menugeral.
       listar-cotacoes.
           display erase at 0101
           display "Moeda: " at 0101
           move spaces to ws-moeda-filtro
           accept ws-moeda-filtro at 0108
           if ws-moeda-filtro = spaces
              go menugeral
           end-if
           move function upper-case(ws-moeda-filtro)
                to ws-moeda-filtro
           display "Data     Taxa           Operador" at 0201
           move ws-moeda-filtro to moeda-cambio
           move zeros to data-cambio
           start cambio key is >= chave-cambio invalid key
                 go listar-cotacoes-fim
           end-start
           move zeros to ws-contador
           move 03 to linha.
       listar-cotacoes-le.
           read cambio next at end
                 go listar-cotacoes-fim.
           if moeda-cambio not = ws-moeda-filtro
              go listar-cotacoes-fim
           end-if
           add 1 to ws-contador
           display data-cambio at line linha column 01
           move taxa-cambio to ws-taxa-edit
           display ws-taxa-edit at line linha column 10
           display operador-cambio at line linha column 25
           add 1 to linha
           if linha >= 22
              display "Enter para proxima tela." at 2301
              accept espera at 2370
              display erase at 0301
              move 03 to linha
           end-if
           go listar-cotacoes-le.
       listar-cotacoes-fim.
           display "Total de Cotacoes: " at 2201 ws-contador
           display "Enter Finaliza." at 2301
           accept espera at 2370
           go menugeral.
       end program ManterCambio.
