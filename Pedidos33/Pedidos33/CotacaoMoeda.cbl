       identification division.
       program-id. CotacaoMoeda.
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
       data division.
       file section.
       fd moedas
           label record is standard
           value of file-id "MOEDAS.ARQ".
       01 registro-moedas.
         02 pais-moedas             pic x(03).
         02 codigo-moedas           pic x(03).
         02 descricao-moedas        pic x(30).
       fd cambio
           label record is standard
           value of file-id "CAMBIO.ARQ".
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
       working-storage section.
       77 fs-moedas                 pic x(02).
       77 fs-cambio                 pic x(02).
       77 fs-country                pic x(02).
       01 ws-pais-codigo             pic x(03).

       linkage section.
      *Pais do cliente (CLIENTES.PAIS: codigo de 3 letras ou nome
      *como no COUNTRY.ARQ) ou, com pais em branco, a moeda ja
      *conhecida em ld-moeda; data da cotacao AAAAMMDD.
       01 ld-pais                    pic x(50).
       01 ld-data                    pic 9(08).
       01 ld-moeda                   pic x(03).
       01 ld-taxa                    pic 9(05)v9(06).
      *ld-retorno: 0=cotacao achada 1=reais (pais sem moeda ou BRL)
      *2=moeda sem cotacao ate a data
       01 ld-retorno                 pic x(01).

       procedure division using ld-pais
                                 ld-data
                                 ld-moeda
                                 ld-taxa
                                 ld-retorno.
       cotando.
           move "1" to ld-retorno
           move 1 to ld-taxa
           if ld-pais = spaces
              go cotando-moeda
           end-if
           move "BRL" to ld-moeda
           perform achar-pais thru achar-pais-fim
           if ws-pais-codigo = spaces or ws-pais-codigo = "BRA"
              goback
           end-if
           open input moedas
           if fs-moedas not = "00"
              goback
           end-if
           move ws-pais-codigo to pais-moedas
           read moedas invalid key
              move "BRL" to codigo-moedas
           end-read
           close moedas
           move codigo-moedas to ld-moeda.
       cotando-moeda.
           if ld-moeda = spaces or ld-moeda = "BRL"
              move "BRL" to ld-moeda
              goback
           end-if
      *    Vale a ultima cotacao ate a data (fim de semana e feriado
      *    usam a do dia util anterior).
           move "2" to ld-retorno
           move zeros to ld-taxa
           open input cambio
           if fs-cambio not = "00"
              goback
           end-if
           move ld-moeda to moeda-cambio
           move zeros to data-cambio
           start cambio key is >= chave-cambio invalid key
              close cambio
              goback
           end-start.
       cotando-le.
           read cambio next at end
              go cotando-fim
           end-read
           if moeda-cambio not = ld-moeda
              go cotando-fim
           end-if
           if data-cambio > ld-data
              go cotando-fim
           end-if
           move taxa-cambio to ld-taxa
           move "0" to ld-retorno
           go cotando-le.
       cotando-fim.
           close cambio
           goback.
      *Pais com ate 3 posicoes e o proprio codigo; nome por extenso
      *e procurado no COUNTRY.ARQ.
       achar-pais.
           move spaces to ws-pais-codigo
           if ld-pais(4:47) = spaces
              move function upper-case(ld-pais(1:3)) to ws-pais-codigo
              go achar-pais-fim
           end-if
           open input country-arq
           if fs-country not = "00"
              go achar-pais-fim
           end-if
           move ld-pais to nome-country
           read country-arq key is nome-country invalid key
              move spaces to codigo-country
           end-read
           move codigo-country to ws-pais-codigo
           close country-arq.
       achar-pais-fim.
           exit.
       end program CotacaoMoeda.
