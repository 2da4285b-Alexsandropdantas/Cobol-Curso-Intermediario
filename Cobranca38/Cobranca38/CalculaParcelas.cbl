       identification division.
       program-id. CalculaParcelas.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select condpagto assign to disk organization is indexed
             access mode is dynamic file status fs-condpagto
             record key is codigo-condpagto.
       data division.
       fd condpagto
           label record is standard
           value of file-id "CONDPAGTO.ARQ".
       01 registro-condpagto.
         02 codigo-condpagto        pic x(03).
         02 descricao-condpagto     pic x(30).
      *tipo: U=dias uteis C=dias corridos
         02 tipo-condpagto          pic x(01).
         02 parcelas-condpagto      pic 9(02).
         02 dias-condpagto          pic 9(03) occurs 6 times.
       working-storage section.
       77 fs-condpagto              pic x(02).
       01 ws-venc-tipo               pic x(01).
       01 ws-venc-dias               pic s9(03).
       01 ws-venc-integer            pic 9(09).
       01 ws-parcela-valor           pic 9(09)v99.
       01 ws-parcela-acum            pic 9(09)v99.
       01 ws-indice                  pic 9(01).
       01 ws-prazos.
          02 ws-prazo-dias           pic 9(03) occurs 6 times.

       linkage section.
      *Condicao (CONDPAGTO.ARQ), valor total, data base e UF para
      *os feriados estaduais quando a condicao e em dias uteis.
       01 ld-condpagto               pic x(03).
       01 ld-valor                   pic 9(09)v99.
       01 ld-data-base               pic 9(08).
       01 ld-uf                      pic x(02).
      *Cronograma devolvido: a ultima parcela absorve o resto da
      *divisao, como nas parcelas do pedido.
       01 ld-qtd-parcelas            pic 9(02).
       01 ld-cronograma.
          02 ld-parcela occurs 6 times.
             03 ld-vencimento        pic 9(08).
             03 ld-valor-parcela     pic 9(09)v99.
      *ld-retorno: 0=condicao encontrada 1=condicao inexistente,
      *            usado o padrao de 1 parcela a 28 dias corridos
       01 ld-retorno                 pic x(01).

       procedure division using ld-condpagto
                                 ld-valor
                                 ld-data-base
                                 ld-uf
                                 ld-qtd-parcelas
                                 ld-cronograma
                                 ld-retorno.
       calculando.
           move "1" to ld-retorno
           move "C" to ws-venc-tipo
           move 1 to ld-qtd-parcelas
           move zeros to ws-prazos
           move 28 to ws-prazo-dias(1)
           initialize ld-cronograma
           perform buscar-condicao thru buscar-condicao-fim

           divide ld-valor by ld-qtd-parcelas
                  giving ws-parcela-valor
           compute ws-parcela-acum =
                   ws-parcela-valor * (ld-qtd-parcelas - 1)
           perform montar-parcela
                   varying ws-indice from 1 by 1
                   until ws-indice > ld-qtd-parcelas
           goback.
       buscar-condicao.
           if ld-condpagto = spaces
              go buscar-condicao-fim
           end-if
           open input condpagto
           if fs-condpagto not = "00"
              close condpagto
              go buscar-condicao-fim
           end-if
           move ld-condpagto to codigo-condpagto
           read condpagto invalid key
              close condpagto
              go buscar-condicao-fim
           end-read
           close condpagto
           move "0" to ld-retorno
           move tipo-condpagto to ws-venc-tipo
           move parcelas-condpagto to ld-qtd-parcelas
           if ld-qtd-parcelas < 1 or ld-qtd-parcelas > 6
              move 1 to ld-qtd-parcelas
           end-if
           perform copiar-prazo
                   varying ws-indice from 1 by 1
                   until ws-indice > 6.
       buscar-condicao-fim.
           exit.
       copiar-prazo.
           move dias-condpagto(ws-indice) to ws-prazo-dias(ws-indice).
       montar-parcela.
           move ws-prazo-dias(ws-indice) to ws-venc-dias
           if ws-venc-tipo = "U"
              call "CalculaDiaUtil" using ld-data-base
                                          ws-venc-dias
                                          ld-vencimento(ws-indice)
                                          ld-uf
           else
              compute ws-venc-integer =
                 function integer-of-date (ld-data-base)
                 + ws-venc-dias
              compute ld-vencimento(ws-indice) =
                 function date-of-integer (ws-venc-integer)
           end-if
           if ws-indice = ld-qtd-parcelas
              compute ld-valor-parcela(ws-indice) =
                      ld-valor - ws-parcela-acum
           else
              move ws-parcela-valor to ld-valor-parcela(ws-indice)
           end-if.
       end program CalculaParcelas.
