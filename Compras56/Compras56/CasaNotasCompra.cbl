             record key is fornecedores-codigo
             alternate record key is fornecedores-nome
                       with duplicates.
           select forncond assign to disk organization is indexed
             access mode is dynamic file status fs-forncond
             record key is codigo-forncond.
           select relatorio-diverg assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
      *----- Layout padrao do tagcopy = Fornecedores
       copy "tagcopy.cpy"
            replacing leading ==TAG== by ==fornecedores==.
       fd forncond
           label record is standard
           value of file-id "FORNCOND.ARQ".
       01 registro-forncond.
         02 codigo-forncond         pic x(10).
         02 condpagto-forncond      pic x(03).
       fd relatorio-diverg
           label record is standard.
       01 reg-relatorio              pic x(132).
       77 fs-itens                  pic x(02).
       77 fs-forn                   pic x(02).
       77 fs-relatorio              pic x(02).
       77 fs-forncond               pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 ws-relatorio-nome          pic x(60).
       01 ws-total-notas             pic 9(05) value zeros.
       01 ws-total-liberadas         pic 9(05) value zeros.
       01 ws-total-divergentes       pic 9(05) value zeros.
       01 ws-total-titulos           pic 9(05) value zeros.
       01 ws-total-erros             pic 9(05) value zeros.
       01 ws-titulos-nota            pic 9(02).
       01 ws-operador                pic x(20).
      *Parametros do CalculaParcelas.
       01 ws-parc-condpagto          pic x(03).
       01 ws-parc-valor              pic 9(09)v99.
       01 ws-parc-data-base          pic 9(08).
       01 ws-parc-uf                 pic x(02).
       01 ws-parc-qtd                pic 9(02).
       01 ws-parc-cronograma.
          02 ws-parc occurs 6 times.
             03 ws-parc-vencimento   pic 9(08).
             03 ws-parc-valor-parc   pic 9(09)v99.
       01 ws-parc-retorno            pic x(01).
       01 ws-indice-parcela          pic 9(02).
       01 ws-dif-trabalho            pic s9(09)v99.
       01 ws-limite-trabalho         pic 9(09)v99.
       01 ws-cat-nome                 pic x(20).
       01 sqlfornecedor              pic x(10).
       01 sqlvalor-nota              pic 9(09)v99.
       01 sqlstatus-nota             pic x(10).
       01 sqldiverge-preco           pic x(01).
       01 sqlnumero-compra           pic x(10).
       01 sqlproduto                 pic x(10).
       01 sqlqtd-pedida              pic s9(09).
       01 sqlqtd-recebida            pic s9(09).
       01 sqlpreco-compra            pic 9(09)v99.
       01 sqlparcela                 pic 9(02).
       01 sqlvencimento              pic x(10).
       01 sqlvalor-titulo            pic 9(09)v99.
       01 sqloperador                pic x(20).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
                accept espera at 2301
                exit program
                stop run
           end-if
           move spaces to ws-operador
           accept ws-operador from environment "USUARIO"
           if ws-operador = spaces
              move "OPERADOR" to ws-operador
           end-if
           move ws-operador to sqloperador.
       menugeral.
           display erase at 0101
           display "Casamento de NF-e de Fornecedores" at 0101
           else
              display "Criou NOTAS_COMPRA OK." at 2201
           end-if
      *    Nota com item de preco fora da tolerancia (S/N), para o
      *    desempenho do fornecedor.
           EXEC SQL
                ALTER TABLE NOTAS_COMPRA
                      ADD DIVERGE_PRECO CHAR(01) DEFAULT 'N'
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER NOTAS_COMPRA " at 2001
              display sqlcode at 2031
           end-if
           move zeros to sqlcode
           accept espera at 2301
           go menugeral.
      *Confere a NF-e do fornecedor (parse do LerXML) item a item
           end-compute
           move ws-campo-nnf to sqlnnf
           move "N" to ws-nota-divergente
           move "N" to sqldiverge-preco

      *Emitente casa com o cadastro de fornecedores pelo nome.
           move ws-campo-emitente(1:30) to fornecedores-nome
              add 1 to ws-total-divergentes
              move "DIVERGENTE" to sqlstatus-nota
           else
              move "LIBERADA" to sqlstatus-nota
           end-if
           EXEC SQL
                INSERT INTO NOTAS_COMPRA
                       (nnf, fornecedor, valor, status, quando,
                        diverge_preco)
                VALUES
                       (:sqlnnf,
                        :sqlfornecedor,
                        :sqlvalor-nota,
                        :sqlstatus-nota,
                        NOW(),
                        :sqldiverge-preco)
           END-EXEC
           if sqlcode not = 0
      *           Codigo -1062 nota ja casada antes: mantem a
              move zeros to sqlcode
              go casando-le
           end-if
      *Nota liberada vira titulos a pagar na mesma transacao; se
      *os titulos falham a nota volta a ficar pendente de casamento
      *e conta como erro, nao como liberada.
           if sqlstatus-nota = "LIBERADA"
              perform gerar-titulos-pagar
                      thru gerar-titulos-pagar-fim
              if sqlcode not = 0
                 add 1 to ws-total-erros
                 display "Aviso: titulos a pagar nao gerados" at 1810
                 initialize ws-linha-relatorio
                 string ws-campo-nnf delimited by size
                        " | TITULOS A PAGAR NAO GERADOS"
                                     delimited by size
                        into ws-linha-relatorio
                 perform gravar-relatorio
                 EXEC SQL
                      ROLLBACK
                 END-EXEC
                 move zeros to sqlcode
                 go casando-le
              end-if
              add 1 to ws-total-liberadas
              add ws-titulos-nota to ws-total-titulos
           end-if
           EXEC SQL
                COMMIT
           END-EXEC
           go casando-le.
      *Uma parcela a pagar por vencimento da condicao negociada com
      *o fornecedor (FORNCOND.ARQ -> CONDPAGTO.ARQ), contada a partir
      *do casamento; fornecedor sem condicao paga em 28 dias.
      *Condicao cadastrada para o fornecedor e ausente em CONDPAGTO
      *nao gera titulo (a nota fica pendente).
       gerar-titulos-pagar.
           move zeros to ws-titulos-nota
           move spaces to ws-parc-condpagto
           open input forncond
           if fs-forncond = "00"
              move sqlfornecedor to codigo-forncond
              read forncond invalid key
                 continue
                 not invalid key
                 move condpagto-forncond to ws-parc-condpagto
              end-read
           end-if
           close forncond
           move sqlvalor-nota to ws-parc-valor
           move function current-date(1:8) to ws-parc-data-base
           move fornecedores-estado to ws-parc-uf
           call "CalculaParcelas" using ws-parc-condpagto
                                        ws-parc-valor
                                        ws-parc-data-base
                                        ws-parc-uf
                                        ws-parc-qtd
                                        ws-parc-cronograma
                                        ws-parc-retorno
           if ws-parc-retorno not = "0"
              and ws-parc-condpagto not = spaces
              move -1 to sqlcode
              go gerar-titulos-pagar-fim
           end-if
           move 1 to ws-indice-parcela.
       gerar-titulos-pagar-grava.
           if ws-indice-parcela > ws-parc-qtd
              go gerar-titulos-pagar-fim
           end-if
           move ws-indice-parcela to sqlparcela
           move spaces to sqlvencimento
           string ws-parc-vencimento(ws-indice-parcela)(1:4)
                                             delimited by size
                  "-"                        delimited by size
                  ws-parc-vencimento(ws-indice-parcela)(5:2)
                                             delimited by size
                  "-"                        delimited by size
                  ws-parc-vencimento(ws-indice-parcela)(7:2)
                                             delimited by size
                  into sqlvencimento
           move ws-parc-valor-parc(ws-indice-parcela)
             to sqlvalor-titulo
           EXEC SQL
                INSERT INTO TITULOS_PAGAR
                       (fornecedor, nnf, parcela, vencimento,
                        valor, valorpago, status, emissao, operador)
                VALUES
                       (:sqlfornecedor,
                        :sqlnnf,
                        :sqlparcela,
                        :sqlvencimento,
                        :sqlvalor-titulo,
                        0,
                        'ABERTO',
                        NOW(),
                        :sqloperador)
           END-EXEC
           if sqlcode not = 0
              go gerar-titulos-pagar-fim
           end-if
           add 1 to ws-titulos-nota
           add 1 to ws-indice-parcela
           go gerar-titulos-pagar-grava.
       gerar-titulos-pagar-fim.
           exit.
       casar-itens-da-nota.
           perform varying ws-indice-item from 1 by 1
                   until ws-indice-item > ws-qtd-itens-nf
                   sqlpreco-compra * ws-tolerancia-pct / 100
           if ws-dif-trabalho > ws-limite-trabalho
              move "S" to ws-nota-divergente
              move "S" to sqldiverge-preco
              initialize ws-linha-relatorio
              string ws-campo-nnf delimited by size
                     " | PRECO DIVERGE: " delimited by size
                  ws-total-divergentes  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Erros nos Titulos: " delimited by size
                  ws-total-erros        delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Titulos a Pagar..: " delimited by size
                  ws-total-titulos      delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-diverg

           move "F" to ws-plog-evento
           move ws-total-liberadas to ws-plog-registros
           if ws-total-divergentes > 0 or ws-total-erros > 0
              move "ERRO" to ws-plog-status
           else
              move "OK" to ws-plog-status

           display "Liberadas...: " at 0601 ws-total-liberadas
           display "Divergentes.: " at 0701 ws-total-divergentes
           display "Titulos.....: " at 0901 ws-total-titulos
           display "Erros.......: " at 1001 ws-total-erros
           display "Relatorio...: " at 0801 ws-relatorio-nome
           accept espera at 2301
           go menugeral.
