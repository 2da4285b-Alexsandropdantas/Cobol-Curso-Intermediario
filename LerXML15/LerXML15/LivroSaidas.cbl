      $SET SQL()
       identification division.
       program-id. LivroSaidas.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select nfectl assign to disk
                  organization is indexed
                  access mode is dynamic
                  file status is fs-nfectl
                  record key is chave-nfectl.
           select trabalho-livro assign to "LIVRO_SAIDAS_TRAB.TXT"
             organization is line sequential
             file status is fs-trabalho.
           select sort-livro assign to "SORTWORK".
           select arquivo-livro assign to ws-export-nome
             organization is line sequential
             file status is fs-export.
           select relatorio-livro assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       file section.
       fd nfectl
           label record is standard
           value of file-id "NFECTL.ARQ".
      *Uma nota por registro: o pedido cancelado e refaturado ganha
      *nova nota e a cancelada continua no arquivo com seus eventos.
       01 registro-nfectl.
         02 chave-nfectl.
            03 pedido-nfectl        pic x(10).
            03 numero-nfectl        pic x(10).
         02 data-nfectl             pic 9(08).
         02 arquivo-nfectl          pic x(60).
      *   Situacao: A (ou branco) autorizada, C cancelada.
         02 situacao-nfectl         pic x(01).
         02 quando-nfectl           pic 9(14).
      *   Fatura do pedido (PEDIDO_FATURAS); zero = pedido inteiro.
         02 fatura-nfectl           pic 9(02).
      *   Eventos da nota (EventoNFe): 110111 cancelamento,
      *   110110 carta de correcao; ate 20 cartas e um cancelamento.
         02 qtd-eventos-nfectl      pic 9(02).
         02 evento-nfectl occurs 21 times.
            03 tipo-evento-nfectl   pic x(06).
            03 seq-evento-nfectl    pic 9(02).
            03 quando-evento-nfectl pic 9(14).
            03 operador-evento-nfectl pic x(20).
            03 arquivo-evento-nfectl pic x(60).
         02 chave-acesso-nfectl     pic x(44).
       fd trabalho-livro
           label record is standard.
       01 registro-trabalho.
         02 trab-numero             pic x(10).
         02 trab-pedido             pic x(10).
         02 trab-data               pic 9(08).
         02 trab-situacao           pic x(01).
         02 trab-uf                 pic x(02).
         02 trab-cfop               pic 9(04).
         02 trab-valor              pic 9(11)v99.
         02 trab-base               pic 9(11)v99.
         02 trab-icms               pic 9(11)v99.
         02 trab-cliente            pic x(30).
       sd sort-livro.
       01 registro-sort-livro.
         02 sd-numero               pic x(10).
         02 sd-pedido               pic x(10).
         02 sd-data                 pic 9(08).
         02 sd-situacao             pic x(01).
         02 sd-uf                   pic x(02).
         02 sd-cfop                 pic 9(04).
         02 sd-valor                pic 9(11)v99.
         02 sd-base                 pic 9(11)v99.
         02 sd-icms                 pic 9(11)v99.
         02 sd-cliente              pic x(30).
      *Layout fixo do livro: tipo 1 nota, 2 subtotal por UF,
      *3 subtotal por CFOP, 9 trailer com quantidades e totais das
      *notas autorizadas.
       fd arquivo-livro
           label record is standard.
       01 reg-livro.
         02 liv-tipo                pic x(01).
         02 liv-numero              pic x(10).
         02 liv-data                pic 9(08).
         02 liv-pedido              pic x(10).
         02 liv-uf                  pic x(02).
         02 liv-cfop                pic 9(04).
         02 liv-situacao            pic x(01).
         02 liv-valor               pic 9(13)v99.
         02 liv-base                pic 9(13)v99.
         02 liv-icms                pic 9(13)v99.
       01 reg-livro-trailer.
         02 livt-tipo               pic x(01).
         02 livt-anomes             pic 9(06).
         02 livt-qtd-notas          pic 9(07).
         02 livt-qtd-canceladas     pic 9(07).
         02 livt-valor              pic 9(13)v99.
         02 livt-base               pic 9(13)v99.
         02 livt-icms               pic 9(13)v99.
         02 filler                  pic x(15).
       fd relatorio-livro
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-nfectl                 pic x(02).
       77 fs-trabalho               pic x(02).
       77 fs-export                 pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-anomes                  pic 9(06).
       01 ws-export-nome             pic x(60).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-uf-emitente             pic x(02).
       01 ws-pais-destino            pic x(03).
       01 ws-situacao-texto          pic x(10).
       01 ws-valor-edit              pic zz.zzz.zzz.zz9,99.
       01 ws-base-edit               pic zz.zzz.zzz.zz9,99.
       01 ws-icms-edit               pic zz.zzz.zzz.zz9,99.
       01 ws-data-edit               pic 99/99/9999.
       01 ws-data-dma                pic 9(08).
       01 ws-qtd-notas               pic 9(07).
       01 ws-qtd-canceladas          pic 9(07).
       01 ws-total-valor             pic 9(13)v99.
       01 ws-total-base              pic 9(13)v99.
       01 ws-total-icms              pic 9(13)v99.
       01 ws-indice                  pic 9(02).
      *Subtotais das notas autorizadas por UF de destino e por CFOP.
       01 ws-tabela-uf.
          02 ws-uf occurs 30 times.
             03 ws-uf-codigo         pic x(02).
             03 ws-uf-qtd            pic 9(07).
             03 ws-uf-valor          pic 9(13)v99.
             03 ws-uf-base           pic 9(13)v99.
             03 ws-uf-icms           pic 9(13)v99.
       01 ws-qtd-uf                  pic 9(02).
       01 ws-tabela-cfop.
          02 ws-cfop occurs 10 times.
             03 ws-cfop-codigo       pic 9(04).
             03 ws-cfop-qtd          pic 9(07).
             03 ws-cfop-valor        pic 9(13)v99.
             03 ws-cfop-base         pic 9(13)v99.
             03 ws-cfop-icms         pic 9(13)v99.
       01 ws-qtd-cfop                pic 9(02).
       01 ws-cat-nome                pic x(20).
       01 ws-cat-registros           pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlcodigo-pedido           pic x(10).
       01 sqlfatura                  pic 9(02).
       01 sqluf-cliente              pic x(02).
       01 sqlpais-cliente            pic x(50).
       01 sqlnome-cliente            pic x(50).
       01 sqlvalor-pedido            pic 9(11)v99.
       01 sqlbase-icms               pic 9(11)v99.
       01 sqlicms-total              pic 9(11)v99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
       conectando.
           call "ConectaAmbiente" using ws-conexao-ambiente
                                        ws-conexao-usada
                                        ws-conexao-retorno
           if ws-conexao-retorno = "0"
              move 0 to sqlcode
           else
              move -1 to sqlcode
           end-if
           if sqlcode not = 0
                display "Erro: Nao conseguiu conectar " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                exit program
                stop run
           end-if
           move spaces to ws-uf-emitente
           accept ws-uf-emitente from environment "EMPRESA_UF"
           if ws-uf-emitente = spaces
              move "SP" to ws-uf-emitente
           end-if.
      *Livro de saidas do mes: uma linha por NF-e emitida no mes
      *(NFECTL.ARQ), em ordem de numero, com UF de destino, CFOP,
      *valor, base e valor do ICMS dos itens (PEDIDO_ITENS). CFOP
      *da venda: 5102 dentro do estado do emitente, 6102 para outra
      *UF e 7102 para cliente no exterior. A nota cancelada aparece
      *no livro mas fica fora dos subtotais e do total. Gera o
      *relatorio e o arquivo de layout fixo para o contador.
       menugeral.
           display erase at 0101
           display "Livro de Saidas - NF-e Emitidas" at 0101
           display "Ano/Mes (AAAAMM, 0=sair): " at 0301
           move zeros to ws-anomes
           accept ws-anomes at 0327
           if ws-anomes = zeros
              go desconectando
           end-if
           if ws-anomes(5:2) < "01" or ws-anomes(5:2) > "12"
              display "Mes invalido" at 0501
              accept espera at 2301
              go menugeral
           end-if.
       gerando.
           move "LIVRO-SAIDAS" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           display "Gerando..." at 0501
           move zeros to ws-qtd-notas ws-qtd-canceladas
                         ws-total-valor ws-total-base ws-total-icms
                         ws-qtd-uf ws-qtd-cfop

           sort sort-livro on ascending key sd-numero
                input procedure is liberar-notas
                                   thru liberar-notas-fim
                giving trabalho-livro

           initialize ws-relatorio-nome ws-export-nome
           string "LIVRO_SAIDAS_" delimited by size
                  ws-anomes       delimited by size
                  ".TXT"          delimited by size
                  into ws-relatorio-nome
           string "LIVRO_SAIDAS_" delimited by size
                  ws-anomes       delimited by size
                  ".EXP"          delimited by size
                  into ws-export-nome
           open output relatorio-livro
           open output arquivo-livro
           initialize ws-linha-relatorio
           string "Livro de Saidas - Periodo " delimited by size
                  ws-anomes                    delimited by size
                  "   UF do emitente: "        delimited by size
                  ws-uf-emitente               delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "NF-e       Emissao    Pedido     UF CFOP Cliente"
                to ws-linha-relatorio
           move "         Valor NF         Base ICMS"
                to ws-linha-relatorio(68:)
           move "        Valor ICMS Situacao"
                to ws-linha-relatorio(104:)
           perform gravar-relatorio

           open input trabalho-livro
           if fs-trabalho not = "00"
              display "Erro no arquivo de trabalho: " at 2101
                              fs-trabalho
              accept espera at 2180
              go gerando-totais
           end-if.
       gerando-le.
           read trabalho-livro at end
              close trabalho-livro
              go gerando-totais
           end-read
           add 1 to ws-qtd-notas
           if trab-situacao = "C"
              add 1 to ws-qtd-canceladas
              move "CANCELADA" to ws-situacao-texto
           else
              move "AUTORIZADA" to ws-situacao-texto
              add trab-valor to ws-total-valor
              add trab-base to ws-total-base
              add trab-icms to ws-total-icms
              perform somar-uf thru somar-uf-fim
              perform somar-cfop thru somar-cfop-fim
           end-if
           move trab-data(7:2) to ws-data-dma(1:2)
           move trab-data(5:2) to ws-data-dma(3:2)
           move trab-data(1:4) to ws-data-dma(5:4)
           move ws-data-dma to ws-data-edit
           move trab-valor to ws-valor-edit
           move trab-base to ws-base-edit
           move trab-icms to ws-icms-edit
           initialize ws-linha-relatorio
           string trab-numero      delimited by size
                  " "              delimited by size
                  ws-data-edit     delimited by size
                  " "              delimited by size
                  trab-pedido      delimited by size
                  " "              delimited by size
                  trab-uf          delimited by size
                  " "              delimited by size
                  trab-cfop        delimited by size
                  " "              delimited by size
                  trab-cliente(1:25) delimited by size
                  ws-valor-edit    delimited by size
                  " "              delimited by size
                  ws-base-edit     delimited by size
                  " "              delimited by size
                  ws-icms-edit     delimited by size
                  " "              delimited by size
                  ws-situacao-texto delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize reg-livro
           move "1"           to liv-tipo
           move trab-numero   to liv-numero
           move trab-data     to liv-data
           move trab-pedido   to liv-pedido
           move trab-uf       to liv-uf
           move trab-cfop     to liv-cfop
           move trab-situacao to liv-situacao
           move trab-valor    to liv-valor
           move trab-base     to liv-base
           move trab-icms     to liv-icms
           write reg-livro
           go gerando-le.
       gerando-totais.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "Subtotais por UF de destino (notas autorizadas)"
                to ws-linha-relatorio
           perform gravar-relatorio
           perform imprimir-uf
                   varying ws-indice from 1 by 1
                   until ws-indice > ws-qtd-uf
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "Subtotais por CFOP (notas autorizadas)"
                to ws-linha-relatorio
           perform gravar-relatorio
           perform imprimir-cfop
                   varying ws-indice from 1 by 1
                   until ws-indice > ws-qtd-cfop
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move ws-total-valor to ws-valor-edit
           move ws-total-base to ws-base-edit
           move ws-total-icms to ws-icms-edit
           initialize ws-linha-relatorio
           string "Total do mes: " delimited by size
                  ws-valor-edit    delimited by size
                  " "              delimited by size
                  ws-base-edit     delimited by size
                  " "              delimited by size
                  ws-icms-edit     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Notas no livro: " delimited by size
                  ws-qtd-notas       delimited by size
                  "   Canceladas (fora dos totais): "
                                     delimited by size
                  ws-qtd-canceladas  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize reg-livro-trailer
           move "9"               to livt-tipo
           move ws-anomes         to livt-anomes
           move ws-qtd-notas      to livt-qtd-notas
           move ws-qtd-canceladas to livt-qtd-canceladas
           move ws-total-valor    to livt-valor
           move ws-total-base     to livt-base
           move ws-total-icms     to livt-icms
           write reg-livro-trailer
           close relatorio-livro arquivo-livro

           move "F" to ws-plog-evento
           move ws-qtd-notas to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           move "LIVRO_SAIDAS" to ws-cat-nome
           move ws-qtd-notas to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Notas no livro: " at 0701 ws-qtd-notas
           display "Canceladas....: " at 0801 ws-qtd-canceladas
           display "Relatorio.....: " at 0901 ws-relatorio-nome
           display "Arquivo.......: " at 1001 ws-export-nome
           accept espera at 2301
           go menugeral.
      *Notas emitidas no mes com os valores do pedido e dos itens.
       liberar-notas.
           open input nfectl
           if fs-nfectl not = "00"
              go liberar-notas-fim
           end-if
           move low-values to chave-nfectl
           start nfectl key is >= chave-nfectl invalid key
              go liberar-notas-fecha
           end-start.
       liberar-notas-le.
           read nfectl next at end
              go liberar-notas-fecha
           end-read
           if data-nfectl(1:6) not = ws-anomes
              go liberar-notas-le
           end-if
           move pedido-nfectl to sqlcodigo-pedido
           move fatura-nfectl to sqlfatura
           move spaces to sqluf-cliente sqlpais-cliente
                          sqlnome-cliente
           move zeros to sqlvalor-pedido
           EXEC SQL
                SELECT B.ESTADO, IFNULL(B.PAIS, ' '), B.NOME,
                       A.VALOR
                  INTO :sqluf-cliente, :sqlpais-cliente,
                       :sqlnome-cliente, :sqlvalor-pedido
                  FROM PEDIDOS A, CLIENTES B
                 WHERE A.CODIGO = :sqlcodigo-pedido
                   AND B.CODIGO = A.CODIGO_CLIENTE
           END-EXEC
           move zeros to sqlcode
           move zeros to sqlbase-icms sqlicms-total
           if sqlfatura > zeros
              go liberar-notas-fatura
           end-if
           EXEC SQL
                SELECT IFNULL(SUM(CASE WHEN IFNULL(ICMS_ALIQ, 0) > 0
                                       THEN TOTAL ELSE 0 END), 0),
                       IFNULL(SUM(ICMS_VALOR), 0)
                  INTO :sqlbase-icms, :sqlicms-total
                  FROM PEDIDO_ITENS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
           END-EXEC
           move zeros to sqlcode
           go liberar-notas-cfop.
      *Nota de fatura parcial: valor e impostos so daquela fatura.
       liberar-notas-fatura.
           EXEC SQL
                SELECT F.VALOR,
                       IFNULL(SUM(CASE WHEN IFNULL(I.ICMS_ALIQ, 0) > 0
                                       THEN T.TOTAL ELSE 0 END), 0),
                       IFNULL(SUM(T.ICMS_VALOR), 0)
                  INTO :sqlvalor-pedido, :sqlbase-icms,
                       :sqlicms-total
                  FROM PEDIDO_FATURAS F, PEDIDO_FATURA_ITENS T,
                       PEDIDO_ITENS I
                 WHERE F.CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND F.FATURA = :sqlfatura
                   AND T.CODIGO_PEDIDO = F.CODIGO_PEDIDO
                   AND T.FATURA = F.FATURA
                   AND I.CODIGO_PEDIDO = T.CODIGO_PEDIDO
                   AND I.CODIGO_PRODUTO = T.CODIGO_PRODUTO
                 GROUP BY F.VALOR
           END-EXEC
           move zeros to sqlcode.
       liberar-notas-cfop.
           move function upper-case(sqlpais-cliente(1:3))
             to ws-pais-destino
           if ws-pais-destino not = spaces
              and ws-pais-destino not = "BRA"
              move 7102 to sd-cfop
              move "EX" to sd-uf
           else
              move sqluf-cliente to sd-uf
              if sqluf-cliente = ws-uf-emitente
                 move 5102 to sd-cfop
              else
                 move 6102 to sd-cfop
              end-if
           end-if
           move numero-nfectl   to sd-numero
           move pedido-nfectl   to sd-pedido
           move data-nfectl     to sd-data
           move situacao-nfectl to sd-situacao
           move sqlvalor-pedido to sd-valor
           move sqlbase-icms    to sd-base
           move sqlicms-total   to sd-icms
           move sqlnome-cliente to sd-cliente
           release registro-sort-livro
           go liberar-notas-le.
       liberar-notas-fecha.
           close nfectl.
       liberar-notas-fim.
           exit.
       somar-uf.
           move 1 to ws-indice.
       somar-uf-procura.
           if ws-indice > ws-qtd-uf
              if ws-qtd-uf >= 30
                 go somar-uf-fim
              end-if
              add 1 to ws-qtd-uf
              move trab-uf to ws-uf-codigo(ws-qtd-uf)
              move zeros to ws-uf-qtd(ws-qtd-uf)
                            ws-uf-valor(ws-qtd-uf)
                            ws-uf-base(ws-qtd-uf)
                            ws-uf-icms(ws-qtd-uf)
           end-if
           if ws-uf-codigo(ws-indice) not = trab-uf
              add 1 to ws-indice
              go somar-uf-procura
           end-if
           add 1 to ws-uf-qtd(ws-indice)
           add trab-valor to ws-uf-valor(ws-indice)
           add trab-base to ws-uf-base(ws-indice)
           add trab-icms to ws-uf-icms(ws-indice).
       somar-uf-fim.
           exit.
       somar-cfop.
           move 1 to ws-indice.
       somar-cfop-procura.
           if ws-indice > ws-qtd-cfop
              if ws-qtd-cfop >= 10
                 go somar-cfop-fim
              end-if
              add 1 to ws-qtd-cfop
              move trab-cfop to ws-cfop-codigo(ws-qtd-cfop)
              move zeros to ws-cfop-qtd(ws-qtd-cfop)
                            ws-cfop-valor(ws-qtd-cfop)
                            ws-cfop-base(ws-qtd-cfop)
                            ws-cfop-icms(ws-qtd-cfop)
           end-if
           if ws-cfop-codigo(ws-indice) not = trab-cfop
              add 1 to ws-indice
              go somar-cfop-procura
           end-if
           add 1 to ws-cfop-qtd(ws-indice)
           add trab-valor to ws-cfop-valor(ws-indice)
           add trab-base to ws-cfop-base(ws-indice)
           add trab-icms to ws-cfop-icms(ws-indice).
       somar-cfop-fim.
           exit.
       imprimir-uf.
           move ws-uf-valor(ws-indice) to ws-valor-edit
           move ws-uf-base(ws-indice) to ws-base-edit
           move ws-uf-icms(ws-indice) to ws-icms-edit
           initialize ws-linha-relatorio
           string "  UF "                 delimited by size
                  ws-uf-codigo(ws-indice) delimited by size
                  "  notas "              delimited by size
                  ws-uf-qtd(ws-indice)    delimited by size
                  " "                     delimited by size
                  ws-valor-edit           delimited by size
                  " "                     delimited by size
                  ws-base-edit            delimited by size
                  " "                     delimited by size
                  ws-icms-edit            delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize reg-livro
           move "2"                     to liv-tipo
           move ws-uf-codigo(ws-indice) to liv-uf
           move ws-uf-valor(ws-indice)  to liv-valor
           move ws-uf-base(ws-indice)   to liv-base
           move ws-uf-icms(ws-indice)   to liv-icms
           write reg-livro.
       imprimir-cfop.
           move ws-cfop-valor(ws-indice) to ws-valor-edit
           move ws-cfop-base(ws-indice) to ws-base-edit
           move ws-cfop-icms(ws-indice) to ws-icms-edit
           initialize ws-linha-relatorio
           string "  CFOP "                 delimited by size
                  ws-cfop-codigo(ws-indice) delimited by size
                  " notas "                 delimited by size
                  ws-cfop-qtd(ws-indice)    delimited by size
                  " "                       delimited by size
                  ws-valor-edit             delimited by size
                  " "                       delimited by size
                  ws-base-edit              delimited by size
                  " "                       delimited by size
                  ws-icms-edit              delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize reg-livro
           move "3"                       to liv-tipo
           move ws-cfop-codigo(ws-indice) to liv-cfop
           move ws-cfop-valor(ws-indice)  to liv-valor
           move ws-cfop-base(ws-indice)   to liv-base
           move ws-cfop-icms(ws-indice)   to liv-icms
           write reg-livro.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio.
       gravar-processlog.
           call "GravaProcessLog" using ws-plog-job
                                        ws-plog-evento
                                        ws-plog-registros
                                        ws-plog-status.
       desconectando.
           EXEC SQL
                DISCONNECT all
           END-EXEC
           display "DisconnectOK= CONEXAO" at 2301
           accept espera at 2401
           exit program
           stop run.
       end program LivroSaidas.
