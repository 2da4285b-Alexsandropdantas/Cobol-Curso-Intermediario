      $SET SQL()
       identification division.
       program-id. FunilOrcamentos.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select vendedores assign to disk
                  organization is indexed
                  access mode is dynamic
                  file status estado-vendedores
                  lock mode is automatic
                  record key is chave-vendedores
                  alternate record key is regiao = uf-vendedores,
                                         cidade-vendedores
                  alternate record key is cidades = cidade-vendedores.
           select categorias assign to disk organization is indexed
             access mode is dynamic file status fs-categorias
             record key is codigo-categorias.
           select relatorio-funil assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       file section.
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
           02 situacao-vendedores  pic x(01).
           02 dataefetiva-vendedores pic 9(08).
      *supervisor: codigo do vendedor que chefia a equipe (zeros
      *= sem supervisor); override: percentual do supervisor sobre
      *a base de comissao aprovada da sua equipe.
           02 supervisor-vendedores pic 9(3).
           02 override-vendedores  pic 9(02)v99.
       fd categorias
           label record is standard
           value of file-id "CATEGORIAS.ARQ".
       01 registro-categorias.
         02 codigo-categorias       pic x(03).
         02 descricao-categorias    pic x(30).
       fd relatorio-funil
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       01 estado-vendedores         pic x(02).
       77 fs-categorias             pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-anomes                  pic 9(06).
       01 ws-ano-fim                 pic 9(04).
       01 ws-mes-fim                 pic 9(02).
       01 ws-vendedores-ok           pic x(01).
       01 ws-categorias-ok           pic x(01).
       01 ws-codigo-vendedor         pic 9(03).
       01 ws-total-linhas            pic 9(05) value zeros.
      *Funil de uma linha do relatorio (vendedor, categoria ou
      *total geral).
       01 ws-funil.
          02 ws-fun-emitidos         pic 9(07).
          02 ws-fun-valor-emitidos   pic 9(13)v99.
          02 ws-fun-convertidos      pic 9(07).
          02 ws-fun-valor-convertidos pic 9(13)v99.
          02 ws-fun-expirados        pic 9(07).
          02 ws-fun-cancelados       pic 9(07).
          02 ws-fun-dias             pic 9(09).
       01 ws-fun-abertos             pic s9(07).
       01 ws-total-funil.
          02 ws-tot-emitidos         pic 9(07).
          02 ws-tot-valor-emitidos   pic 9(13)v99.
          02 ws-tot-convertidos      pic 9(07).
          02 ws-tot-valor-convertidos pic 9(13)v99.
          02 ws-tot-expirados        pic 9(07).
          02 ws-tot-cancelados       pic 9(07).
          02 ws-tot-dias             pic 9(09).
       01 ws-taxa-qtd                pic 9(03)v99.
       01 ws-taxa-valor              pic 9(03)v99.
       01 ws-media-dias              pic 9(05)v9.
       01 ws-taxa-edit               pic zz9,99.
       01 ws-media-edit              pic zzzz9,9.
       01 ws-qtd-edit                pic zzzzzz9.
       01 ws-valor-edit              pic zzz.zzz.zzz.zz9,99.
       01 ws-abertos-edit            pic -zzzzzz9.
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlgrupo                   pic x(03).
       01 sqlqtd-emitidos            pic 9(07).
       01 sqlvalor-emitidos          pic 9(13)v99.
       01 sqlqtd-convertidos         pic 9(07).
       01 sqlvalor-convertidos       pic 9(13)v99.
       01 sqlqtd-expirados           pic 9(07).
       01 sqlqtd-cancelados          pic 9(07).
       01 sqldias-conversao          pic 9(09).
       01 ws-data-inicial            pic x(10).
       01 ws-data-final              pic x(10).
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
           end-if.
      *Funil de orcamentos do mes pela linha do tempo do pedido
      *(PEDIDOS_STATUS_HIST): entram os orcamentos cuja primeira
      *passagem para ORCAMENTO caiu no mes; convertido = saiu de
      *ORCAMENTO para pedido firme, expirado = ExpiraOrcamentos,
      *cancelado = recusado e cancelado no Pedidos; o que sobra
      *ainda esta em aberto. Taxas por quantidade e por valor e
      *prazo medio ate a conversao, por vendedor e por categoria
      *de produto (o orcamento conta em cada categoria que tem
      *item, pelo valor dos itens dela).
       iniciando.
           display erase at 0101
           display "Funil de Orcamentos x Pedidos" at 0101
           display "Ano/Mes (AAAAMM): " at 0301
           move zeros to ws-anomes
           accept ws-anomes at 0319
           if ws-anomes = zeros
              go desconectando
           end-if

           move "FUNIL-ORCAMENTOS" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move spaces to ws-data-inicial
           string ws-anomes(1:4) delimited by size
                  "-"            delimited by size
                  ws-anomes(5:2) delimited by size
                  "-01"          delimited by size
                  into ws-data-inicial
      *Fim do periodo = primeiro dia do mes seguinte (comparado
      *com < para nao depender de dia 31 existir no mes).
           compute ws-ano-fim = function numval (ws-anomes(1:4))
           compute ws-mes-fim = function numval (ws-anomes(5:2))
           if ws-mes-fim = 12
              add 1 to ws-ano-fim
              move 01 to ws-mes-fim
           else
              add 1 to ws-mes-fim
           end-if
           move spaces to ws-data-final
           string ws-ano-fim delimited by size
                  "-"        delimited by size
                  ws-mes-fim delimited by size
                  "-01"      delimited by size
                  into ws-data-final

           open input vendedores
           if estado-vendedores not = "00"
              close vendedores
              move "N" to ws-vendedores-ok
           else
              move "S" to ws-vendedores-ok
           end-if
           open input categorias
           if fs-categorias not = "00"
              close categorias
              move "N" to ws-categorias-ok
           else
              move "S" to ws-categorias-ok
           end-if

           string "FUNIL_ORCAMENTOS_" delimited by size
                  ws-anomes           delimited by size
                  ".TXT"              delimited by size
                  into ws-relatorio-nome
           open output relatorio-funil
           initialize ws-linha-relatorio
           string "Funil de Orcamentos - Periodo " delimited by size
                  ws-anomes                         delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "Por Vendedor:" to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-total-funil

           EXEC SQL
                DECLARE CURSORFUNILVEND CURSOR FOR
                   SELECT Q.VENDEDOR,
                          COUNT(*),
                          SUM(Q.VALOR),
                          SUM(CASE WHEN Q.CONVERSAO IS NOT NULL
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN Q.CONVERSAO IS NOT NULL
                                   THEN Q.VALOR ELSE 0 END),
                          SUM(CASE WHEN Q.CONVERSAO IS NULL
                                    AND Q.EXPIROU > 0
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN Q.CONVERSAO IS NULL
                                    AND Q.EXPIROU = 0
                                    AND Q.CANCELOU > 0
                                   THEN 1 ELSE 0 END),
                          IFNULL(SUM(DATEDIFF(Q.CONVERSAO,
                                              Q.EMISSAO)), 0)
                     FROM
                       (SELECT A.CODIGO_VENDEDOR AS VENDEDOR,
                               IFNULL(A.VALOR, 0) AS VALOR,
                               (SELECT MIN(H.QUANDO)
                                  FROM PEDIDOS_STATUS_HIST H
                                 WHERE H.CODIGO_PEDIDO = A.CODIGO
                                   AND H.STATUS_PARA = 'ORCAMENTO')
                                   AS EMISSAO,
                               (SELECT MIN(H.QUANDO)
                                  FROM PEDIDOS_STATUS_HIST H
                                 WHERE H.CODIGO_PEDIDO = A.CODIGO
                                   AND H.STATUS_DE = 'ORCAMENTO'
                                   AND H.STATUS_PARA NOT IN
                                       ('ORCAMENTO','EXPIRADO',
                                        'CANCELADO'))
                                   AS CONVERSAO,
                               (SELECT COUNT(*)
                                  FROM PEDIDOS_STATUS_HIST H
                                 WHERE H.CODIGO_PEDIDO = A.CODIGO
                                   AND H.STATUS_DE = 'ORCAMENTO'
                                   AND H.STATUS_PARA = 'EXPIRADO')
                                   AS EXPIROU,
                               (SELECT COUNT(*)
                                  FROM PEDIDOS_STATUS_HIST H
                                 WHERE H.CODIGO_PEDIDO = A.CODIGO
                                   AND H.STATUS_DE = 'ORCAMENTO'
                                   AND H.STATUS_PARA = 'CANCELADO')
                                   AS CANCELOU
                          FROM PEDIDOS A
                         WHERE EXISTS
                               (SELECT 1 FROM PEDIDOS_STATUS_HIST H
                                 WHERE H.CODIGO_PEDIDO = A.CODIGO
                                   AND H.STATUS_PARA = 'ORCAMENTO'
                                   AND H.QUANDO >= :ws-data-inicial
                                   AND H.QUANDO < :ws-data-final)
                       ) Q
                    WHERE Q.EMISSAO >= :ws-data-inicial
                      AND Q.EMISSAO < :ws-data-final
                    GROUP BY Q.VENDEDOR
                    ORDER BY Q.VENDEDOR
           END-EXEC
           EXEC SQL
                OPEN CURSORFUNILVEND
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                close relatorio-funil
                go finalizando-erro
           end-if.
       vendedor-le.
           EXEC SQL
                FETCH CURSORFUNILVEND INTO
                       :sqlgrupo,
                       :sqlqtd-emitidos,
                       :sqlvalor-emitidos,
                       :sqlqtd-convertidos,
                       :sqlvalor-convertidos,
                       :sqlqtd-expirados,
                       :sqlqtd-cancelados,
                       :sqldias-conversao
           END-EXEC
           if sqlcode = 100
              go vendedor-fim
           end-if
           if sqlcode not = 0
                display "Erro: Nao conseguiu Fetch " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go vendedor-fim
           end-if
           add 1 to ws-total-linhas
           display "Linhas Apuradas: " at 0501 ws-total-linhas
           perform mover-funil
           add ws-fun-emitidos to ws-tot-emitidos
           add ws-fun-valor-emitidos to ws-tot-valor-emitidos
           add ws-fun-convertidos to ws-tot-convertidos
           add ws-fun-valor-convertidos to ws-tot-valor-convertidos
           add ws-fun-expirados to ws-tot-expirados
           add ws-fun-cancelados to ws-tot-cancelados
           add ws-fun-dias to ws-tot-dias

           move "(vendedor nao cadastrado)" to nome-vendedores
           if ws-vendedores-ok = "S"
              and sqlgrupo is numeric
              move sqlgrupo to ws-codigo-vendedor
              move ws-codigo-vendedor to codigo-vendedores
              read vendedores invalid key
                 move "(vendedor nao cadastrado)" to nome-vendedores
              end-read
           end-if
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Vendedor "     delimited by size
                  sqlgrupo        delimited by size
                  " - "           delimited by size
                  nome-vendedores delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           perform imprimir-funil
           go vendedor-le.
       vendedor-fim.
           EXEC SQL
                CLOSE CURSORFUNILVEND
           END-EXEC
           move ws-total-funil to ws-funil
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "TOTAL GERAL" to ws-linha-relatorio
           perform gravar-relatorio
           perform imprimir-funil

           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "Por Categoria de Produto:" to ws-linha-relatorio
           perform gravar-relatorio

           EXEC SQL
                DECLARE CURSORFUNILCAT CURSOR FOR
                   SELECT Q.CATEGORIA,
                          COUNT(*),
                          SUM(Q.VALOR),
                          SUM(CASE WHEN Q.CONVERSAO IS NOT NULL
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN Q.CONVERSAO IS NOT NULL
                                   THEN Q.VALOR ELSE 0 END),
                          SUM(CASE WHEN Q.CONVERSAO IS NULL
                                    AND Q.EXPIROU > 0
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN Q.CONVERSAO IS NULL
                                    AND Q.EXPIROU = 0
                                    AND Q.CANCELOU > 0
                                   THEN 1 ELSE 0 END),
                          IFNULL(SUM(DATEDIFF(Q.CONVERSAO,
                                              Q.EMISSAO)), 0)
                     FROM
                       (SELECT IFNULL(P.CATEGORIA, '???')
                                   AS CATEGORIA,
                               SUM(I.TOTAL) AS VALOR,
                               (SELECT MIN(H.QUANDO)
                                  FROM PEDIDOS_STATUS_HIST H
                                 WHERE H.CODIGO_PEDIDO = A.CODIGO
                                   AND H.STATUS_PARA = 'ORCAMENTO')
                                   AS EMISSAO,
                               (SELECT MIN(H.QUANDO)
                                  FROM PEDIDOS_STATUS_HIST H
                                 WHERE H.CODIGO_PEDIDO = A.CODIGO
                                   AND H.STATUS_DE = 'ORCAMENTO'
                                   AND H.STATUS_PARA NOT IN
                                       ('ORCAMENTO','EXPIRADO',
                                        'CANCELADO'))
                                   AS CONVERSAO,
                               (SELECT COUNT(*)
                                  FROM PEDIDOS_STATUS_HIST H
                                 WHERE H.CODIGO_PEDIDO = A.CODIGO
                                   AND H.STATUS_DE = 'ORCAMENTO'
                                   AND H.STATUS_PARA = 'EXPIRADO')
                                   AS EXPIROU,
                               (SELECT COUNT(*)
                                  FROM PEDIDOS_STATUS_HIST H
                                 WHERE H.CODIGO_PEDIDO = A.CODIGO
                                   AND H.STATUS_DE = 'ORCAMENTO'
                                   AND H.STATUS_PARA = 'CANCELADO')
                                   AS CANCELOU
                          FROM PEDIDOS A, PEDIDO_ITENS I, PRODUTOS P
                         WHERE I.CODIGO_PEDIDO = A.CODIGO
                           AND P.CODIGO = I.CODIGO_PRODUTO
                           AND EXISTS
                               (SELECT 1 FROM PEDIDOS_STATUS_HIST H
                                 WHERE H.CODIGO_PEDIDO = A.CODIGO
                                   AND H.STATUS_PARA = 'ORCAMENTO'
                                   AND H.QUANDO >= :ws-data-inicial
                                   AND H.QUANDO < :ws-data-final)
                         GROUP BY IFNULL(P.CATEGORIA, '???'),
                                  A.CODIGO
                       ) Q
                    WHERE Q.EMISSAO >= :ws-data-inicial
                      AND Q.EMISSAO < :ws-data-final
                    GROUP BY Q.CATEGORIA
                    ORDER BY Q.CATEGORIA
           END-EXEC
           EXEC SQL
                OPEN CURSORFUNILCAT
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                move zeros to sqlcode
                go categoria-fim
           end-if.
       categoria-le.
           EXEC SQL
                FETCH CURSORFUNILCAT INTO
                       :sqlgrupo,
                       :sqlqtd-emitidos,
                       :sqlvalor-emitidos,
                       :sqlqtd-convertidos,
                       :sqlvalor-convertidos,
                       :sqlqtd-expirados,
                       :sqlqtd-cancelados,
                       :sqldias-conversao
           END-EXEC
           if sqlcode = 100
              go categoria-fecha
           end-if
           if sqlcode not = 0
                display "Erro: Nao conseguiu Fetch " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go categoria-fecha
           end-if
           add 1 to ws-total-linhas
           display "Linhas Apuradas: " at 0501 ws-total-linhas
           perform mover-funil
           move "(sem descricao)" to descricao-categorias
           if ws-categorias-ok = "S"
              move sqlgrupo to codigo-categorias
              read categorias invalid key
                 move "(sem descricao)" to descricao-categorias
              end-read
           end-if
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Categoria "         delimited by size
                  sqlgrupo             delimited by size
                  " - "                delimited by size
                  descricao-categorias delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           perform imprimir-funil
           go categoria-le.
       categoria-fecha.
           EXEC SQL
                CLOSE CURSORFUNILCAT
           END-EXEC.
       categoria-fim.
           close relatorio-funil
           if ws-vendedores-ok = "S"
              close vendedores
           end-if
           if ws-categorias-ok = "S"
              close categorias
           end-if

           move "F" to ws-plog-evento
           move ws-total-linhas to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog

           move "FUNIL_ORCAMENTOS" to ws-cat-nome
           move ws-total-linhas to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           move ws-tot-emitidos to ws-qtd-edit
           display "Orcamentos Emitidos: " at 0701 ws-qtd-edit
           move ws-tot-convertidos to ws-qtd-edit
           display "Convertidos........: " at 0801 ws-qtd-edit
           display "Relatorio Gerado: " at 1001 ws-relatorio-nome
           accept espera at 2301
           go desconectando.
       finalizando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           if ws-vendedores-ok = "S"
              close vendedores
           end-if
           if ws-categorias-ok = "S"
              close categorias
           end-if
           go desconectando.
       mover-funil.
           move sqlqtd-emitidos to ws-fun-emitidos
           move sqlvalor-emitidos to ws-fun-valor-emitidos
           move sqlqtd-convertidos to ws-fun-convertidos
           move sqlvalor-convertidos to ws-fun-valor-convertidos
           move sqlqtd-expirados to ws-fun-expirados
           move sqlqtd-cancelados to ws-fun-cancelados
           move sqldias-conversao to ws-fun-dias.
      *Tres linhas por grupo: emitidos x convertidos (qtd e valor),
      *saidas sem conversao e as taxas com o prazo medio.
       imprimir-funil.
           compute ws-fun-abertos = ws-fun-emitidos
                 - ws-fun-convertidos - ws-fun-expirados
                 - ws-fun-cancelados
           move zeros to ws-taxa-qtd ws-taxa-valor ws-media-dias
           if ws-fun-emitidos > zeros
              compute ws-taxa-qtd rounded =
                      ws-fun-convertidos * 100 / ws-fun-emitidos
           end-if
           if ws-fun-valor-emitidos > zeros
              compute ws-taxa-valor rounded =
                      ws-fun-valor-convertidos * 100
                      / ws-fun-valor-emitidos
                   on size error move 100 to ws-taxa-valor
              end-compute
           end-if
           if ws-fun-convertidos > zeros
              compute ws-media-dias rounded =
                      ws-fun-dias / ws-fun-convertidos
                   on size error move 99999,9 to ws-media-dias
              end-compute
           end-if

           move ws-fun-emitidos to ws-qtd-edit
           move ws-fun-valor-emitidos to ws-valor-edit
           initialize ws-linha-relatorio
           string "  Emitidos...: "  delimited by size
                  ws-qtd-edit        delimited by size
                  " Valor "          delimited by size
                  ws-valor-edit      delimited by size
                  into ws-linha-relatorio
           move ws-fun-convertidos to ws-qtd-edit
           move ws-fun-valor-convertidos to ws-valor-edit
           string ws-linha-relatorio(1:60) delimited by size
                  " Convertidos: "         delimited by size
                  ws-qtd-edit              delimited by size
                  " Valor "                delimited by size
                  ws-valor-edit            delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           move ws-fun-abertos to ws-abertos-edit
           initialize ws-linha-relatorio
           string "  Expirados..: " delimited by size
                  ws-fun-expirados  delimited by size
                  "  Cancelados: "  delimited by size
                  ws-fun-cancelados delimited by size
                  "  Em aberto: "   delimited by size
                  ws-abertos-edit   delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           move ws-taxa-qtd to ws-taxa-edit
           initialize ws-linha-relatorio
           string "  Conversao..: Qtd " delimited by size
                  ws-taxa-edit          delimited by size
                  "%"                   delimited by size
                  into ws-linha-relatorio
           move ws-taxa-valor to ws-taxa-edit
           move ws-media-dias to ws-media-edit
           string ws-linha-relatorio(1:30) delimited by size
                  " Valor "                delimited by size
                  ws-taxa-edit             delimited by size
                  "%  Dias medios ate a conversao: "
                                           delimited by size
                  ws-media-edit            delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
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
       end program FunilOrcamentos.
