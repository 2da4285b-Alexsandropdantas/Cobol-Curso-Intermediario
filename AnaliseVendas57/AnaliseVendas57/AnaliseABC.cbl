       01 ws-share-acum              pic 9(03)v99.
       01 ws-classe-atual            pic x(01).
       01 ws-classe-anterior         pic x(01).
       01 ws-ranking-produtos        pic x(01) value "N".
       01 ws-posicao                 pic 9(03).
       01 ws-qtd-rank                pic 9(03).
       01 ws-indice                  pic 9(03).
       01 sqlchave                   pic x(10).
       01 sqlnome                    pic x(40).
       01 sqlvalor                   pic 9(13)v99.
       01 sqlclasse                  pic x(01).
       01 ws-data-inicial            pic x(10).
       01 ws-data-final              pic x(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
      *Curvas ABC de clientes e produtos por valor faturado no
      *periodo. Na cadeia do Scheduler as datas vem das variaveis
      *ABC_DATAINI e ABC_DATAFIM (AAAAMMDD); sem elas valem os
      *ultimos 12 meses ou a digitacao na tela. A classe de cada
      *produto fica gravada em PRODUTOS.CLASSE_ABC (produto sem
      *venda no periodo e classe C) para a contagem ciclica.
       iniciando.
           display erase at 0101
           display "Analise ABC de Clientes e Produtos" at 0101
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go ranking-grupos
           end-if.
       ranking-clientes-le.
           EXEC SQL
              END-EXEC
              move zeros to sqlcode
              perform imprimir-ranking thru imprimir-ranking-fim
              go ranking-grupos
           end-if
           if ws-qtd-rank < 500
              add 1 to ws-qtd-rank
              move sqlvalor to ws-rank-valor(ws-qtd-rank)
           end-if
           go ranking-clientes-le.
      *Clientes somados por grupo economico (ManterGrupos), com o
      *codigo do cliente principal; cliente fora de grupo nao entra.
       ranking-grupos.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "RANKING DE GRUPOS ECONOMICOS" to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-qtd-rank
           EXEC SQL
                DECLARE CURSORABCGRP CURSOR FOR
                   SELECT G.GRUPO, E.NOME, SUM(A.VALOR)
                     FROM PEDIDOS A, GRUPO_CLIENTES G,
                          GRUPOS_ECONOMICOS E
                    WHERE A.STATUS IN
                          ('FATURADO','COBRANCA','PAGO')
                      AND A.DATAPEDIDO >= :ws-data-inicial
                      AND A.DATAPEDIDO <= :ws-data-final
                      AND G.CODIGO_CLIENTE = A.CODIGO_CLIENTE
                      AND E.GRUPO = G.GRUPO
                    GROUP BY G.GRUPO, E.NOME
                    ORDER BY SUM(A.VALOR) DESC
           END-EXEC
           EXEC SQL
                OPEN CURSORABCGRP
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go ranking-produtos
           end-if.
       ranking-grupos-le.
           EXEC SQL
                FETCH CURSORABCGRP INTO
                       :sqlchave, :sqlnome, :sqlvalor
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORABCGRP
              END-EXEC
              move zeros to sqlcode
              perform imprimir-ranking thru imprimir-ranking-fim
              go ranking-produtos
           end-if
           if ws-qtd-rank < 500
              add 1 to ws-qtd-rank
              move sqlchave to ws-rank-chave(ws-qtd-rank)
              move sqlnome  to ws-rank-nome(ws-qtd-rank)
              move sqlvalor to ws-rank-valor(ws-qtd-rank)
           end-if
           go ranking-grupos-le.
       ranking-produtos.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "RANKING DE PRODUTOS" to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-qtd-rank
           move "S" to ws-ranking-produtos
           EXEC SQL
                UPDATE PRODUTOS
                   SET CLASSE_ABC = 'C'
           END-EXEC
           move zeros to sqlcode
           EXEC SQL
                DECLARE CURSORABCPROD CURSOR FOR
                   SELECT I.CODIGO_PRODUTO, P.DESCRICAO,
                 perform gravar-relatorio
                 move ws-classe-atual to ws-classe-anterior
              end-if
              if ws-ranking-produtos = "S"
                 perform gravar-classe-produto
              end-if
              move ws-rank-valor(ws-indice) to ws-valor-edit
              move ws-share-acum to ws-share-edit
              initialize ws-linha-relatorio
           end-perform.
       imprimir-ranking-fim.
           exit.
       gravar-classe-produto.
           move ws-rank-chave(ws-indice) to sqlchave
           move ws-classe-atual to sqlclasse
           EXEC SQL
                UPDATE PRODUTOS
                   SET CLASSE_ABC = :sqlclasse
                 WHERE CODIGO = :sqlchave
                 LIMIT 1
           END-EXEC
           move zeros to sqlcode.
       finalizando.
           EXEC SQL
                COMMIT
           END-EXEC
           close relatorio-abc
           move "F" to ws-plog-evento
           move "OK" to ws-plog-status
