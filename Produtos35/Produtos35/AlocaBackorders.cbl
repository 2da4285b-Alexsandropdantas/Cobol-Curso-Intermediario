       01 sqldescricao               pic x(40).
       01 sqlpend-produto            pic x(10).
       01 sqlpend-qtd                pic s9(09).
       01 sqlkit-componentes         pic 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
                go alocando-fim
           end-if

      *    Kit aloca pelo que o estoque livre dos componentes monta
      *    e reserva os componentes.
           move zeros to sqlkit-componentes
           EXEC SQL
                SELECT COUNT(*) INTO :sqlkit-componentes
                  FROM PRODUTO_KITS
                 WHERE KIT = :sqlproduto
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlkit-componentes sqlcode
           end-if
           if sqlkit-componentes > zeros
              go alocando-kit
           end-if
           move zeros to sqlestoque sqlreservado
           EXEC SQL
                SELECT ESTOQUE, IFNULL(RESERVADO, 0)
              go alocando-le
           end-if
           compute sqldisponivel = sqlestoque - sqlreservado
           go alocando-quantidade.
       alocando-kit.
           move zeros to sqldisponivel
           EXEC SQL
                SELECT IFNULL(MIN(FLOOR((A.ESTOQUE
                              - IFNULL(A.RESERVADO, 0))
                              / K.QUANTIDADE)), 0)
                  INTO :sqldisponivel
                  FROM PRODUTO_KITS K, PRODUTOS A
                 WHERE K.KIT = :sqlproduto
                   AND A.CODIGO = K.COMPONENTE
           END-EXEC
           if sqlcode not = 0
              move zeros to sqldisponivel sqlcode
           end-if.
       alocando-quantidade.
           if sqldisponivel <= zeros
              go alocando-le
           end-if
              move sqlqtd-falta to sqlalocar
           end-if

           if sqlkit-componentes > zeros
              EXEC SQL
                   UPDATE PRODUTOS A, PRODUTO_KITS K
                      SET A.RESERVADO = IFNULL(A.RESERVADO, 0)
                                      + :sqlalocar * K.QUANTIDADE
                    WHERE K.KIT = :sqlproduto
                      AND A.CODIGO = K.COMPONENTE
              END-EXEC
           else
              EXEC SQL
                   UPDATE PRODUTOS
                      SET RESERVADO = IFNULL(RESERVADO, 0)
                                    + :sqlalocar
                    WHERE CODIGO = :sqlproduto
                    LIMIT 1
              END-EXEC
           end-if
           move zeros to sqlcode
           EXEC SQL
                UPDATE PEDIDO_ITENS
