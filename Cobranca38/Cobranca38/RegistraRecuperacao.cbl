      $SET SQL()
       identification division.
       program-id. RegistraRecuperacao.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       data division.
       working-storage section.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlcodigo-pedido           pic x(10).
       01 sqlparcela                 pic 9(02).
       01 sqlvalor                   pic 9(11)v99.
       01 sqlstatus-parcela          pic x(10).
       01 sqloperador                pic x(20).
       EXEC SQL END DECLARE SECTION END-EXEC.

       linkage section.
       01 ld-pedido                  pic x(10).
       01 ld-parcela                 pic 9(02).
       01 ld-operador                pic x(20).
      *ld-valor: recuperacao registrada nesta chamada.
       01 ld-valor                   pic 9(11)v99.
      *ld-status: status da parcela depois da apuracao (PAGO ou
      *PERDA).
       01 ld-status                  pic x(10).
      *ld-retorno: 0=recuperacao registrada 1=nada a recuperar
      *9=erro de banco (sqlcode fica para o chamador desfazer).
       01 ld-retorno                 pic x(01).
       procedure division using ld-pedido
                                 ld-parcela
                                 ld-operador
                                 ld-valor
                                 ld-status
                                 ld-retorno.
      *Recuperacao de titulo baixado como perda, chamada depois que
      *o recebimento ja somou em VALORPAGO (BaixaPerdas, retorno do
      *banco, PIX), na conexao e na transacao de quem chama: o que
      *a parcela recebeu alem do que tinha na baixa e do ja
      *recuperado vira RECUPERACOES. Parcela coberta fica PAGO;
      *parcial continua PERDA. O COMMIT e do chamador.
       registrando.
           move "1" to ld-retorno
           move zeros to ld-valor
           move "PERDA" to ld-status
           move ld-pedido to sqlcodigo-pedido
           move ld-parcela to sqlparcela
           move ld-operador to sqloperador
           move zeros to sqlvalor
           EXEC SQL
                SELECT P.VALORPAGO - R.VALORPAGO_BAIXA - R.RECUPERADO
                  INTO :sqlvalor
                  FROM PERDAS R, PEDIDO_PARCELAS P
                 WHERE R.CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND R.PARCELA = :sqlparcela
                   AND R.STATUS = 'BAIXADO'
                   AND P.CODIGO_PEDIDO = R.CODIGO_PEDIDO
                   AND P.PARCELA = R.PARCELA
                   AND P.VALORPAGO > R.VALORPAGO_BAIXA
                                   + R.RECUPERADO
           END-EXEC
           if sqlcode = 100
              move zeros to sqlcode
              goback
           end-if
           if sqlcode not = 0
              move "9" to ld-retorno
              goback
           end-if
           EXEC SQL
                INSERT INTO RECUPERACOES
                       (codigo_pedido, parcela, quando, valor,
                        operador)
                VALUES
                       (:sqlcodigo-pedido,
                        :sqlparcela,
                        NOW(),
                        :sqlvalor,
                        :sqloperador)
           END-EXEC
           if sqlcode not = 0
              move "9" to ld-retorno
              goback
           end-if
           EXEC SQL
                UPDATE PERDAS
                   SET RECUPERADO = RECUPERADO + :sqlvalor,
                       STATUS = IF(RECUPERADO >= SALDO,
                                   'RECUPERADO', 'BAIXADO')
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
           END-EXEC
           if sqlcode not = 0
              move "9" to ld-retorno
              goback
           end-if
           EXEC SQL
                UPDATE PEDIDO_PARCELAS
                   SET STATUS = IF(VALORPAGO >= VALOR,
                                   'PAGO', 'PERDA')
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
           END-EXEC
           if sqlcode not = 0
              move "9" to ld-retorno
              goback
           end-if
           move spaces to sqlstatus-parcela
           EXEC SQL
                SELECT STATUS INTO :sqlstatus-parcela
                  FROM PEDIDO_PARCELAS
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND PARCELA = :sqlparcela
           END-EXEC
           if sqlcode not = 0
              move "9" to ld-retorno
              goback
           end-if
           move sqlvalor to ld-valor
           move sqlstatus-parcela to ld-status
           move "0" to ld-retorno
           goback.
       end program RegistraRecuperacao.
