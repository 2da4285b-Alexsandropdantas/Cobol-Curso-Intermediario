      $SET SQL()
       identification division.
       program-id. EstoqueSaidaLinha.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select relatorio-saida assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd relatorio-saida
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-total-produtos          pic 9(05) value zeros.
       01 ws-total-unidades          pic s9(09) value zeros.
       01 ws-total-valor             pic 9(11)v99 value zeros.
       01 ws-valor-item              pic 9(11)v99.
       01 ws-valor-edit              pic zz.zzz.zzz.zz9,99.
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlproduto                 pic x(10).
       01 sqldescricao               pic x(40).
       01 sqlsituacao                pic x(15).
       01 sqldata-situacao           pic x(10).
       01 sqlsubstituto              pic x(10).
       01 sqlestoque                 pic s9(09).
       01 sqlreservado               pic s9(09).
       01 sqlcusto                   pic 9(09)v99.
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
      *Estoque ainda em maos de produtos em saida de linha ou
      *descontinuados (inclusive com descontinuacao agendada), a
      *custo, com o substituto cadastrado para orientar a venda.
       iniciando.
           display erase at 0101
           display "Estoque de Produtos em Saida de Linha" at 0101
           move "ESTOQUE-SAIDA-LINHA" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move function current-date(1:8) to ws-data-hoje
           string "ESTOQUE_SAIDA_LINHA_" delimited by size
                  ws-data-hoje           delimited by size
                  ".TXT"                 delimited by size
                  into ws-relatorio-nome
           open output relatorio-saida
           move "Estoque de Produtos em Saida de Linha"
                to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Produto    Descricao            Situacao      "
                                       delimited by size
                  "  Vigencia    Estoque Reservado"
                                       delimited by size
                  "     Valor a Custo Substituto"
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           EXEC SQL
                DECLARE CURSORSAIDA CURSOR FOR
                   SELECT CODIGO, DESCRICAO, SITUACAO,
                          IFNULL(DATA_SITUACAO, ' '),
                          IFNULL(SUBSTITUTO, ' '),
                          ESTOQUE, IFNULL(RESERVADO, 0),
                          IFNULL(CUSTO, 0)
                     FROM PRODUTOS
                    WHERE SITUACAO IN ('EM SAIDA', 'DESCONTINUADO')
                      AND ESTOQUE > 0
                    ORDER BY SITUACAO, CODIGO
           END-EXEC
           EXEC SQL
                OPEN CURSORSAIDA
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                close relatorio-saida
                go finalizando-erro
           end-if.
       listando-le.
           EXEC SQL
                FETCH CURSORSAIDA INTO
                       :sqlproduto,
                       :sqldescricao,
                       :sqlsituacao,
                       :sqldata-situacao,
                       :sqlsubstituto,
                       :sqlestoque,
                       :sqlreservado,
                       :sqlcusto
           END-EXEC
           if sqlcode not = 0
              go listando-fim
           end-if
           add 1 to ws-total-produtos
           display "Produtos: " at 0301 ws-total-produtos
           add sqlestoque to ws-total-unidades
           compute ws-valor-item rounded = sqlestoque * sqlcusto
                on size error move zeros to ws-valor-item
           end-compute
           add ws-valor-item to ws-total-valor
           move ws-valor-item to ws-valor-edit
           initialize ws-linha-relatorio
           string sqlproduto         delimited by size
                  " "                delimited by size
                  sqldescricao(1:20) delimited by size
                  " "                delimited by size
                  sqlsituacao        delimited by size
                  " "                delimited by size
                  sqldata-situacao   delimited by size
                  " "                delimited by size
                  sqlestoque         delimited by size
                  " "                delimited by size
                  sqlreservado       delimited by size
                  " "                delimited by size
                  ws-valor-edit      delimited by size
                  " "                delimited by size
                  sqlsubstituto      delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go listando-le.
       listando-fim.
           EXEC SQL
                CLOSE CURSORSAIDA
           END-EXEC
           move zeros to sqlcode
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move ws-total-valor to ws-valor-edit
           initialize ws-linha-relatorio
           string "Produtos: "           delimited by size
                  ws-total-produtos      delimited by size
                  "  Unidades: "         delimited by size
                  ws-total-unidades      delimited by size
                  "  Valor a Custo: "    delimited by size
                  ws-valor-edit          delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-saida

           move "F" to ws-plog-evento
           move ws-total-produtos to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog

           move "ESTOQUE_SAIDA_LINHA" to ws-cat-nome
           move ws-total-produtos to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Produtos: " at 0601 ws-total-produtos
           display "Listagem: " at 0701 ws-relatorio-nome
           accept espera at 2301
           go desconectando.
       finalizando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go desconectando.
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
       end program EstoqueSaidaLinha.
