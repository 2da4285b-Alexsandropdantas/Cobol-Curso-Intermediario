      $SET SQL()
       identification division.
       program-id. ContagemCiclica.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select relatorio-ciclo assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd relatorio-ciclo
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-relatorio              pic x(02).
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-linha-tela              pic x(70).
       01 ws-data-hoje               pic 9(08).
       01 ws-data-ontem              pic 9(08).
       01 ws-data-ciclo              pic 9(08).
       01 ws-data-integer            pic 9(09).
       01 ws-dias-uteis              pic s9(05).
       01 ws-uf-empresa              pic x(02).
       01 ws-seq-nome                pic x(20).
       01 ws-seq-codigo              pic x(10).
       01 ws-seq-retorno             pic x(01).
      *Ciclo de contagem por classe ABC: A todo mes, B todo
      *trimestre, C uma vez por ano (dias corridos).
       01 ws-ciclos-valores.
         02 filler                   pic x(04) value "A030".
         02 filler                   pic x(04) value "B090".
         02 filler                   pic x(04) value "C365".
       01 ws-ciclos redefines ws-ciclos-valores.
         02 ws-ciclo occurs 3 times.
            03 ws-ciclo-classe       pic x(01).
            03 ws-ciclo-dias         pic 9(03).
       01 ws-ind                     pic 9(01).
       01 ws-cota                    pic 9(05).
       01 ws-listados-classe         pic 9(05).
       01 ws-total-listados          pic 9(05) value zeros.
       01 ws-total-atraso            pic 9(05) value zeros.
       01 ws-percentual              pic 9(03)v9.
       01 ws-percentual-edit         pic zz9,9.
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 espera       pic x(01) value spaces.
       01 opcao        pic 9(01) value zeros.
       01 linha        pic 9(02).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqldeposito                pic x(03).
       01 sqldeposito-descricao      pic x(30).
       01 sqlnumero-inv              pic x(10).
       01 sqlclasse                  pic x(01).
       01 sqlciclo-dias              pic 9(03).
       01 sqldias-a                  pic 9(03).
       01 sqldias-b                  pic 9(03).
       01 sqldias-c                  pic 9(03).
       01 sqltotal-classe            pic 9(05).
       01 sqlem-dia                  pic 9(05).
       01 sqlabertas                 pic 9(05).
       01 sqlproduto                 pic x(10).
       01 sqldescricao               pic x(40).
       01 sqlultima                  pic x(10).
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
           move spaces to ws-uf-empresa
           accept ws-uf-empresa from environment "EMPRESA_UF"
           if ws-uf-empresa = spaces
              move "SP" to ws-uf-empresa
           end-if
           move ws-ciclo-dias(1) to sqldias-a
           move ws-ciclo-dias(2) to sqldias-b
           move ws-ciclo-dias(3) to sqldias-c.
      *Contagem ciclica pela classe ABC gravada na Analise ABC
      *(PRODUTOS.CLASSE_ABC): a cada dia util sai uma lista por
      *deposito com a cota diaria de cada classe, os itens ha mais
      *tempo sem contagem primeiro. A lista vira um inventario do
      *tipo CICLICO, digitado e ajustado no Inventario (opcao 7 para
      *escolher a lista). A cobertura fica em CONTAGEM_CICLICA.
       menugeral.
           display erase at 0101
           display "Contagem Ciclica" at 0101
           display "1.Gerar Lista do Dia" at 0301
           display "2.Cobertura do Ciclo" at 0401
           display "0.Sair" at 0501
           display "Opcao:" at 0601
           initialize opcao
           accept opcao at 0607
           if opcao = 1 go gerar-lista.
           if opcao = 2 go cobertura.
           if opcao = 0 go desconectando.
           go menugeral.
       gerar-lista.
           display erase at 0101
           display "Gerar Lista de Contagem do Dia" at 0101
           perform pedir-deposito thru pedir-deposito-fim
           if sqldeposito = spaces
              go menugeral
           end-if
           move function current-date(1:8) to ws-data-hoje
           compute ws-data-integer =
              function integer-of-date (ws-data-hoje) - 1
           compute ws-data-ontem =
              function date-of-integer (ws-data-integer)
           call "ContaDiasUteis" using ws-data-ontem
                                       ws-data-hoje
                                       ws-dias-uteis
                                       ws-uf-empresa
           if ws-dias-uteis = zeros
              display "Hoje nao e dia util: sem lista" at 1510
              accept espera at 2301
              go menugeral
           end-if
           EXEC SQL
                SELECT COUNT(DISTINCT NUMERO) INTO :sqlabertas
                  FROM INVENTARIOS
                 WHERE TIPO = 'CICLICO'
                   AND DEPOSITO = :sqldeposito
                   AND SITUACAO <> 'AJUSTADO'
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlabertas
           end-if
           if sqlabertas > zeros
              display "Lista ciclica anterior ainda aberta:" at 1510
              display "ajuste no Inventario antes de gerar outra"
                      at 1610
              accept espera at 2301
              go menugeral
           end-if

           move "CONTAGEM-CICLICA" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move "INVENTARIO" to ws-seq-nome
           call "NextNumber" using ws-seq-nome
                                   ws-seq-codigo
                                   ws-seq-retorno
           if ws-seq-retorno not = "0"
              display "Erro: sem numero de inventario" at 1510
              accept espera at 2301
              go gerar-lista-erro
           end-if
           move ws-seq-codigo to sqlnumero-inv

           initialize ws-relatorio-nome
           string "CONTAGEM_CICLICA_"    delimited by size
                  sqldeposito            delimited by space
                  "_"                    delimited by size
                  ws-data-hoje           delimited by size
                  ".TXT"                 delimited by size
                  into ws-relatorio-nome
           open output relatorio-ciclo
           initialize ws-linha-relatorio
           string "Lista de Contagem Ciclica " delimited by size
                  sqlnumero-inv               delimited by size
                  " - Deposito "              delimited by size
                  sqldeposito                 delimited by size
                  " "                         delimited by size
                  sqldeposito-descricao       delimited by size
                  " - "                       delimited by size
                  ws-data-hoje                delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Cl Produto    Descricao                         "
                                       delimited by size
                  "        Ultima Cont.  Contado"
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           EXEC SQL
                DECLARE CURSORCICLO CURSOR FOR
                   SELECT P.CODIGO, P.DESCRICAO,
                          IFNULL(DATE_FORMAT(C.ULTIMA_CONTAGEM,
                                 '%Y-%m-%d'), 'NUNCA')
                     FROM PRODUTOS P
                     LEFT JOIN CONTAGEM_CICLICA C
                       ON C.CODIGO_PRODUTO = P.CODIGO
                      AND C.DEPOSITO = :sqldeposito
                    WHERE IFNULL(P.CLASSE_ABC, 'C') = :sqlclasse
                      AND NOT EXISTS
                          (SELECT 1 FROM PRODUTO_KITS K
                            WHERE K.KIT = P.CODIGO)
                      AND (C.ULTIMA_CONTAGEM IS NULL
                           OR C.ULTIMA_CONTAGEM < CURDATE())
                    ORDER BY C.ULTIMA_CONTAGEM IS NOT NULL,
                             C.ULTIMA_CONTAGEM, P.CODIGO
           END-EXEC
           move 8 to linha
           move 1 to ws-ind.
       gerar-lista-classe.
           if ws-ind > 3
              go gerar-lista-fim
           end-if
           perform planejar-classe thru planejar-classe-fim
           add 1 to ws-ind
           go gerar-lista-classe.
       gerar-lista-fim.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Itens na lista: "     delimited by size
                  ws-total-listados      delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-ciclo
           if ws-total-listados = zeros
              EXEC SQL
                   ROLLBACK
              END-EXEC
              display "Nenhum item a contar hoje" at 1510
           else
              perform comitando
              display "Lista (inventario): " at 1510 sqlnumero-inv
              display "Listagem: " at 1610 ws-relatorio-nome
              move "CONTAGEM_CICLICA" to ws-cat-nome
              move ws-total-listados to ws-cat-registros
              call "CatalogaRelatorio" using ws-cat-nome
                                             ws-relatorio-nome
                                             ws-plog-job
                                             ws-cat-registros
           end-if
           display "Itens na lista: " at 1410 ws-total-listados
           move "F" to ws-plog-evento
           move ws-total-listados to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           move zeros to ws-total-listados
           accept espera at 2301
           go menugeral.
       gerar-lista-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go menugeral.
      *Cota diaria da classe: produtos da classe divididos pelos
      *dias uteis do ciclo, arredondando para cima, para que toda a
      *classe seja contada dentro do ciclo.
       planejar-classe.
           move ws-ciclo-classe(ws-ind) to sqlclasse
           move zeros to ws-listados-classe
           EXEC SQL
                SELECT COUNT(*) INTO :sqltotal-classe
                  FROM PRODUTOS P
                 WHERE IFNULL(P.CLASSE_ABC, 'C') = :sqlclasse
                   AND NOT EXISTS
                       (SELECT 1 FROM PRODUTO_KITS K
                         WHERE K.KIT = P.CODIGO)
           END-EXEC
           if sqlcode not = 0 or sqltotal-classe = zeros
              go planejar-classe-fim
           end-if
           compute ws-data-integer =
              function integer-of-date (ws-data-ontem)
              + ws-ciclo-dias(ws-ind)
           compute ws-data-ciclo =
              function date-of-integer (ws-data-integer)
           call "ContaDiasUteis" using ws-data-ontem
                                       ws-data-ciclo
                                       ws-dias-uteis
                                       ws-uf-empresa
           if ws-dias-uteis < 1
              move 1 to ws-dias-uteis
           end-if
           compute ws-cota =
              (sqltotal-classe + ws-dias-uteis - 1) / ws-dias-uteis
           EXEC SQL
                OPEN CURSORCICLO
           END-EXEC
           if sqlcode not = 0
              display "Erro: Nao conseguiu OPEN " at 1510
              display sqlcode at 1610
              display sqlerrmc at 1710
              accept espera at 2301
              go planejar-classe-fim
           end-if.
       planejar-classe-le.
           if ws-listados-classe >= ws-cota
              go planejar-classe-fecha
           end-if
           EXEC SQL
                FETCH CURSORCICLO INTO
                       :sqlproduto,
                       :sqldescricao,
                       :sqlultima
           END-EXEC
           if sqlcode not = 0
              go planejar-classe-fecha
           end-if
           EXEC SQL
                INSERT INTO INVENTARIOS
                       (numero, codigo_produto, estoque_sistema,
                        contado, situacao, deposito, tipo,
                        data_abertura)
                SELECT :sqlnumero-inv, :sqlproduto,
                       IFNULL(MAX(D.ESTOQUE), 0), 0, 'ABERTO',
                       :sqldeposito, 'CICLICO', CURDATE()
                  FROM ESTOQUE_DEPOSITO D
                 WHERE D.CODIGO_PRODUTO = :sqlproduto
                   AND D.DEPOSITO = :sqldeposito
           END-EXEC
           if sqlcode not = 0
              display "Erro: Nao conseguiu gravar " at 1510
              display sqlcode at 1610
              display sqlerrmc at 1710
              accept espera at 2301
              go planejar-classe-fecha
           end-if
           add 1 to ws-listados-classe ws-total-listados
           display "Itens na lista: " at 0601 ws-total-listados
           initialize ws-linha-relatorio
           string sqlclasse          delimited by size
                  "  "               delimited by size
                  sqlproduto         delimited by size
                  " "                delimited by size
                  sqldescricao       delimited by size
                  " "                delimited by size
                  sqlultima          delimited by size
                  "    ________"     delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go planejar-classe-le.
       planejar-classe-fecha.
           EXEC SQL
                CLOSE CURSORCICLO
           END-EXEC
           move zeros to sqlcode
           initialize ws-linha-tela
           string "Classe "          delimited by size
                  sqlclasse          delimited by size
                  ": produtos "      delimited by size
                  sqltotal-classe    delimited by size
                  " cota diaria "    delimited by size
                  ws-cota            delimited by size
                  " listados "       delimited by size
                  ws-listados-classe delimited by size
                  into ws-linha-tela
           display ws-linha-tela at line linha column 01
           add 1 to linha.
       planejar-classe-fim.
           exit.
       cobertura.
           display erase at 0101
           display "Cobertura do Ciclo de Contagem" at 0101
           perform pedir-deposito thru pedir-deposito-fim
           if sqldeposito = spaces
              go menugeral
           end-if
           move function current-date(1:8) to ws-data-hoje
           display "Cl  Produtos  Em dia  Atrasados  Cobertura"
                   at 0701
           move 8 to linha
           move 1 to ws-ind.
       cobertura-classe.
           if ws-ind > 3
              go cobertura-atrasados
           end-if
           move ws-ciclo-classe(ws-ind) to sqlclasse
           move ws-ciclo-dias(ws-ind) to sqlciclo-dias
           EXEC SQL
                SELECT COUNT(*),
                       IFNULL(SUM(CASE WHEN C.ULTIMA_CONTAGEM >=
                           DATE_SUB(CURDATE(),
                                    INTERVAL :sqlciclo-dias DAY)
                           THEN 1 ELSE 0 END), 0)
                  INTO :sqltotal-classe, :sqlem-dia
                  FROM PRODUTOS P
                  LEFT JOIN CONTAGEM_CICLICA C
                    ON C.CODIGO_PRODUTO = P.CODIGO
                   AND C.DEPOSITO = :sqldeposito
                 WHERE IFNULL(P.CLASSE_ABC, 'C') = :sqlclasse
                   AND NOT EXISTS
                       (SELECT 1 FROM PRODUTO_KITS K
                         WHERE K.KIT = P.CODIGO)
           END-EXEC
           if sqlcode not = 0
              move zeros to sqltotal-classe sqlem-dia
           end-if
           if sqltotal-classe = zeros
              move zeros to ws-percentual
           else
              compute ws-percentual rounded =
                      sqlem-dia * 100 / sqltotal-classe
           end-if
           move ws-percentual to ws-percentual-edit
           compute sqlabertas = sqltotal-classe - sqlem-dia
           initialize ws-linha-tela
           string sqlclasse          delimited by size
                  "   "              delimited by size
                  sqltotal-classe    delimited by size
                  "     "            delimited by size
                  sqlem-dia          delimited by size
                  "  "               delimited by size
                  sqlabertas         delimited by size
                  "      "           delimited by size
                  ws-percentual-edit delimited by size
                  "%"                delimited by size
                  into ws-linha-tela
           display ws-linha-tela at line linha column 01
           add 1 to linha
           add 1 to ws-ind
           go cobertura-classe.
      *Itens fora do ciclo (nunca contados ou com a ultima contagem
      *mais antiga que o ciclo da classe) vao para a listagem.
       cobertura-atrasados.
           initialize ws-relatorio-nome
           string "COBERTURA_CICLICA_"   delimited by size
                  sqldeposito            delimited by space
                  "_"                    delimited by size
                  ws-data-hoje           delimited by size
                  ".TXT"                 delimited by size
                  into ws-relatorio-nome
           open output relatorio-ciclo
           initialize ws-linha-relatorio
           string "Itens Fora do Ciclo de Contagem - Deposito "
                                         delimited by size
                  sqldeposito            delimited by size
                  " - "                  delimited by size
                  ws-data-hoje           delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Cl Produto    Descricao                         "
                                       delimited by size
                  "        Ultima Cont."
                                       delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           EXEC SQL
                DECLARE CURSORATRASO CURSOR FOR
                   SELECT IFNULL(P.CLASSE_ABC, 'C'), P.CODIGO,
                          P.DESCRICAO,
                          IFNULL(DATE_FORMAT(C.ULTIMA_CONTAGEM,
                                 '%Y-%m-%d'), 'NUNCA')
                     FROM PRODUTOS P
                     LEFT JOIN CONTAGEM_CICLICA C
                       ON C.CODIGO_PRODUTO = P.CODIGO
                      AND C.DEPOSITO = :sqldeposito
                    WHERE NOT EXISTS
                          (SELECT 1 FROM PRODUTO_KITS K
                            WHERE K.KIT = P.CODIGO)
                      AND (C.ULTIMA_CONTAGEM IS NULL
                           OR C.ULTIMA_CONTAGEM <
                              DATE_SUB(CURDATE(), INTERVAL
                              CASE IFNULL(P.CLASSE_ABC, 'C')
                                   WHEN 'A' THEN :sqldias-a
                                   WHEN 'B' THEN :sqldias-b
                                   ELSE :sqldias-c END DAY))
                    ORDER BY 1, C.ULTIMA_CONTAGEM IS NOT NULL,
                             C.ULTIMA_CONTAGEM, P.CODIGO
           END-EXEC
           EXEC SQL
                OPEN CURSORATRASO
           END-EXEC
           if sqlcode not = 0
              display "Erro: Nao conseguiu OPEN " at 1510
              display sqlcode at 1610
              display sqlerrmc at 1710
              accept espera at 2301
              close relatorio-ciclo
              go menugeral
           end-if
           move zeros to ws-total-atraso.
       cobertura-atrasados-le.
           EXEC SQL
                FETCH CURSORATRASO INTO
                       :sqlclasse,
                       :sqlproduto,
                       :sqldescricao,
                       :sqlultima
           END-EXEC
           if sqlcode not = 0
              go cobertura-atrasados-fim
           end-if
           add 1 to ws-total-atraso
           initialize ws-linha-relatorio
           string sqlclasse          delimited by size
                  "  "               delimited by size
                  sqlproduto         delimited by size
                  " "                delimited by size
                  sqldescricao       delimited by size
                  " "                delimited by size
                  sqlultima          delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           go cobertura-atrasados-le.
       cobertura-atrasados-fim.
           EXEC SQL
                CLOSE CURSORATRASO
           END-EXEC
           move zeros to sqlcode
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           initialize ws-linha-relatorio
           string "Itens fora do ciclo: " delimited by size
                  ws-total-atraso         delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-ciclo
           move "COBERTURA_CICLICA" to ws-cat-nome
           move ws-total-atraso to ws-cat-registros
           move "CONTAGEM-CICLICA" to ws-plog-job
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros
           display "Itens fora do ciclo: " at 1310 ws-total-atraso
           display "Listagem: " at 1410 ws-relatorio-nome
           accept espera at 2301
           go menugeral.
       pedir-deposito.
           display "Deposito (01=principal): " at 0301
           move "01" to sqldeposito
           accept sqldeposito at 0326 with update
           move function upper-case(sqldeposito) to sqldeposito
           if sqldeposito = spaces
              go pedir-deposito-fim
           end-if
           EXEC SQL
                SELECT DESCRICAO INTO :sqldeposito-descricao
                  FROM DEPOSITOS
                 WHERE CODIGO = :sqldeposito
           END-EXEC
           if sqlcode not = 0
              display "Deposito nao cadastrado" at 0340
              accept espera at 2301
              move spaces to sqldeposito
              go pedir-deposito-fim
           end-if
           display sqldeposito-descricao at 0340.
       pedir-deposito-fim.
           exit.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio.
       gravar-processlog.
           call "GravaProcessLog" using ws-plog-job
                                        ws-plog-evento
                                        ws-plog-registros
                                        ws-plog-status.
       comitando.
           EXEC SQL
                COMMIT
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu COMMIT " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
           end-if.
       desconectando.
           EXEC SQL
                DISCONNECT all
           END-EXEC
           display "DisconnectOK= CONEXAO" at 2301
           accept espera at 2401
           exit program
           stop run.
       end program ContagemCiclica.
