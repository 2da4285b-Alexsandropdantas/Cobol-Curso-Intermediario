             organization is indexed
             access mode is dynamic file status fs-conflitos
             record key is codigo-conflito.
           select audit-trail assign to "AUDIT_TRAIL.LOG"
             organization is line sequential
             file status is fs-audit.
       data division.
       fd clientes
           label record is standard
         02 situacao-clientes       pic x(10).
         02 ultimamanutencao-clientes pic 9(14).
         02 documento-clientes      pic x(14).
         02 cep-clientes            pic x(08).
       fd relatorio-sync
           label record is standard.
       01 reg-relatorio              pic x(200).
         02 imagem-cobol-conflito    pic x(320).
         02 imagem-db-conflito       pic x(320).
         02 detectado-conflito       pic 9(14).
       fd audit-trail
           label record is standard.
       01 reg-audit                  pic x(250).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       77 fs-highwater               pic x(02).
       77 fs-ultima                  pic x(02).
       77 fs-conflitos               pic x(02).
       77 fs-audit                   pic x(02).
       01 registro                  pic 9(10).

       01 ws-checkpoint-arquivo      pic x(60)
       01 ws-alerta-valor            pic 9(07).
       01 ws-uf-retorno              pic x(01).
       01 ws-uf-regiao               pic x(20).
       01 ws-cep-retorno             pic x(01).
       01 ws-cep-anterior            pic x(08).
       01 ws-cep-logradouro          pic x(50).
       01 ws-cep-bairro              pic x(50).
       01 ws-cep-cidade              pic x(50).
       01 ws-cep-uf                  pic x(02).
       01 ws-pais-valido             pic x(01).
       01 ws-pick-opcao              pic x(01).
       01 ws-city-qtd                pic 9(02).
       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
      *CPF/CNPJ e patrimonio como o operador pode ver (mascarados
      *fora do nivel A) para tela e exportacao.
       01 ws-documento-tela          pic x(18).
       01 ws-patrimonio-tela         pic x(14).
       01 ws-csv-documento           pic x(18).
       01 ws-csv-patrimonio          pic x(14).
       01 ws-csv-patrimonio-num      pic 9(09)v99.
       01 ws-csv-patrimonio-txt redefines ws-csv-patrimonio-num
                                     pic x(11).
       01 ws-audit-linha             pic x(250).
       01 ws-sync-salva              pic x(350).
       01 ws-hw-linha                pic x(30).
       01 ws-incr-aplicados          pic 9(05).
       01 sqlend-bairro               pic x(50).
       01 sqlend-cidade               pic x(50).
       01 sqlend-uf                   pic x(02).
       01 sqlend-cep                  pic x(08).
       01 sqlcep-clientes             pic x(08).
       01 sqlcont-seq                 pic 9(02).
       01 sqlcont-papel               pic x(01).
       01 sqlcont-nome                pic x(40).
       01 sqlcont-telefone            pic x(20).
       01 sqlcont-email               pic x(60).

       01 sqlcountry.
         02 codex                      pic x(30).
           display "26-Extrato de Clientes" at 1741
           display "27-Criar Coluna DOCUMENTO" at 1841
           display "28-Enderecos do Cliente" at 2141
           display "29-Contatos do Cliente" at 2241

           display "00-Sair" at 2101
           display "Opcao:" at 2201
           end-if
           if opcao = 27 go criardocumento.
           if opcao = 28 go enderecos-cliente.
           if opcao = 29 go contatos-cliente.

           if opcao = 00 go desconectando.
           go menugeral.
           display sqlnome-clientes(1:35) at 0241.
       enderecos-listando.
           display "Seq Tp Endereco                     " at 0401
           display "Cidade               UF  CEP" at 0440
           move 05 to ws-end-linha
           EXEC SQL
                DECLARE CURSORENDER CURSOR FOR
                   SELECT SEQ, TIPO, ENDERECO, BAIRRO, CIDADE, UF,
                          IFNULL(CEP, ' ')
                     FROM CLIENTES_ENDERECOS
                    WHERE CODIGO_CLIENTE = :sqlcodigo-clientes
                    ORDER BY SEQ
                       :sqlend-endereco,
                       :sqlend-bairro,
                       :sqlend-cidade,
                       :sqlend-uf,
                       :sqlend-cep
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
           display sqlend-cidade(1:20)
                      at line ws-end-linha column 40
           display sqlend-uf at line ws-end-linha column 61
           display sqlend-cep at line ws-end-linha column 65
           add 1 to ws-end-linha
           if ws-end-linha >= 18
              display "Enter para continuar lista." at 2301
              and sqlend-tipo not = "O"
              go enderecos-menu
           end-if
           move spaces to sqlend-endereco sqlend-bairro
                          sqlend-cidade sqlend-uf
           display "CEP: " at 2040
           move spaces to sqlend-cep
           accept sqlend-cep at 2045
           if sqlend-cep not = spaces
              if sqlend-cep is not numeric
                 display "Erro: CEP deve ter 8 digitos. Enter." at 1510
                 accept espera at 2370
                 go enderecos-menu
              end-if
              call "BuscaCEP" using sqlend-cep
                                    ws-cep-retorno
                                    ws-cep-logradouro
                                    ws-cep-bairro
                                    ws-cep-cidade
                                    ws-cep-uf
              perform avisar-cep-clientes
              if ws-cep-retorno = "0"
                 move ws-cep-logradouro to sqlend-endereco
                 move ws-cep-bairro     to sqlend-bairro
                 move ws-cep-cidade     to sqlend-cidade
                 move ws-cep-uf         to sqlend-uf
              end-if
           end-if
           display "Endereco: " at 2101
           accept sqlend-endereco at 2111 with update
           display "Bairro..: " at 2201
           accept sqlend-bairro at 2211 with update
           display "Cidade..: " at 2301
           accept sqlend-cidade at 2311 with update
           move function upper-case(sqlend-cidade) to sqlend-cidade
           display "UF: " at 2360
           accept sqlend-uf at 2365 with update
           move function upper-case(sqlend-uf) to sqlend-uf
           call "ValidaUF" using sqlend-uf
                                 ws-uf-retorno
           EXEC SQL
                INSERT INTO CLIENTES_ENDERECOS
                       (codigo_cliente, seq, tipo, endereco,
                        bairro, cidade, uf, cep)
                VALUES
                       (:sqlcodigo-clientes,
                        :sqlend-seq,
                        :sqlend-endereco,
                        :sqlend-bairro,
                        :sqlend-cidade,
                        :sqlend-uf,
                        NULLIF(:sqlend-cep,' '))
           END-EXEC
           if sqlcode not = 0
              display "Erro: Nao conseguiu INSERT " at 1510
           end-if
           perform comitando
           go enderecos-cliente.
      *Contatos do cliente por papel (C=compras F=financeiro
      *I=fiscal R=recebimento): a carta da regua de cobranca vai
      *para o financeiro, romaneio e etiquetas para compras.
       contatos-cliente.
           initialize espera
           display erase at 0101
           display "Contatos do Cliente" at 0101
           display "Codigo Cliente............: " at 0201
           move spaces to sqlcodigo-clientes
           accept sqlcodigo-clientes at 0229
           if sqlcodigo-clientes = spaces
              go menugeral
           end-if
           move spaces to sqlnome-clientes
           EXEC SQL
                SELECT NOME INTO :sqlnome-clientes
                  FROM CLIENTES
                 WHERE CODIGO = :sqlcodigo-clientes
           END-EXEC
           if sqlcode not = 0
              display "Cliente nao encontrado" at 1510
              accept espera at 2301
              go contatos-cliente
           end-if
           display sqlnome-clientes(1:35) at 0241.
       contatos-listando.
           display "Seq P Nome                      Telefone" at 0401
           display "E-mail" at 0448
           move 05 to ws-end-linha
           EXEC SQL
                DECLARE CURSORCONTATOS CURSOR FOR
                   SELECT SEQ, PAPEL, NOME, TELEFONE, EMAIL
                     FROM CLIENTES_CONTATOS
                    WHERE CODIGO_CLIENTE = :sqlcodigo-clientes
                    ORDER BY PAPEL, SEQ
           END-EXEC
           EXEC SQL
                OPEN CURSORCONTATOS
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go contatos-menu
           end-if.
       contatos-listando-le.
           EXEC SQL
                FETCH CURSORCONTATOS INTO
                       :sqlcont-seq,
                       :sqlcont-papel,
                       :sqlcont-nome,
                       :sqlcont-telefone,
                       :sqlcont-email
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORCONTATOS
              END-EXEC
              move zeros to sqlcode
              go contatos-menu
           end-if
           display sqlcont-seq at line ws-end-linha column 01
           display sqlcont-papel at line ws-end-linha column 05
           display sqlcont-nome(1:25)
                      at line ws-end-linha column 07
           display sqlcont-telefone(1:15)
                      at line ws-end-linha column 33
           display sqlcont-email(1:32)
                      at line ws-end-linha column 48
           add 1 to ws-end-linha
           if ws-end-linha >= 18
              display "Enter para continuar lista." at 2301
              accept espera at 2330
              move 05 to ws-end-linha
           end-if
           go contatos-listando-le.
       contatos-menu.
           display "I=Incluir E=Excluir (outro=voltar): " at 1901
           move spaces to espera
           accept espera at 1938
           if espera = "I" or espera = "i"
              go contatos-incluindo
           end-if
           if espera = "E" or espera = "e"
              go contatos-excluindo
           end-if
           go contatos-cliente.
       contatos-incluindo.
           display "Papel (C=compras F=financeiro I=fiscal "
                   at 2001
           display "R=recebimento): " at 2040
           move spaces to sqlcont-papel
           accept sqlcont-papel at 2056
           move function upper-case(sqlcont-papel) to sqlcont-papel
           if sqlcont-papel not = "C" and sqlcont-papel not = "F"
              and sqlcont-papel not = "I" and sqlcont-papel not = "R"
              go contatos-menu
           end-if
           display "Nome....: " at 2101
           move spaces to sqlcont-nome
           accept sqlcont-nome at 2111
           if sqlcont-nome = spaces
              go contatos-menu
           end-if
           display "Telefone: " at 2201
           move spaces to sqlcont-telefone
           accept sqlcont-telefone at 2211
           display "E-mail..: " at 2301
           move spaces to sqlcont-email
           accept sqlcont-email at 2311
           move zeros to sqlcont-seq
           EXEC SQL
                SELECT IFNULL(MAX(SEQ), 0) + 1
                  INTO :sqlcont-seq
                  FROM CLIENTES_CONTATOS
                 WHERE CODIGO_CLIENTE = :sqlcodigo-clientes
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              move 1 to sqlcont-seq
              move zeros to sqlcode
           end-if
           EXEC SQL
                INSERT INTO CLIENTES_CONTATOS
                       (codigo_cliente, seq, papel, nome,
                        telefone, email)
                VALUES
                       (:sqlcodigo-clientes,
                        :sqlcont-seq,
                        :sqlcont-papel,
                        :sqlcont-nome,
                        :sqlcont-telefone,
                        :sqlcont-email)
           END-EXEC
           if sqlcode not = 0
              display "Erro: Nao conseguiu INSERT " at 1510
              display sqlcode at 1610
              accept espera at 2370
              EXEC SQL
                   ROLLBACK
              END-EXEC
              go contatos-cliente
           end-if
           perform comitando
           go contatos-cliente.
       contatos-excluindo.
           display "Seq a excluir: " at 2001
           move zeros to sqlcont-seq
           accept sqlcont-seq at 2016
           if sqlcont-seq = zeros
              go contatos-menu
           end-if
           EXEC SQL
                DELETE FROM CLIENTES_CONTATOS
                 WHERE CODIGO_CLIENTE = :sqlcodigo-clientes
                   AND SEQ = :sqlcont-seq
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              display "Erro: Nao conseguiu DELETE " at 1510
              display sqlcode at 1610
              accept espera at 2370
              EXEC SQL
                   ROLLBACK
              END-EXEC
              go contatos-cliente
           end-if
           perform comitando
           go contatos-cliente.
      *-1060 = coluna ja existe num Alter Table.
       criardocumento.
           EXEC SQL
           else
              display "Criou CLIENTES.DOCUMENTO OK." at 2201
           end-if
           EXEC SQL
                ALTER TABLE CLIENTES ADD CEP CHAR(8)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER CLIENTES.CEP " at 1901
              display sqlcode at 1931
           end-if
      *Enderecos adicionais do cliente (C=cobranca E=entrega
      *O=outro); o endereco do cadastro segue sendo o principal
      *de cobranca.
           else
              display "Criou CLIENTES_ENDERECOS OK." at 2101
           end-if
           EXEC SQL
                CREATE TABLE CLIENTES_CONTATOS
                    (codigo_cliente char(10),
                     seq            int,
                     papel          char(01),
                     nome           char(40),
                     telefone       char(20),
                     email          char(60),
                     primary key    (codigo_cliente, seq))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CLIENTES_CONTATOS " at 2001
              display sqlcode at 2031
           end-if
           EXEC SQL
                ALTER TABLE CLIENTES_ENDERECOS ADD CEP CHAR(8)
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER CLIENTES_ENDERECOS.CEP " at 1801
              display sqlcode at 1836
           end-if
           accept espera at 2301
           go menugeral.
       insert-db.
           move datacadastro-clientes   to sqldatacadastro-clientes
           move situacao-clientes       to sqlsituacao-clientes
           move documento-clientes      to sqldocumento-clientes
           move cep-clientes            to sqlcep-clientes
           perform converter-ts-arquivo-sql.
      *Converte a marca 9(14) do arquivo para o formato datetime do
      *banco (e vice-versa na volta).
                            datacadastro,
                            situacao,
                            ultimamanutencao,
                            documento,
                            cep)
               VALUES
                           (:sqlcodigo-clientes,
                            :sqlnome-clientes,
                            :sqldatacadastro-clientes,
                            :sqlsituacao-clientes,
                            :sqlultimamanutencao,
                            :sqldocumento-clientes,
                            NULLIF(:sqlcep-clientes,' '))
           END-EXEC.
       testando.
           if sqlcode not = 0
           display "Pais Cliente..............: " at 0601
           display "Cidade Cliente............: " at 0701
           display "Estado Cliente............: " at 0801
           display "CEP: " at 0835
           display "Patrimonio Cliente........: " at 0901
           display "Data Cadastro Cliente.....: " at 1001
           display "Situacao Cliente..........: " at 1101
                          sqlestado-clientes   sqldatacadastro-clientes
                          sqlsituacao-clientes sqlultimamanutencao
                          sqldocumento-clientes
                          sqlcep-clientes      ws-cep-anterior

           move zeros                   to sqlpatrimonio-clientes.
       accept-todos.
           end-if
           accept sqlcodigo-clientes at 0229 with update
           accept sqlnome-clientes at 0329 with update
           accept sqlcep-clientes at 0840 with update
           if sqlcep-clientes not = spaces
              and sqlcep-clientes is not numeric
              display "Erro: CEP deve ter 8 digitos" at 1510
              accept espera at 2301
              go accept-todos
           end-if
           perform preencher-cep-clientes
                   thru preencher-cep-clientes-fim
           accept sqlendereco-clientes at 0429 with update
           accept sqlbairro-clientes at 0529 with update
           accept sqlpais-clientes at 0629 with update
                                sqlcidade-clientes
                display "Estado Cliente............: " at 1501
                                sqlestado-clientes
                perform mascarar-cliente
                display "Patrimonio Cliente........: " at 1601
                                ws-patrimonio-tela
                display "Data Cadastro Cliente.....: " at 1701
                                sqldatacadastro-clientes
                display "Situacao Cliente..........: " at 1801
                                sqlsituacao-clientes
                display "Documento CNPJ/CPF........: " at 1901
                                ws-documento-tela

                if ws-pagina-linha >= ws-pagina-tamanho
                   display "Pagina: Enter=Continuar V=Voltar S=Sair"
              go exportar-csv-clientes-fim
           end-if
           add 1 to registro
           if ws-login-nivel = "A"
              move sqldocumento-clientes  to ws-csv-documento
              move sqlpatrimonio-clientes to ws-csv-patrimonio-num
              move ws-csv-patrimonio-txt  to ws-csv-patrimonio
           else
              perform mascarar-cliente
              move ws-documento-tela      to ws-csv-documento
              move ws-patrimonio-tela     to ws-csv-patrimonio
           end-if
           string sqlcodigo-clientes       delimited by size
                  ","                      delimited by size
                  sqlnome-clientes         delimited by size
                  ","                      delimited by size
                  sqlestado-clientes       delimited by size
                  ","                      delimited by size
                  ws-csv-patrimonio        delimited by space
                  ","                      delimited by size
                  sqldatacadastro-clientes delimited by size
                  ","                      delimited by size
                  sqlsituacao-clientes     delimited by size
                  ","                      delimited by size
                  ws-csv-documento         delimited by size
                  into linha-relatorio
           write reg-relatorio from linha-relatorio
           go exportar-csv-clientes-le.
                CLOSE CURSORCLIENTESCSV
           END-EXEC
           close relatorio-sync
           if ws-login-nivel = "A"
              perform gravar-auditoria-exportacao
           end-if
           display "Exportado: " at 0301 ws-relatorio-nome
           display "Total de Registros: " at 0401 registro
           display "Enter para continuar." at 2301
                  go select-update
           end-if

           perform buscar-cep-db
           move sqlcep-clientes to ws-cep-anterior
           accept sqlnome-clientes at 0329 with update
           accept sqlcep-clientes at 0840 with update
           if sqlcep-clientes not = spaces
              and sqlcep-clientes is not numeric
              display "Erro: CEP deve ter 8 digitos" at 1510
              accept espera at 2301
              perform fechacursordados
              go select-update
           end-if
           perform preencher-cep-clientes
                   thru preencher-cep-clientes-fim
           accept sqlendereco-clientes at 0429 with update
           accept sqlbairro-clientes at 0529 with update
           accept sqlpais-clientes at 0629 with update
              perform fechacursordados
              go select-update
           end-if
      *    Documento e patrimonio so sao alterados pelo nivel A; os
      *    demais os veem mascarados e ficam com o valor gravado.
           perform mascarar-cliente
           if ws-login-nivel = "A"
              accept sqlpatrimonio-clientes at 0929 with update
           else
              display ws-patrimonio-tela at 0929
           end-if
           accept sqldatacadastro-clientes at 1029 with update
           accept sqlsituacao-clientes at 1129 with update
           if ws-login-nivel = "A"
              accept sqldocumento-clientes at 1229 with update
           else
              display ws-documento-tela at 1229
           end-if
           perform validar-documento-clientes
           if ws-doc-retorno = "1"
              display "Erro: CNPJ/CPF com digito invalido" at 1510
           if ws-uf-retorno = "9"
              display "Aviso: tabela de UFs indisponivel" at 1410
           end-if.
      *CEP novo ou alterado: a tabela dos Correios (BuscaCEP)
      *preenche logradouro, bairro, cidade e UF, que o operador
      *ainda confirma na tela (numero no endereco) e a UF segue
      *pelo ValidaUF. CEP inalterado nao mexe no endereco gravado.
       preencher-cep-clientes.
           if sqlcep-clientes = spaces
              or sqlcep-clientes = ws-cep-anterior
              go preencher-cep-clientes-fim
           end-if
           move sqlcep-clientes to ws-cep-anterior
           call "BuscaCEP" using sqlcep-clientes
                                 ws-cep-retorno
                                 ws-cep-logradouro
                                 ws-cep-bairro
                                 ws-cep-cidade
                                 ws-cep-uf
           perform avisar-cep-clientes
           if ws-cep-retorno = "0"
              move ws-cep-logradouro to sqlendereco-clientes
              move ws-cep-bairro     to sqlbairro-clientes
              move ws-cep-cidade     to sqlcidade-clientes
              move ws-cep-uf         to sqlestado-clientes
              display sqlendereco-clientes at 0429
              display sqlbairro-clientes   at 0529
              display sqlcidade-clientes   at 0729
              display sqlestado-clientes   at 0829
           end-if.
       preencher-cep-clientes-fim.
           exit.
      *Retorno 1 = CEP fora da tabela, 9 = CEPREF.ARQ indisponivel:
      *segue com digitacao manual, com aviso.
       avisar-cep-clientes.
           if ws-cep-retorno = "1"
              display "Aviso: CEP nao cadastrado na tabela" at 1901
           end-if
           if ws-cep-retorno = "9"
              display "Aviso: tabela de CEPs indisponivel" at 1901
           end-if.
      *CEP fica fora do SELECT * (coluna acrescentada depois do
      *layout de 12 campos dos cursores de CLIENTES).
       buscar-cep-db.
           move spaces to sqlcep-clientes
           EXEC SQL
                SELECT IFNULL(CEP, ' ')
                  INTO :sqlcep-clientes
                  FROM CLIENTES
                 WHERE CODIGO = :sqlcodigo-clientes
           END-EXEC
           if sqlcode not = 0
              move spaces to sqlcep-clientes
           end-if
           move zeros to sqlcode.
      *CNPJ/CPF: digito verificador pelo ValidaDocumento e
      *unicidade na base, apontando o cliente que ja usa o
      *documento.
                         datacadastro = :sqldatacadastro-clientes,
                         situacao = :sqlsituacao-clientes,
                         documento = :sqldocumento-clientes,
                         cep = NULLIF(:sqlcep-clientes,' '),
                         ultimamanutencao = NOW()
                       WHERE CODIGO = :sqlcodigo-clientes
                       LIMIT 1
           display sqlpais-clientes at 0629
           display sqlcidade-clientes at 0729
           display sqlestado-clientes at 0829
           perform mascarar-cliente
           display ws-patrimonio-tela at 0929
           display sqldatacadastro-clientes at 1029
           display sqlsituacao-clientes at 1129.
       fechacursordados1.
                         datacadastro = :sqldatacadastro-clientes,
                         situacao = :sqlsituacao-clientes,
                         documento = :sqldocumento-clientes,
                         cep = NULLIF(:sqlcep-clientes,' '),
                         ultimamanutencao = :sqlultimamanutencao
                       WHERE CODIGO = :sqlcodigo-clientes
                       LIMIT 1
                     into linha-relatorio
              write reg-relatorio from linha-relatorio
           end-if.
      *Documento e patrimonio do cliente corrente como o operador
      *assinado pode ver.
       mascarar-cliente.
           call "MascaraCliente" using ws-login-nivel
                                       sqldocumento-clientes
                                       sqlpatrimonio-clientes
                                       ws-documento-tela
                                       ws-patrimonio-tela.
      *Exportacao com CPF/CNPJ e patrimonio por inteiro fica na
      *trilha de auditoria.
       gravar-auditoria-exportacao.
           move function current-date to ws-current-date
           initialize ws-audit-linha
           string "CLIENTES   | " delimited by size
                  ws-current-date(1:14) delimited by size
                  " | OPERADOR=" delimited by size
                  ws-login-codigo delimited by size
                  " | EXPORTACAO SEM MASCARA ARQUIVO=" delimited by size
                  ws-relatorio-nome delimited by space
                  " REGISTROS=" delimited by size
                  registro delimited by size
                  into ws-audit-linha
           open extend audit-trail
           if fs-audit not = "00"
              open output audit-trail
           end-if
           write reg-audit from ws-audit-linha
           close audit-trail.
       gravar-processlog.
           if ws-plog-evento = "I"
              move zeros to ws-plog-registros
           move data-teste                 to datacadastro-clientes
           move sqlsituacao-clientes       to situacao-clientes
           move sqldocumento-clientes      to documento-clientes
           perform buscar-cep-db
           move sqlcep-clientes            to cep-clientes
           perform converter-ts-sql-arquivo
           move ws-ts-trabalho             to
                                        ultimamanutencao-clientes
           move data-teste                 to datacadastro-clientes
           move sqlsituacao-clientes       to situacao-clientes
           move sqldocumento-clientes      to documento-clientes
           perform buscar-cep-db
           move sqlcep-clientes            to cep-clientes
           perform converter-ts-sql-arquivo
           move ws-ts-trabalho             to
                                        ultimamanutencao-clientes
