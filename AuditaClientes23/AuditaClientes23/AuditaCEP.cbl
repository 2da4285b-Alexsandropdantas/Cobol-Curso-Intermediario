      $SET SQL()
       identification division.
       program-id. AuditaCEP.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select clientes assign to disk organization is indexed
             access mode is dynamic file status fs-estado
             record key is codigo-clientes.
           select relatorio-audit assign to ws-relatorio-nome
             organization is line sequential
             file status is fs-relatorio.
       data division.
       fd clientes
           label record is standard
           value of file-id
                "C:\CursoCobol\BaseNativaCobol\CLIENTES.ARQ".
       01 registro-clientes.
         02 codigo-clientes         pic x(10).
         02 nome-clientes           pic x(50).
         02 endereco-clientes       pic x(50).
         02 bairro-clientes         pic x(50).
         02 pais-clientes           pic x(50).
         02 cidade-clientes         pic x(50).
         02 estado-clientes         pic x(02).
         02 patrimonio-clientes     pic 9(09)v99.
         02 datacadastro-clientes   pic 9(08).
         02 situacao-clientes       pic x(10).
         02 ultimamanutencao-clientes pic 9(14).
         02 documento-clientes      pic x(14).
         02 cep-clientes            pic x(08).
       fd relatorio-audit
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-estado                 pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-modo-batch              pic x(01) value "N".
       01 ws-cat-nome                pic x(20).
       01 ws-cat-registros           pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
       01 ws-cep-retorno             pic x(01).
       01 ws-cep-logradouro          pic x(50).
       01 ws-cep-bairro              pic x(50).
       01 ws-cep-cidade              pic x(50).
       01 ws-cep-uf                  pic x(02).
       01 ws-confere-codigo          pic x(10).
       01 ws-confere-origem          pic x(11).
       01 ws-confere-cep             pic x(08).
       01 ws-confere-cidade          pic x(50).
       01 ws-confere-uf              pic x(02).
       01 ws-ocorrencia              pic x(22).

       01 ws-contadores.
          02 ws-total-lidos          pic 9(07) value zeros.
          02 ws-total-sem-cep        pic 9(07) value zeros.
          02 ws-total-conferem       pic 9(07) value zeros.
          02 ws-total-divergentes    pic 9(07) value zeros.
          02 ws-total-cep-inexist    pic 9(07) value zeros.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlend-codigo              pic x(10).
       01 sqlend-seq                 pic 9(02).
       01 sqlend-cidade              pic x(50).
       01 sqlend-uf                  pic x(02).
       01 sqlend-cep                 pic x(08).
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
      *Conferencia unica dos enderecos ja cadastrados contra a
      *tabela de CEPs dos Correios (CEPREF.ARQ, via BuscaCEP): o
      *endereco principal do CLIENTES.ARQ e os adicionais de
      *CLIENTES_ENDERECOS cuja cidade ou UF nao batem com o CEP
      *informado, ou cujo CEP nao existe na tabela. Enderecos sem
      *CEP so entram na contagem. AUDITACEP_BATCH=S dispensa as
      *pausas quando roda pelo Scheduler.
       iniciando.
           display erase at 0101
           display "Conferencia de Enderecos x Tabela de CEPs"
                   at 0101
           move spaces to ws-modo-batch
           accept ws-modo-batch from environment "AUDITACEP_BATCH"
           if ws-modo-batch not = "S" and ws-modo-batch not = "s"
              move "N" to ws-modo-batch
           end-if
           move "AUDITA-CEP" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           move function current-date(1:8) to ws-data-hoje
           string "AUDITORIA_CEP_"   delimited by size
                  ws-data-hoje       delimited by size
                  ".TXT"             delimited by size
                  into ws-relatorio-nome
           open output relatorio-audit
           move "Enderecos com Cidade/UF divergentes do CEP"
                to ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           string "Codigo     | Origem      | CEP      | "
                                         delimited by size
                  "Cidade/UF informados              | "
                                         delimited by size
                  "Cidade/UF do CEP                  | Ocorrencia"
                                         delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           open input clientes
           if fs-estado not = "00"
              display "Erro ao abrir CLIENTES.ARQ: " at 2301 fs-estado
              close relatorio-audit
              go finalizando-erro
           end-if
           move low-values to codigo-clientes
           start clientes key is >= codigo-clientes invalid key
                 go conferindo-enderecos
           end-start.
       conferindo-cadastro.
           read clientes next at end
                 go conferindo-enderecos.
           add 1 to ws-total-lidos
           display "Enderecos Conferidos: " at 0301 ws-total-lidos
           if cep-clientes = spaces
              add 1 to ws-total-sem-cep
              go conferindo-cadastro
           end-if
           move codigo-clientes to ws-confere-codigo
           move "CADASTRO"      to ws-confere-origem
           move cep-clientes    to ws-confere-cep
           move cidade-clientes to ws-confere-cidade
           move estado-clientes to ws-confere-uf
           perform conferir-cep thru conferir-cep-fim
           if ws-cep-retorno = "9"
              close clientes
              close relatorio-audit
              go finalizando-erro
           end-if
           go conferindo-cadastro.
       conferindo-enderecos.
           close clientes
           EXEC SQL
                DECLARE CURSORAUDCEP CURSOR FOR
                   SELECT CODIGO_CLIENTE, SEQ, CIDADE, UF,
                          IFNULL(CEP, ' ')
                     FROM CLIENTES_ENDERECOS
                    ORDER BY CODIGO_CLIENTE, SEQ
           END-EXEC
           EXEC SQL
                OPEN CURSORAUDCEP
           END-EXEC
           if sqlcode not = 0
              display "Erro: CLIENTES_ENDERECOS " at 1510
              display sqlcode at 1610
              display sqlerrmc at 1710
              close relatorio-audit
              go finalizando-erro
           end-if.
       conferindo-enderecos-le.
           EXEC SQL
                FETCH CURSORAUDCEP INTO
                       :sqlend-codigo,
                       :sqlend-seq,
                       :sqlend-cidade,
                       :sqlend-uf,
                       :sqlend-cep
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSORAUDCEP
              END-EXEC
              go finalizando
           end-if
           add 1 to ws-total-lidos
           display "Enderecos Conferidos: " at 0301 ws-total-lidos
           if sqlend-cep = spaces
              add 1 to ws-total-sem-cep
              go conferindo-enderecos-le
           end-if
           move sqlend-codigo to ws-confere-codigo
           move spaces to ws-confere-origem
           string "ENDERECO " delimited by size
                  sqlend-seq  delimited by size
                  into ws-confere-origem
           move sqlend-cep    to ws-confere-cep
           move sqlend-cidade to ws-confere-cidade
           move sqlend-uf     to ws-confere-uf
           perform conferir-cep thru conferir-cep-fim
           if ws-cep-retorno = "9"
              EXEC SQL
                   CLOSE CURSORAUDCEP
              END-EXEC
              close relatorio-audit
              go finalizando-erro
           end-if
           go conferindo-enderecos-le.
      *Compara cidade (sem diferenca de caixa) e UF do endereco
      *com as do CEP na tabela dos Correios.
       conferir-cep.
           call "BuscaCEP" using ws-confere-cep
                                 ws-cep-retorno
                                 ws-cep-logradouro
                                 ws-cep-bairro
                                 ws-cep-cidade
                                 ws-cep-uf
           if ws-cep-retorno = "9"
              display "Tabela de CEPs (CEPREF.ARQ) indisponivel"
                      at 2301
              go conferir-cep-fim
           end-if
           move spaces to ws-ocorrencia
           if ws-cep-retorno = "1"
              add 1 to ws-total-cep-inexist
              move "CEP NAO CADASTRADO" to ws-ocorrencia
           else
              move function upper-case(ws-confere-cidade)
                   to ws-confere-cidade
              move function upper-case(ws-confere-uf)
                   to ws-confere-uf
              if ws-confere-cidade not = ws-cep-cidade
                 and ws-confere-uf not = ws-cep-uf
                 move "CIDADE E UF DIVERGEM" to ws-ocorrencia
              else
                 if ws-confere-cidade not = ws-cep-cidade
                    move "CIDADE DIVERGE" to ws-ocorrencia
                 end-if
                 if ws-confere-uf not = ws-cep-uf
                    move "UF DIVERGE" to ws-ocorrencia
                 end-if
              end-if
              if ws-ocorrencia = spaces
                 add 1 to ws-total-conferem
              else
                 add 1 to ws-total-divergentes
              end-if
           end-if
           if ws-ocorrencia not = spaces
              move spaces to ws-linha-relatorio
              string ws-confere-codigo       delimited by size
                     " | "                   delimited by size
                     ws-confere-origem       delimited by size
                     " | "                   delimited by size
                     ws-confere-cep          delimited by size
                     " | "                   delimited by size
                     ws-confere-cidade(1:30) delimited by size
                     " "                     delimited by size
                     ws-confere-uf           delimited by size
                     " | "                   delimited by size
                     ws-cep-cidade(1:30)     delimited by size
                     " "                     delimited by size
                     ws-cep-uf               delimited by size
                     " | "                   delimited by size
                     ws-ocorrencia           delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
           end-if.
       conferir-cep-fim.
           exit.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio.
       gravar-processlog.
           call "GravaProcessLog" using ws-plog-job
                                        ws-plog-evento
                                        ws-plog-registros
                                        ws-plog-status.
       finalizando.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           string "Enderecos lidos..........: " delimited by size
                  ws-total-lidos               delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           string "Sem CEP informado........: " delimited by size
                  ws-total-sem-cep             delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           string "Conferem com o CEP.......: " delimited by size
                  ws-total-conferem            delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           string "Cidade/UF divergentes....: " delimited by size
                  ws-total-divergentes         delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-linha-relatorio
           string "CEP nao cadastrado.......: " delimited by size
                  ws-total-cep-inexist         delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-audit

           move "AUDITORIA_CEP" to ws-cat-nome
           compute ws-cat-registros =
                   ws-total-divergentes + ws-total-cep-inexist
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           move "F" to ws-plog-evento
           move ws-total-lidos to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           display "Relatorio Gerado: " at 1801 ws-relatorio-nome
           display "Enderecos Lidos.......: " at 1901 ws-total-lidos
           display "Sem CEP...............: " at 2001 ws-total-sem-cep
           display "Divergentes...........: " at 2101
                           ws-total-divergentes
           display "CEP Nao Cadastrado....: " at 2201
                           ws-total-cep-inexist
           go desconectando.
       finalizando-erro.
           move "F" to ws-plog-evento
           move ws-total-lidos to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           move 8 to return-code.
       desconectando.
           EXEC SQL
                DISCONNECT all
           END-EXEC
           if ws-modo-batch = "N"
              accept espera at 2380
           end-if
           exit program
           stop run.
       end program AuditaCEP.
