      $SET SQL()
       identification division.
       program-id. LerCTe.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select arquivolista
                  assign to "C:\CursoCobol\LerXML\CTE.LST"
                  file status is estado-lista
                  organization is line sequential.
           select arquivoxml
                  assign to ws-nome-arquivoxml
                  file status is estado
                  organization is line sequential.
           select nfectl assign to disk
                  organization is indexed
                  access mode is dynamic
                  file status is estado-nfectl
                  record key is chave-nfectl.
           select arquivoexcecoes assign to ws-nome-excecoes
                  file status is estado-excecoes
                  organization is line sequential.
           select arquivorejeitados assign to ws-nome-rejeitados
                  file status is estado-rejeitados
                  organization is line sequential.
       data division.
       fd arquivolista
           label record is standard.
       01 registro-arquivolista     pic x(80).
       fd arquivoxml
           label record is standard.
       01 registro-arquivoxml       pic x(2000).
       fd nfectl
           label record is standard
           value of file-id "NFECTL.ARQ".
       01 registro-nfectl.
         02 chave-nfectl.
            03 pedido-nfectl        pic x(10).
            03 numero-nfectl        pic x(10).
         02 data-nfectl             pic 9(08).
         02 arquivo-nfectl          pic x(60).
         02 situacao-nfectl         pic x(01).
         02 quando-nfectl           pic 9(14).
         02 fatura-nfectl           pic 9(02).
         02 qtd-eventos-nfectl      pic 9(02).
         02 evento-nfectl occurs 21 times.
            03 tipo-evento-nfectl   pic x(06).
            03 seq-evento-nfectl    pic 9(02).
            03 quando-evento-nfectl pic 9(14).
            03 operador-evento-nfectl pic x(20).
            03 arquivo-evento-nfectl pic x(60).
         02 chave-acesso-nfectl     pic x(44).
       fd arquivoexcecoes
           label record is standard.
       01 registro-excecoes         pic x(200).
       fd arquivorejeitados
           label record is standard.
       01 registro-rejeitados       pic x(200).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       01 estado                    pic x(02).
       01 estado-lista              pic x(02).
       01 estado-nfectl             pic x(02).
       01 estado-excecoes           pic x(02).
       01 estado-rejeitados         pic x(02).
       01 resposta                  pic x.

       01 current-element           pic x(30).
       01 ws-bloco-atual             pic x(20) value spaces.
       01 ws-nome-arquivoxml         pic x(80).
       01 ws-nome-arquivo-base       pic x(60).
       01 ws-abriu-arquivoxml        pic x(01) value "N".
       01 ws-data-hoje               pic 9(08).
       01 ws-modo-batch              pic x(01) value "N".
       01 ws-nome-excecoes           pic x(60).
       01 ws-linha-excecao           pic x(200).
       01 ws-nome-rejeitados         pic x(60).
       01 ws-linha-rejeitado         pic x(200).
       01 ws-quarentena-criada       pic x(01) value "N".
       01 ws-dir-quarentena          pic x(40) value
              "C:\CursoCobol\LerXML\QUARENTENA".
       01 ws-nome-quarentena         pic x(120).
       01 ws-xml-code-disp           pic s9(09).
       01 status-code                pic x(2) comp-5.
       01 ws-env-tolerancia          pic x(06).
       01 ws-tolerancia              pic 9(03)v99 value 2,00.
       01 ws-limite-frete            pic 9(09)v99.
       01 ws-diferenca               pic s9(09)v99.
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
       01 ws-cotado-edit             pic zzz.zzz.zz9,99.
       01 ws-dif-edit                pic -zzz.zzz.zz9,99.
       01 ws-total-ctes              pic 9(05) value zeros.
       01 ws-total-ok                pic 9(05) value zeros.
       01 ws-total-acima             pic 9(05) value zeros.
       01 ws-total-sem-embarque      pic 9(05) value zeros.
       01 ws-total-duplicados        pic 9(05) value zeros.
       01 ws-total-erros-xml         pic 9(05) value zeros.
      *Dados do CT-e em parse: numero, emitente (transportadora),
      *valor total da prestacao e as chaves das NF-e transportadas.
       01 ws-cte-numero              pic x(20).
       01 ws-cte-cnpj                pic x(14).
       01 ws-cte-emitente            pic x(60).
       01 ws-cte-valor               pic 9(09)v99.
       01 ws-tabela-chaves.
          02 ws-chave-nfe occurs 30 times pic x(44).
       01 ws-qtd-chaves              pic 9(02).
       01 ws-ind-chave               pic 9(02).
      *Embarques ligados ao CT-e pelas NF-e referenciadas.
       01 ws-tabela-embarques.
          02 ws-emb occurs 30 times.
             03 ws-emb-pedido        pic x(10).
             03 ws-emb-fatura        pic 9(02).
             03 ws-emb-frete         pic 9(09)v99.
       01 ws-qtd-embarques           pic 9(02).
       01 ws-ind-emb                 pic 9(02).
       01 ws-nnf-chave               pic x(09).
       01 ws-achou-nota              pic x(01).
       01 ws-fim-nfectl              pic x(01).
       01 ws-rateio-acumulado        pic 9(09)v99.
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
       01 ws-alerta-job              pic x(20).
       01 ws-alerta-severidade       pic x(01).
       01 ws-alerta-mensagem         pic x(60).
       01 ws-alerta-classe           pic x(20).
       01 ws-alerta-valor            pic 9(07).
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlcte-numero              pic x(20).
       01 sqlcte-cnpj                pic x(14).
       01 sqlcte-emitente            pic x(60).
       01 sqlcte-valor               pic 9(09)v99.
       01 sqlcte-cotado              pic 9(09)v99.
       01 sqlcte-embarques           pic 9(03).
       01 sqlcte-situacao            pic x(12).
       01 sqlcte-arquivo             pic x(60).
       01 sqlja-existe               pic 9(05).
       01 sqlcodigo-pedido           pic x(10).
       01 sqlfatura                  pic 9(02).
       01 sqlfrete-previsto          pic 9(09)v99.
       01 sqlfrete-cobrado           pic 9(09)v99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
       conectando.
           call "ConectaAmbiente" using ws-conexao-ambiente
                                        ws-conexao-usada
                                        ws-conexao-retorno
           if ws-conexao-retorno not = "0"
              display "Erro: Nao conseguiu conectar " at 2301
              accept resposta at 2401
              stop run
           end-if.
      *Auditoria de frete pelos CT-e das transportadoras: cada XML
      *da lista CTE.LST e lido como no LerXML; as NF-e que o CT-e
      *transporta (chave de acesso, nNF nas posicoes 26-34) levam,
      *pelo NFECTL.ARQ, ao pedido/fatura e ao embarque. O valor da
      *prestacao e comparado com a soma do frete cotado desses
      *embarques; cobranca acima da tolerancia (CTE_TOLERANCIA, %
      *sobre o cotado, padrao 2) vai para a listagem de excecoes e
      *para o ALERTAS.ARQ. O CT-e fica em CTE_AUDITORIA e o valor
      *cobrado e rateado nos embarques pelo frete cotado. XML com
      *erro de parse vai para a QUARENTENA como no LerXML.
       arquivo.
           display erase at 0101
           move spaces to ws-modo-batch
           accept ws-modo-batch from environment "LERCTE_BATCH"
           if ws-modo-batch = "S" or ws-modo-batch = "s"
              move "S" to ws-modo-batch
           else
              move "N" to ws-modo-batch
           end-if
           move spaces to ws-env-tolerancia
           accept ws-env-tolerancia from environment "CTE_TOLERANCIA"
           if ws-env-tolerancia not = spaces
              compute ws-tolerancia =
                      function numval (ws-env-tolerancia)
                   on size error move 2,00 to ws-tolerancia
              end-compute
           end-if
           move "LERCTE" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           open input arquivolista
           if estado-lista not = "00"
              display "Lista de CT-e Nao existe: " at 2301 estado-lista
              if ws-modo-batch not = "S"
                 accept resposta at 2401
              end-if
              go finalizando-erro
           end-if
           open input nfectl
           if estado-nfectl not = "00"
              display "NFECTL.ARQ indisponivel: " at 2301 estado-nfectl
              if ws-modo-batch not = "S"
                 accept resposta at 2401
              end-if
              close arquivolista
              go finalizando-erro
           end-if
           move function current-date(1:8) to ws-data-hoje
           move spaces to ws-nome-excecoes
           string "AUDITORIA_FRETE_"       delimited by size
                  ws-data-hoje             delimited by size
                  ".TXT"                   delimited by size
                  into ws-nome-excecoes
           open output arquivoexcecoes
           move ws-tolerancia to ws-valor-edit
           initialize ws-linha-excecao
           string "CT-e com frete fora da cotacao - tolerancia "
                                           delimited by size
                  ws-valor-edit            delimited by size
                  " %"                     delimited by size
                  into ws-linha-excecao
           write registro-excecoes from ws-linha-excecao
           initialize ws-linha-excecao
           string "CT-e | Transportadora | Cobrado | Cotado"
                                           delimited by size
                  " | Diferenca | Situacao"
                                           delimited by size
                  into ws-linha-excecao
           write registro-excecoes from ws-linha-excecao
           move spaces to ws-nome-rejeitados
           string "REJEITADOS_CTE_"        delimited by size
                  ws-data-hoje             delimited by size
                  ".TXT"                   delimited by size
                  into ws-nome-rejeitados
           open output arquivorejeitados
           move "Arquivo | XML-CODE | Elemento em parse"
                to ws-linha-rejeitado
           write registro-rejeitados from ws-linha-rejeitado
           go lendo-lista.
       lendo-lista.
           read arquivolista at end
              go fim-lista.
           move spaces to ws-nome-arquivoxml
           move registro-arquivolista(1:60)
                to ws-nome-arquivo-base
           string "C:\CursoCobol\LerXML\" delimited by size
                  registro-arquivolista   delimited by spaces
                  into                    ws-nome-arquivoxml
           perform abrindo-arquivoxml thru fim-arquivoxml-saida
           go lendo-lista.
       fim-lista.
           close arquivolista
           close nfectl
           close arquivoexcecoes
           close arquivorejeitados
           move "F" to ws-plog-evento
           move ws-total-ctes to ws-plog-registros
           if ws-total-erros-xml not = zeros
              move "ERRO" to ws-plog-status
              move "LERCTE" to ws-alerta-job
              move "A" to ws-alerta-severidade
              initialize ws-alerta-mensagem
              string "ERROS DE PARSE CT-E: " delimited by size
                     ws-total-erros-xml      delimited by size
                     into ws-alerta-mensagem
              move "ERROS_XML" to ws-alerta-classe
              move ws-total-erros-xml to ws-alerta-valor
              call "GravaAlerta" using ws-alerta-job
                                       ws-alerta-severidade
                                       ws-alerta-mensagem
                                       ws-alerta-classe
                                       ws-alerta-valor
           else
              move "OK" to ws-plog-status
           end-if
           perform gravar-processlog
           move "AUDITORIA_FRETE" to ws-cat-nome
           compute ws-cat-registros =
                   ws-total-acima + ws-total-sem-embarque
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-nome-excecoes
                                          ws-plog-job
                                          ws-cat-registros
           go fim.
       finalizando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go fim-desconecta.
       gravar-processlog.
           call "GravaProcessLog" using ws-plog-job
                                        ws-plog-evento
                                        ws-plog-registros
                                        ws-plog-status.
       abrindo-arquivoxml.
           move "N" to ws-abriu-arquivoxml
           move spaces to ws-cte-numero ws-cte-cnpj ws-cte-emitente
                          ws-bloco-atual current-element
           move zeros to ws-cte-valor ws-qtd-chaves
           open input arquivoxml
           if estado not = "00"
              display "Arquivo XML Nao existe: " at 2301 estado
              display ws-nome-arquivoxml at 2401
              if ws-modo-batch not = "S"
                 accept resposta at 2401
              end-if
              go fim-arquivoxml
           end-if
           move "S" to ws-abriu-arquivoxml.
       lendo.
           read arquivoxml at end
              go fim-arquivoxml.

           XML parse registro-arquivoxml
                     processing procedure xml-handler thru
                                          xml-handler-exit
           End-XML

           if XML-CODE not = 0
              add 1 to ws-total-erros-xml
              display "Erro de Parse XML. Codigo: " at 2301
                            XML-CODE
              display ws-nome-arquivoxml at 2401
              perform rejeitar-arquivo-xml
                      thru rejeitar-arquivo-xml-fim
              go fim-arquivoxml
           end-if

           go lendo.
       fim-arquivoxml.
           if ws-abriu-arquivoxml = "S"
              close arquivoxml
              perform auditar-cte thru auditar-cte-fim
           end-if.
       fim-arquivoxml-saida.
           exit.
       auditar-cte.
           if ws-cte-numero = spaces
              initialize ws-linha-excecao
              string ws-nome-arquivo-base delimited by "  "
                     " | sem numero de CT-e (nCT)"
                                          delimited by size
                     into ws-linha-excecao
              write registro-excecoes from ws-linha-excecao
              go auditar-cte-fim
           end-if
           move ws-cte-numero to sqlcte-numero
           move ws-cte-cnpj to sqlcte-cnpj
           move ws-cte-emitente to sqlcte-emitente
           move ws-cte-valor to sqlcte-valor
           move ws-nome-arquivo-base to sqlcte-arquivo
           move zeros to sqlja-existe
           EXEC SQL
                SELECT COUNT(*) INTO :sqlja-existe
                  FROM CTE_AUDITORIA
                 WHERE NUMERO_CTE = :sqlcte-numero
                   AND CNPJ_EMITENTE = :sqlcte-cnpj
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlja-existe
           end-if
           if sqlja-existe > zeros
              add 1 to ws-total-duplicados
              Display '---> CT-E JA AUDITADO (ignorado)........:   '
                            ws-cte-numero
              go auditar-cte-fim
           end-if
           add 1 to ws-total-ctes
           move zeros to ws-qtd-embarques sqlcte-cotado
           move 1 to ws-ind-chave
           perform ligar-nota thru ligar-nota-fim
                   until ws-ind-chave > ws-qtd-chaves
           move ws-qtd-embarques to sqlcte-embarques
           compute ws-limite-frete rounded =
                   sqlcte-cotado +
                   (sqlcte-cotado * ws-tolerancia / 100)
           compute ws-diferenca = sqlcte-valor - sqlcte-cotado
           evaluate true
              when ws-qtd-embarques = zeros
                 move "SEM EMBARQUE" to sqlcte-situacao
                 add 1 to ws-total-sem-embarque
              when sqlcte-cotado = zeros
                 move "SEM COTACAO" to sqlcte-situacao
                 add 1 to ws-total-sem-embarque
              when sqlcte-valor > ws-limite-frete
                 move "ACIMA" to sqlcte-situacao
                 add 1 to ws-total-acima
              when other
                 move "OK" to sqlcte-situacao
                 add 1 to ws-total-ok
           end-evaluate
           EXEC SQL
                INSERT INTO CTE_AUDITORIA
                       (numero_cte, cnpj_emitente, emitente,
                        valor_cobrado, valor_cotado, embarques,
                        situacao, arquivo, quando)
                VALUES
                       (:sqlcte-numero,
                        :sqlcte-cnpj,
                        :sqlcte-emitente,
                        :sqlcte-valor,
                        :sqlcte-cotado,
                        :sqlcte-embarques,
                        :sqlcte-situacao,
                        :sqlcte-arquivo,
                        NOW())
           END-EXEC
           if sqlcode not = 0
              display "Erro: INSERT CTE_AUDITORIA " at 2301 sqlcode
              EXEC SQL
                   ROLLBACK
              END-EXEC
              go auditar-cte-fim
           end-if
           move zeros to ws-rateio-acumulado
           move 1 to ws-ind-emb
           perform ratear-frete thru ratear-frete-fim
                   until ws-ind-emb > ws-qtd-embarques
           EXEC SQL
                COMMIT
           END-EXEC
           Display '---> CT-e...............................:   '
                         ws-cte-numero
           Display '---> Transportadora.....................:   '
                         ws-cte-emitente
           Display '---> Situacao da auditoria..............:   '
                         sqlcte-situacao
           if sqlcte-situacao = "OK"
              go auditar-cte-fim
           end-if
           move sqlcte-valor to ws-valor-edit
           move sqlcte-cotado to ws-cotado-edit
           move ws-diferenca to ws-dif-edit
           initialize ws-linha-excecao
           string ws-cte-numero          delimited by spaces
                  " | "                  delimited by size
                  ws-cte-cnpj            delimited by spaces
                  " "                    delimited by size
                  ws-cte-emitente(1:30)  delimited by size
                  " | "                  delimited by size
                  ws-valor-edit          delimited by size
                  " | "                  delimited by size
                  ws-cotado-edit         delimited by size
                  " | "                  delimited by size
                  ws-dif-edit            delimited by size
                  " | "                  delimited by size
                  sqlcte-situacao        delimited by size
                  into ws-linha-excecao
           write registro-excecoes from ws-linha-excecao
           if sqlcte-situacao = "ACIMA"
              move "LERCTE" to ws-alerta-job
              move "A" to ws-alerta-severidade
              initialize ws-alerta-mensagem
              string "FRETE ACIMA COTACAO CT-E " delimited by size
                     ws-cte-numero               delimited by spaces
                     " DIF "                     delimited by size
                     ws-dif-edit                 delimited by size
                     into ws-alerta-mensagem
              move spaces to ws-alerta-classe
              move zeros to ws-alerta-valor
              call "GravaAlerta" using ws-alerta-job
                                       ws-alerta-severidade
                                       ws-alerta-mensagem
                                       ws-alerta-classe
                                       ws-alerta-valor
           end-if.
       auditar-cte-fim.
           exit.
      *Chave da NF-e referenciada -> nota no NFECTL.ARQ (a nota
      *cancelada nao conta) -> embarque do pedido/fatura.
       ligar-nota.
           move ws-chave-nfe(ws-ind-chave)(26:9) to ws-nnf-chave
           add 1 to ws-ind-chave
           move "N" to ws-achou-nota
           move "N" to ws-fim-nfectl
           move low-values to chave-nfectl
           start nfectl key is >= chave-nfectl invalid key
              go ligar-nota-fim
           end-start
           perform procurar-nota thru procurar-nota-fim
                   until ws-achou-nota = "S" or ws-fim-nfectl = "S"
           if ws-achou-nota = "N"
              go ligar-nota-fim
           end-if
           move pedido-nfectl to sqlcodigo-pedido
           move fatura-nfectl to sqlfatura
           EXEC SQL
                SELECT IFNULL(FRETE_PREVISTO, 0)
                  INTO :sqlfrete-previsto
                  FROM EMBARQUES
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND FATURA = :sqlfatura
           END-EXEC
           if sqlcode not = 0
              go ligar-nota-fim
           end-if
           if ws-qtd-embarques < 30
              add 1 to ws-qtd-embarques
              move sqlcodigo-pedido to ws-emb-pedido(ws-qtd-embarques)
              move sqlfatura to ws-emb-fatura(ws-qtd-embarques)
              move sqlfrete-previsto to ws-emb-frete(ws-qtd-embarques)
              add sqlfrete-previsto to sqlcte-cotado
           end-if.
       ligar-nota-fim.
           exit.
       procurar-nota.
           read nfectl next at end
              move "S" to ws-fim-nfectl
              go procurar-nota-fim
           end-read
           if numero-nfectl(1:9) = ws-nnf-chave
              and situacao-nfectl not = "C"
              move "S" to ws-achou-nota
           end-if.
       procurar-nota-fim.
           exit.
      *Valor cobrado rateado pelo frete cotado de cada embarque
      *(partes iguais se nada foi cotado); o ultimo leva o resto.
       ratear-frete.
           if ws-ind-emb = ws-qtd-embarques
              compute sqlfrete-cobrado =
                      sqlcte-valor - ws-rateio-acumulado
           else
              if sqlcte-cotado = zeros
                 compute sqlfrete-cobrado rounded =
                         sqlcte-valor / ws-qtd-embarques
              else
                 compute sqlfrete-cobrado rounded =
                         sqlcte-valor * ws-emb-frete(ws-ind-emb)
                         / sqlcte-cotado
              end-if
           end-if
           add sqlfrete-cobrado to ws-rateio-acumulado
           move ws-emb-pedido(ws-ind-emb) to sqlcodigo-pedido
           move ws-emb-fatura(ws-ind-emb) to sqlfatura
           add 1 to ws-ind-emb
           EXEC SQL
                UPDATE EMBARQUES
                   SET CTE_NUMERO = :sqlcte-numero,
                       FRETE_COBRADO = :sqlfrete-cobrado
                 WHERE CODIGO_PEDIDO = :sqlcodigo-pedido
                   AND FATURA = :sqlfatura
           END-EXEC.
       ratear-frete-fim.
           exit.
       rejeitar-arquivo-xml.
           close arquivoxml
           move "N" to ws-abriu-arquivoxml

           move XML-CODE to ws-xml-code-disp
           initialize ws-linha-rejeitado
           string ws-nome-arquivo-base delimited by "  "
                  " | "                delimited by size
                  ws-xml-code-disp     delimited by size
                  " | "                delimited by size
                  current-element      delimited by size
                  into ws-linha-rejeitado
           write registro-rejeitados from ws-linha-rejeitado

           if ws-quarentena-criada = "N"
              call "CBL_CREATE_DIR" using ws-dir-quarentena
                                returning status-code
              move "S" to ws-quarentena-criada
           end-if
           initialize ws-nome-quarentena
           string ws-dir-quarentena    delimited by spaces
                  "\"                  delimited by size
                  ws-nome-arquivo-base delimited by spaces
                  into ws-nome-quarentena
           call "CBL_COPY_FILE" using ws-nome-arquivoxml
                                      ws-nome-quarentena
                            returning status-code
           if status-code = zero
              call "CBL_DELETE_FILE" using ws-nome-arquivoxml
                                 returning status-code
              Display '---> Arquivo movido para a QUARENTENA...:   '
                            ws-nome-arquivo-base
           else
              Display '---> AVISO: nao moveu para a QUARENTENA.:   '
                            ws-nome-arquivo-base
           end-if.
       rejeitar-arquivo-xml-fim.
           exit.

       xml-handler section.
           Evaluate XML-Event
           When 'START-OF-ELEMENT'
             Move XML-Text to current-element
             if XML-Text = 'emit' or XML-Text = 'rem'
                                   or XML-Text = 'dest'
                                   or XML-Text = 'vPrest'
                                   or XML-Text = 'infNFe'
                Move XML-Text to ws-bloco-atual
             end-if
           When 'CONTENT-CHARACTERS'
             evaluate current-element
             When 'nCT'
              Move XML-Text to ws-cte-numero
             When 'CNPJ'
              if ws-bloco-atual = 'emit'
                 Move XML-Text to ws-cte-cnpj
              end-if
             When 'xNome'
              if ws-bloco-atual = 'emit'
                 Move XML-Text to ws-cte-emitente
              end-if
             When 'vTPrest'
              Compute ws-cte-valor = function numval-c(XML-Text)
             When 'chave'
              if ws-bloco-atual = 'infNFe' and ws-qtd-chaves < 30
                 add 1 to ws-qtd-chaves
                 Move XML-Text to ws-chave-nfe(ws-qtd-chaves)
              end-if
             End-evaluate
           When 'END-OF-ELEMENT'
             if XML-Text = 'emit' or XML-Text = 'rem'
                                   or XML-Text = 'dest'
                                   or XML-Text = 'vPrest'
                                   or XML-Text = 'infNFe'
                Move spaces to ws-bloco-atual
             end-if
             Move spaces to current-element
           When 'EXCEPTION'
             Display 'Erro no Parse XML: {' XML-Text '}'
           End-evaluate
           .
       xml-handler-exit.
           exit.
       fim.
           Display '---> Total de CT-e Auditados............:   '
                         ws-total-ctes
           Display '---> CT-e Dentro da Cotacao.............:   '
                         ws-total-ok
           Display '---> CT-e Acima da Cotacao..............:   '
                         ws-total-acima
           Display '---> CT-e Sem Embarque/Cotacao..........:   '
                         ws-total-sem-embarque
           Display '---> CT-e Ja Auditados (ignorados)......:   '
                         ws-total-duplicados
           Display '---> Total de Erros de Parse XML........:   '
                         ws-total-erros-xml
           if ws-modo-batch not = "S"
              accept resposta
           end-if.
       fim-desconecta.
           EXEC SQL
                DISCONNECT all
           END-EXEC
           stop run.
       End program LerCTe.
