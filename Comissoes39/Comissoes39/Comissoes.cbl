      *da mudanca ao lado); em branco vale como ativo.
           02 situacao-vendedores  pic x(01).
           02 dataefetiva-vendedores pic 9(08).
      *supervisor: codigo do vendedor que chefia a equipe (zeros
      *= sem supervisor); override: percentual do supervisor sobre
      *a base de comissao aprovada da sua equipe.
           02 supervisor-vendedores pic 9(3).
           02 override-vendedores  pic 9(02)v99.
       fd comissao
           label record is standard
           value of file-id "COMISSAO.ARQ".
       01 ws-extra-total             pic 9(11)v99.
       01 ws-ating-edit              pic zz9,99.
       01 ws-fator-edit              pic 9,99.
       01 opcao                      pic 9(01) value zeros.
      *Equipes de vendas carregadas do Vendedores.Arq pelo codigo
      *do vendedor (base = comissao aprovada dos subordinados).
       01 ws-eq-indice               pic 9(04).
       01 ws-eq-codigo               pic 9(03).
       01 ws-eq-selecionado          pic 9(03).
       01 ws-eq-sup                  pic 9(03).
       01 ws-eq-membros              pic 9(03).
       01 ws-eq-gravados             pic 9(03).
       01 ws-eq-carregado            pic x(01).
       01 ws-eq-tabela.
          02 ws-eq-item occurs 999 times.
             03 ws-eq-supervisor     pic 9(03).
             03 ws-eq-override       pic 9(02)v99.
             03 ws-eq-nome           pic x(40).
             03 ws-eq-base           pic s9(13)v99.
       01 ws-override-valor          pic 9(11)v99.
       01 ws-total-override          pic 9(13)v99.
       01 ws-total-membro            pic s9(13)v99.
       01 ws-total-equipe            pic s9(13)v99.
       01 ws-override-edit           pic z9,99.
      *Separacao do extrato em um arquivo por vendedor.
       01 ws-separa-acao             pic x(01).
       01 ws-separa-nome             pic x(20) value "COMISSAO".
       01 ws-separa-job              pic x(20) value "COMISSOES".
       01 ws-separa-vendedor         pic x(03) value spaces.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 sqlvalor-apuracao          pic s9(11)v99.
       01 sqlorigem-estorno          pic x(10).
       01 sqloperador-apur           pic x(20).
       01 sqlqtd-aprovados           pic 9(05).
       01 sqltipo-apur               pic x(10).
       01 sqlstatus-apur             pic x(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
                exit program
                stop run
           end-if.
       menugeral.
           display erase at 0101
           display "Comissoes de Vendas" at 0101
           display "1.Apurar Comissoes do Periodo" at 0301
           display "2.Override dos Supervisores" at 0401
           display "3.Extrato da Equipe (Supervisor)" at 0501
           display "0.Sair" at 0601
           display "Opcao:" at 0801
           initialize opcao
           accept opcao at 0807
           if opcao = 1 go iniciando.
           if opcao = 2 go override-equipes.
           if opcao = 3 go extrato-equipe.
           if opcao = 0 go desconectando.
           go menugeral.
       iniciando.
           display erase at 0101
           display "Apuracao Mensal de Comissoes" at 0101
           move zeros to ws-ano-apuracao
           accept ws-ano-apuracao at 0313
           if ws-ano-apuracao = zeros
              go menugeral
           end-if
           display "Mes (MM)..: " at 0401
           move zeros to ws-mes-apuracao
                              estado-vendedores
              close vendedores
              accept espera at 2180
              go menugeral
           end-if
           open input comissao
           if fs-comissao not = "00"
           end-if
           perform carregar-faixas thru carregar-faixas-fim

           move spaces to ws-extrato-nome ws-folha-nome
           string "EXTRATO_COMISSAO_" delimited by size
                  ws-anomes           delimited by size
                  ".TXT"              delimited by size
                  ws-anomes                          delimited by size
                  into ws-linha-extrato
           perform gravar-extrato
           move spaces to ws-separa-vendedor
           move "A" to ws-separa-acao
           call "SeparaRelatorio" using ws-separa-acao
                                        ws-separa-nome
                                        ws-separa-job
                                        ws-separa-vendedor
                                        ws-linha-extrato

           string "FOLHA_COMISSAO_" delimited by size
                  ws-anomes         delimited by size
           move spaces to ws-vendedor-atual
           move zeros to ws-total-vendas-vend ws-total-comissao-vend
                         ws-total-comissao-geral ws-total-pedidos
           move zeros to ws-uf-usadas ws-total-residual

      *    Fatura mensal: a comissao sai pelos pedidos de origem
      *    (CONSOLIDADO), cada um com o seu vendedor, e nao pela
      *    fatura que os agrupa.
           EXEC SQL
                DECLARE CURSORCOMIS CURSOR FOR
                   SELECT CODIGO, CODIGO_CLIENTE, DATAPEDIDO, VALOR,
                          CODIGO_VENDEDOR
                     FROM PEDIDOS
                    WHERE STATUS IN ('FATURADO','COBRANCA','PAGO',
                                     'CONSOLIDADO')
                      AND DATAPEDIDO >= :ws-data-inicial
                      AND DATAPEDIDO < :ws-data-final
                      AND NOT EXISTS
                          (SELECT 1 FROM PEDIDOS C
                            WHERE C.FATURA_MENSAL = PEDIDOS.CODIGO)
                    ORDER BY CODIGO_VENDEDOR, DATAPEDIDO, CODIGO
           END-EXEC
           EXEC SQL
           perform gravar-extrato

           close extrato-comissao
           move "F" to ws-separa-acao
           call "SeparaRelatorio" using ws-separa-acao
                                        ws-separa-nome
                                        ws-separa-job
                                        ws-separa-vendedor
                                        ws-linha-extrato
           close folha-comissao
           close vendedores
           close comissao
           move ws-total-comissao-geral to ws-total-edit
           display "Total Comissoes: " at 1001 ws-total-edit
           accept espera at 2301
           go menugeral.
      *Taxa do vendedor: especifica (V+codigo) se houver, senao a
      *taxa da UF do vendedor (U+UF), senao zero.
       abrir-vendedor.

           move spaces to ws-linha-extrato
           perform gravar-extrato
           move ws-vendedor-atual to ws-separa-vendedor
           move ws-taxa-atual to ws-taxa-edit
           initialize ws-linha-extrato
           string "Vendedor " delimited by size
                  ws-total-edit         delimited by size
                  into ws-linha-extrato
           perform gravar-extrato
           move spaces to ws-separa-vendedor

           initialize ws-linha-folha
           string ws-anomes             delimited by size
                  " estorno "         delimited by size
                  ws-estorno-edit     delimited by size
                  into ws-linha-extrato
           move sqlvendedor-apur to ws-separa-vendedor
           perform gravar-extrato
           move spaces to ws-separa-vendedor
           initialize ws-linha-folha
           string ws-anomes           delimited by size
                  ";"                 delimited by size
              move ws-comissao-pedido
                to ws-uf-comissao(ws-uf-usadas)
           end-if.
      *Override do supervisor: o percentual do Vendedores.Arq
      *sobre a comissao APROVADA (apuracao e estornos) dos
      *vendedores que respondem a ele no periodo. So roda com o
      *periodo aprovado e ainda nao pago; refazer substitui as
      *linhas OVERRIDE anteriores. As linhas ja entram APROVADAS
      *e vao a PAGO junto com o periodo no AprovaComissao.
       override-equipes.
           display erase at 0101
           display "Override dos Supervisores" at 0101
           display "Ano/Mes (AAAAMM): " at 0301
           move spaces to sqlanomes
           accept sqlanomes at 0319
           if sqlanomes = spaces
              go menugeral
           end-if
           move sqlanomes to ws-anomes
           move zeros to sqlqtd-pagos
           EXEC SQL
                SELECT COUNT(*) INTO :sqlqtd-pagos
                  FROM COMISSAO_APURACAO
                 WHERE ANOMES = :sqlanomes
                   AND STATUS = 'PAGO'
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              move zeros to sqlqtd-pagos
              move zeros to sqlcode
           end-if
           if sqlqtd-pagos > zeros
              display "Periodo ja PAGO: override bloqueado." at 2101
              accept espera at 2180
              go menugeral
           end-if
           move zeros to sqlqtd-aprovados
           EXEC SQL
                SELECT COUNT(*) INTO :sqlqtd-aprovados
                  FROM COMISSAO_APURACAO
                 WHERE ANOMES = :sqlanomes
                   AND TIPO = 'APURACAO'
                   AND STATUS = 'APROVADO'
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100
              move zeros to sqlqtd-aprovados
              move zeros to sqlcode
           end-if
           if sqlqtd-aprovados = zeros
              display "Periodo sem comissao APROVADA." at 2101
              accept espera at 2180
              go menugeral
           end-if
           perform carregar-equipes thru carregar-equipes-fim
           if ws-eq-carregado = "N"
              go menugeral
           end-if
           EXEC SQL
                DELETE FROM COMISSAO_APURACAO
                 WHERE ANOMES = :sqlanomes
                   AND TIPO = 'OVERRIDE'
           END-EXEC
           move zeros to sqlcode

           move "COMISSOES-OVERRIDE" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog
           move spaces to ws-operador
           accept ws-operador from environment "USUARIO"
           if ws-operador = spaces
              move "OPERADOR" to ws-operador
           end-if
           move ws-operador to sqloperador-apur

           move spaces to ws-folha-nome
           string "FOLHA_OVERRIDE_" delimited by size
                  ws-anomes         delimited by size
                  ".TXT"            delimited by size
                  into ws-folha-nome
           open output folha-comissao
           move zeros to ws-eq-gravados ws-total-override
           move zeros to ws-eq-indice.
       override-equipes-base.
           add 1 to ws-eq-indice
           if ws-eq-indice > 999
              move zeros to ws-eq-indice
              go override-equipes-grava
           end-if
           if ws-eq-supervisor(ws-eq-indice) = zeros
              go override-equipes-base
           end-if
           move ws-eq-indice to ws-eq-codigo
           move ws-eq-codigo to sqlvendedor-apur
           move zeros to sqlvalor-apuracao
           EXEC SQL
                SELECT IFNULL(SUM(VALOR),0)
                  INTO :sqlvalor-apuracao
                  FROM COMISSAO_APURACAO
                 WHERE ANOMES = :sqlanomes
                   AND VENDEDOR = :sqlvendedor-apur
                   AND TIPO IN ('APURACAO','ESTORNO')
                   AND STATUS = 'APROVADO'
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlvalor-apuracao
              move zeros to sqlcode
           end-if
           move ws-eq-supervisor(ws-eq-indice) to ws-eq-sup
           add sqlvalor-apuracao to ws-eq-base(ws-eq-sup)
           go override-equipes-base.
       override-equipes-grava.
           add 1 to ws-eq-indice
           if ws-eq-indice > 999
              go override-equipes-fim
           end-if
           if ws-eq-override(ws-eq-indice) = zeros
              or ws-eq-base(ws-eq-indice) not > zeros
              go override-equipes-grava
           end-if
           compute ws-override-valor rounded =
                   ws-eq-base(ws-eq-indice)
                   * ws-eq-override(ws-eq-indice) / 100
           move ws-eq-indice to ws-eq-codigo
           move ws-eq-codigo to sqlvendedor-apur
           move ws-override-valor to sqlvalor-apuracao
           EXEC SQL
                INSERT INTO COMISSAO_APURACAO
                       (anomes, vendedor, tipo, origem, valor,
                        status, quando, operador)
                VALUES
                       (:sqlanomes,
                        :sqlvendedor-apur,
                        'OVERRIDE',
                        'EQUIPE',
                        :sqlvalor-apuracao,
                        'APROVADO',
                        NOW(),
                        :sqloperador-apur)
           END-EXEC
           if sqlcode not = 0
              display "Aviso: override nao carregado" at 2001
              move zeros to sqlcode
           end-if
           initialize ws-linha-folha
           string ws-anomes           delimited by size
                  ";"                 delimited by size
                  sqlvendedor-apur    delimited by size
                  ";"                 delimited by size
                  ws-override-valor   delimited by size
                  ";OVERRIDE"         delimited by size
                  into ws-linha-folha
           write reg-folha from ws-linha-folha
           add 1 to ws-eq-gravados
           add ws-override-valor to ws-total-override
           display "Supervisores: " at 0601 ws-eq-gravados
           go override-equipes-grava.
       override-equipes-fim.
           close folha-comissao
           EXEC SQL
                COMMIT
           END-EXEC
           move "F" to ws-plog-evento
           move ws-eq-gravados to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog
           move "FOLHA_OVERRIDE" to ws-cat-nome
           move ws-eq-gravados to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-folha-nome
                                          ws-plog-job
                                          ws-cat-registros
           display "Folha..: " at 0801 ws-folha-nome
           move ws-total-override to ws-total-edit
           display "Total Override: " at 0901 ws-total-edit
           accept espera at 2301
           go menugeral.
      *Extrato da equipe: todas as linhas de comissao do periodo
      *(apuracao, estornos) de cada vendedor que responde ao
      *supervisor, com subtotal por vendedor, o override do
      *proprio supervisor e o total da equipe.
       extrato-equipe.
           display erase at 0101
           display "Extrato da Equipe" at 0101
           display "Supervisor (999): " at 0301
           move zeros to ws-eq-selecionado
           accept ws-eq-selecionado at 0319
           if ws-eq-selecionado = zeros
              go menugeral
           end-if
           display "Ano/Mes (AAAAMM): " at 0401
           move spaces to sqlanomes
           accept sqlanomes at 0419
           if sqlanomes = spaces
              go menugeral
           end-if
           move sqlanomes to ws-anomes
           perform carregar-equipes thru carregar-equipes-fim
           if ws-eq-carregado = "N"
              go menugeral
           end-if
           if ws-eq-nome(ws-eq-selecionado) = spaces
              display "Supervisor nao cadastrado." at 2101
              accept espera at 2180
              go extrato-equipe
           end-if
           display ws-eq-nome(ws-eq-selecionado) at 0323

           move spaces to ws-extrato-nome
           move ws-eq-selecionado to ws-eq-codigo
           string "EXTRATO_EQUIPE_" delimited by size
                  ws-eq-codigo      delimited by size
                  "_"               delimited by size
                  ws-anomes         delimited by size
                  ".TXT"            delimited by size
                  into ws-extrato-nome
           open output extrato-comissao
           initialize ws-linha-extrato
           string "Extrato da Equipe - Supervisor " delimited by size
                  ws-eq-codigo                       delimited by size
                  " "                                delimited by size
                  ws-eq-nome(ws-eq-selecionado)      delimited by size
                  " - Periodo "                      delimited by size
                  ws-anomes                          delimited by size
                  into ws-linha-extrato
           perform gravar-extrato
           move zeros to ws-total-equipe ws-eq-membros
           move zeros to ws-eq-indice.
       extrato-equipe-membro.
           add 1 to ws-eq-indice
           if ws-eq-indice > 999
              go extrato-equipe-override
           end-if
           if ws-eq-supervisor(ws-eq-indice) not = ws-eq-selecionado
              go extrato-equipe-membro
           end-if
           add 1 to ws-eq-membros
           move ws-eq-indice to ws-eq-codigo
           move ws-eq-codigo to sqlvendedor-apur
           move spaces to ws-linha-extrato
           perform gravar-extrato
           initialize ws-linha-extrato
           string "Vendedor "              delimited by size
                  ws-eq-codigo             delimited by size
                  " "                      delimited by size
                  ws-eq-nome(ws-eq-indice) delimited by size
                  into ws-linha-extrato
           perform gravar-extrato
           move zeros to ws-total-membro
           EXEC SQL
                DECLARE CURSOREQUIPE CURSOR FOR
                   SELECT TIPO, ORIGEM, VALOR, STATUS
                     FROM COMISSAO_APURACAO
                    WHERE ANOMES = :sqlanomes
                      AND VENDEDOR = :sqlvendedor-apur
                      AND TIPO IN ('APURACAO','ESTORNO')
                    ORDER BY TIPO, ORIGEM
           END-EXEC
           EXEC SQL
                OPEN CURSOREQUIPE
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go extrato-equipe-subtotal
           end-if.
       extrato-equipe-le.
           EXEC SQL
                FETCH CURSOREQUIPE INTO
                       :sqltipo-apur,
                       :sqlorigem-estorno,
                       :sqlvalor-apuracao,
                       :sqlstatus-apur
           END-EXEC
           if sqlcode not = 0
              EXEC SQL
                   CLOSE CURSOREQUIPE
              END-EXEC
              move zeros to sqlcode
              go extrato-equipe-subtotal
           end-if
           add sqlvalor-apuracao to ws-total-membro
           move sqlvalor-apuracao to ws-estorno-edit
           initialize ws-linha-extrato
           string "  "              delimited by size
                  sqltipo-apur      delimited by size
                  " "               delimited by size
                  sqlorigem-estorno delimited by size
                  " "               delimited by size
                  ws-estorno-edit   delimited by size
                  " "               delimited by size
                  sqlstatus-apur    delimited by size
                  into ws-linha-extrato
           perform gravar-extrato
           go extrato-equipe-le.
       extrato-equipe-subtotal.
           add ws-total-membro to ws-total-equipe
           move ws-total-membro to ws-estorno-edit
           initialize ws-linha-extrato
           string "  Total do Vendedor: " delimited by size
                  ws-estorno-edit         delimited by size
                  into ws-linha-extrato
           perform gravar-extrato
           go extrato-equipe-membro.
       extrato-equipe-override.
           move ws-eq-selecionado to ws-eq-codigo
           move ws-eq-codigo to sqlvendedor-apur
           move zeros to sqlvalor-apuracao
           EXEC SQL
                SELECT IFNULL(SUM(VALOR),0)
                  INTO :sqlvalor-apuracao
                  FROM COMISSAO_APURACAO
                 WHERE ANOMES = :sqlanomes
                   AND VENDEDOR = :sqlvendedor-apur
                   AND TIPO = 'OVERRIDE'
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlvalor-apuracao
              move zeros to sqlcode
           end-if
           move spaces to ws-linha-extrato
           perform gravar-extrato
           move ws-total-equipe to ws-estorno-edit
           initialize ws-linha-extrato
           string "TOTAL COMISSAO DA EQUIPE: " delimited by size
                  ws-estorno-edit              delimited by size
                  into ws-linha-extrato
           perform gravar-extrato
           move ws-eq-override(ws-eq-selecionado) to ws-override-edit
           move sqlvalor-apuracao to ws-estorno-edit
           initialize ws-linha-extrato
           string "OVERRIDE DO SUPERVISOR (" delimited by size
                  ws-override-edit            delimited by size
                  "%): "                      delimited by size
                  ws-estorno-edit             delimited by size
                  into ws-linha-extrato
           perform gravar-extrato
           close extrato-comissao
           move "EXTRATO_EQUIPE" to ws-cat-nome
           move ws-eq-membros to ws-cat-registros
           move "COMISSOES" to ws-plog-job
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-extrato-nome
                                          ws-plog-job
                                          ws-cat-registros
           display "Vendedores da Equipe: " at 0601 ws-eq-membros
           display "Extrato: " at 0801 ws-extrato-nome
           accept espera at 2301
           go extrato-equipe.
       carregar-equipes.
           move "N" to ws-eq-carregado
           initialize ws-eq-tabela
           open input vendedores
           if estado-vendedores not = "00"
              display "Erro ao abrir Vendedores.Arq: " at 2101
                              estado-vendedores
              close vendedores
              accept espera at 2180
              go carregar-equipes-fim
           end-if
           move zeros to codigo-vendedores
           start vendedores key is >= chave-vendedores invalid key
                 close vendedores
                 move "S" to ws-eq-carregado
                 go carregar-equipes-fim
           end-start.
       carregar-equipes-le.
           read vendedores next at end
                 close vendedores
                 move "S" to ws-eq-carregado
                 go carregar-equipes-fim.
           if codigo-vendedores = zeros
              go carregar-equipes-le
           end-if
           move supervisor-vendedores
             to ws-eq-supervisor(codigo-vendedores)
           move override-vendedores
             to ws-eq-override(codigo-vendedores)
           move nome-vendedores to ws-eq-nome(codigo-vendedores)
           go carregar-equipes-le.
       carregar-equipes-fim.
           exit.
      *Linhas de um vendedor tambem vao para o arquivo dele.
       gravar-extrato.
           write reg-extrato from ws-linha-extrato
           if ws-separa-vendedor not = spaces
              move "L" to ws-separa-acao
              call "SeparaRelatorio" using ws-separa-acao
                                           ws-separa-nome
                                           ws-separa-job
                                           ws-separa-vendedor
                                           ws-linha-extrato
           end-if.
       gravar-processlog.
           call "GravaProcessLog" using ws-plog-job
                                        ws-plog-evento
