      $SET SQL()
       identification division.
       program-id. ClientesDormentes.
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
           select visitas assign to disk organization is indexed
             access mode is dynamic file status fs-visitas
             record key is chave-visitas.
           select relatorio-dor assign to ws-relatorio-nome
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
       fd visitas
           label record is standard
           value of file-id "VISITAS.ARQ".
       01 registro-visitas.
         02 chave-visitas.
            03 vendedor-visitas     pic 9(03).
            03 data-visitas         pic 9(08).
            03 cliente-visitas      pic x(10).
      *resultado: P=planejada V=visitado A=ausente F=pedido feito
         02 resultado-visitas       pic x(01).
         02 pedido-visitas          pic x(10).
       fd relatorio-dor
           label record is standard.
       01 reg-relatorio              pic x(132).
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       01 estado-vendedores         pic x(02).
       77 fs-visitas                pic x(02).
       77 fs-relatorio              pic x(02).
       01 espera                    pic x(01) value spaces.
       01 ws-relatorio-nome          pic x(60).
       01 ws-linha-relatorio         pic x(132).
       01 ws-data-hoje               pic 9(08).
       01 ws-meses-env               pic x(02).
       01 ws-meses                   pic 9(02).
       01 ws-gera-visitas            pic x(01).
       01 ws-data-visita             pic 9(08).
       01 ws-cidade-trabalho         pic x(40).
       01 ws-cidade-cliente-norm     pic x(40).
       01 ws-uf-cliente              pic x(02).
       01 ws-indice                  pic 9(04).
       01 ws-indice-vend             pic 9(03).
       01 ws-posicao                 pic 9(04).
       01 ws-total-vendedores        pic 9(03) value zeros.
       01 ws-total-dormentes         pic 9(04) value zeros.
       01 ws-total-visitas           pic 9(04) value zeros.
       01 ws-total-ja-planejadas     pic 9(04) value zeros.
       01 ws-total-sem-vendedor      pic 9(04) value zeros.
       01 ws-qtd-vendedor            pic 9(04).
       01 ws-perda-vendedor          pic 9(13)v99.
       01 ws-perda-geral             pic 9(13)v99.
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
       01 ws-total-edit              pic z.zzz.zzz.zz9,99.
       01 ws-cat-nome                 pic x(20).
       01 ws-cat-registros            pic 9(07).
       01 ws-plog-job                pic x(20).
       01 ws-plog-evento             pic x(01).
       01 ws-plog-registros          pic 9(07).
       01 ws-plog-status             pic x(04).
      *Separacao da listagem em um arquivo por vendedor.
       01 ws-separa-acao             pic x(01).
       01 ws-separa-nome             pic x(20) value "DORMENTES".
       01 ws-separa-job              pic x(20)
                                     value "CLIENTES-DORMENTES".
       01 ws-separa-vendedor         pic x(03) value spaces.
      *Vendedores ativos com a cidade de cobertura normalizada,
      *como no CoberturaVendedores.
       01 ws-tabela-vendedores.
          02 ws-vend occurs 500 times.
             03 ws-vend-codigo      pic 9(03).
             03 ws-vend-nome        pic x(40).
             03 ws-vend-uf          pic x(02).
             03 ws-vend-cidade      pic x(40).
      *Clientes dormentes na ordem do ranking (maior perda antes).
       01 ws-tabela-dormentes.
          02 ws-dor occurs 2000 times.
             03 ws-dor-cliente      pic x(10).
             03 ws-dor-nome         pic x(40).
             03 ws-dor-cidade       pic x(25).
             03 ws-dor-uf           pic x(02).
             03 ws-dor-ultimo       pic x(10).
             03 ws-dor-anterior     pic 9(13)v99.
             03 ws-dor-perda        pic 9(13)v99.
             03 ws-dor-vendedor     pic 9(03).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlmeses                   pic 9(02).
       01 sqlcliente                 pic x(10).
       01 sqlnome-cliente            pic x(50).
       01 sqlcidade                  pic x(50).
       01 sqluf                      pic x(02).
       01 sqlultimo-pedido           pic x(10).
       01 sqlvalor-anterior          pic 9(13)v99.
       01 sqlvendedor-ultimo         pic x(03).
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
      *Clientes dormentes: ativos cujo ultimo pedido faturado e
      *mais antigo que N meses (DORMENTES_MESES, padrao 3) e que
      *faturaram nos 12 meses anteriores a esse corte. A perda e a
      *media mensal do periodo anterior vezes os N meses parados.
      *Sai o ranking geral e a lista por vendedor responsavel (o
      *que cobre a cidade/UF do cliente ou, sem cobertura, o do
      *ultimo pedido); opcionalmente grava visitas planejadas no
      *VISITAS.ARQ para o proximo roteiro do AgendaVisitas.
       iniciando.
           display erase at 0101
           display "Clientes Dormentes" at 0101
           move function current-date(1:8) to ws-data-hoje
           move spaces to ws-meses-env
           accept ws-meses-env from environment "DORMENTES_MESES"
           if ws-meses-env(2:1) = space
              move ws-meses-env(1:1) to ws-meses-env(2:1)
              move "0" to ws-meses-env(1:1)
           end-if
           if ws-meses-env is numeric
              move ws-meses-env to ws-meses
           else
              move 3 to ws-meses
           end-if
           if ws-meses = zeros
              move 3 to ws-meses
           end-if
           display "Meses sem comprar.........: " at 0301
           accept ws-meses at 0329 with update
           if ws-meses = zeros
              go desconectando
           end-if
           move ws-meses to sqlmeses
           display "Gravar visitas planejadas (S/N)? " at 0401
           move "N" to ws-gera-visitas
           accept ws-gera-visitas at 0435 with update
           move function upper-case(ws-gera-visitas)
             to ws-gera-visitas
           move zeros to ws-data-visita
           if ws-gera-visitas = "S"
              display "Data da visita AAAAMMDD...: " at 0501
              accept ws-data-visita at 0529
              if ws-data-visita = zeros
                 move "N" to ws-gera-visitas
              end-if
           end-if

           move "CLIENTES-DORMENTES" to ws-plog-job
           move "I" to ws-plog-evento
           move zeros to ws-plog-registros
           move spaces to ws-plog-status
           perform gravar-processlog

           perform carregar-vendedores thru carregar-vendedores-fim

           EXEC SQL
                DECLARE CURSORDORMENTES CURSOR FOR
                   SELECT C.CODIGO, C.NOME, C.CIDADE, C.ESTADO,
                          MAX(A.DATAPEDIDO),
                          SUM(CASE WHEN A.DATAPEDIDO >=
                                        DATE_SUB(CURDATE(),
                                        INTERVAL :sqlmeses + 12 MONTH)
                                   THEN A.VALOR ELSE 0 END),
                          (SELECT B.CODIGO_VENDEDOR FROM PEDIDOS B
                            WHERE B.CODIGO_CLIENTE = C.CODIGO
                              AND B.STATUS IN
                                  ('FATURADO','COBRANCA','PAGO')
                            ORDER BY B.DATAPEDIDO DESC
                            LIMIT 1)
                     FROM CLIENTES C, PEDIDOS A
                    WHERE A.CODIGO_CLIENTE = C.CODIGO
                      AND A.STATUS IN ('FATURADO','COBRANCA','PAGO')
                      AND IFNULL(C.SITUACAO, ' ') NOT IN
                          ('INATIVO','BLOQUEADO','FUNDIDO')
                    GROUP BY C.CODIGO, C.NOME, C.CIDADE, C.ESTADO
                   HAVING MAX(A.DATAPEDIDO) <
                          DATE_SUB(CURDATE(), INTERVAL :sqlmeses MONTH)
                      AND SUM(CASE WHEN A.DATAPEDIDO >=
                                        DATE_SUB(CURDATE(),
                                        INTERVAL :sqlmeses + 12 MONTH)
                                   THEN A.VALOR ELSE 0 END) > 0
                    ORDER BY 6 DESC, C.CODIGO
           END-EXEC
           EXEC SQL
                OPEN CURSORDORMENTES
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu OPEN " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go finalizando-erro
           end-if.
       dormentes-le.
           EXEC SQL
                FETCH CURSORDORMENTES INTO
                       :sqlcliente,
                       :sqlnome-cliente,
                       :sqlcidade,
                       :sqluf,
                       :sqlultimo-pedido,
                       :sqlvalor-anterior,
                       :sqlvendedor-ultimo
           END-EXEC
           if sqlcode = 100
              go dormentes-fim
           end-if
           if sqlcode not = 0
                display "Erro: Nao conseguiu Fetch " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                go dormentes-fim
           end-if
           if ws-total-dormentes >= 2000
              display "Limite de 2000 clientes no ranking." at 2101
              go dormentes-fim
           end-if
           add 1 to ws-total-dormentes
           display "Clientes Dormentes: " at 0701 ws-total-dormentes
           move sqlcliente to ws-dor-cliente(ws-total-dormentes)
           move sqlnome-cliente(1:40)
             to ws-dor-nome(ws-total-dormentes)
           move sqlcidade(1:25) to ws-dor-cidade(ws-total-dormentes)
           move sqluf to ws-dor-uf(ws-total-dormentes)
           move sqlultimo-pedido to ws-dor-ultimo(ws-total-dormentes)
           move sqlvalor-anterior
             to ws-dor-anterior(ws-total-dormentes)
           compute ws-dor-perda(ws-total-dormentes) rounded =
                   sqlvalor-anterior / 12 * ws-meses
           perform definir-responsavel
           go dormentes-le.
       dormentes-fim.
           EXEC SQL
                CLOSE CURSORDORMENTES
           END-EXEC
           move zeros to sqlcode

           string "CLIENTES_DORMENTES_" delimited by size
                  ws-data-hoje          delimited by size
                  ".TXT"                delimited by size
                  into ws-relatorio-nome
           open output relatorio-dor
           initialize ws-linha-relatorio
           string "Clientes Dormentes - sem pedido ha "
                                  delimited by size
                  ws-meses        delimited by size
                  " meses - "     delimited by size
                  ws-data-hoje    delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move "A" to ws-separa-acao
           call "SeparaRelatorio" using ws-separa-acao
                                        ws-separa-nome
                                        ws-separa-job
                                        ws-separa-vendedor
                                        ws-linha-relatorio
           move "Pos Cliente    Nome                       Ult.Pedido"
             to ws-linha-relatorio
           move " Fat.12m Anterior    Perda Estimada Vend"
             to ws-linha-relatorio(55:40)
           perform gravar-relatorio
           move "C" to ws-separa-acao
           call "SeparaRelatorio" using ws-separa-acao
                                        ws-separa-nome
                                        ws-separa-job
                                        ws-separa-vendedor
                                        ws-linha-relatorio

           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "Ranking Geral:" to ws-linha-relatorio
           perform gravar-relatorio
           move zeros to ws-perda-geral
           perform imprimir-ranking
                   varying ws-indice from 1 by 1
                   until ws-indice > ws-total-dormentes
           move ws-perda-geral to ws-total-edit
           initialize ws-linha-relatorio
           string "TOTAL Clientes: "    delimited by size
                  ws-total-dormentes    delimited by size
                  " Perda Estimada: "   delimited by size
                  ws-total-edit         delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio

           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "Por Vendedor Responsavel:" to ws-linha-relatorio
           perform gravar-relatorio
           perform imprimir-vendedor
                   varying ws-indice-vend from 1 by 1
                   until ws-indice-vend > ws-total-vendedores
           move zeros to ws-indice-vend
           perform imprimir-vendedor
           close relatorio-dor
           move "F" to ws-separa-acao
           call "SeparaRelatorio" using ws-separa-acao
                                        ws-separa-nome
                                        ws-separa-job
                                        ws-separa-vendedor
                                        ws-linha-relatorio

           if ws-gera-visitas = "S"
              perform gravar-visitas thru gravar-visitas-fim
           end-if

           move "F" to ws-plog-evento
           move ws-total-dormentes to ws-plog-registros
           move "OK" to ws-plog-status
           perform gravar-processlog

           move "CLIENTES_DORMENTES" to ws-cat-nome
           move ws-total-dormentes to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-relatorio-nome
                                          ws-plog-job
                                          ws-cat-registros

           display "Sem Vendedor......: " at 0801
                           ws-total-sem-vendedor
           display "Visitas Gravadas..: " at 0901 ws-total-visitas
           display "Ja Planejadas.....: " at 1001
                           ws-total-ja-planejadas
           display "Relatorio Gerado: " at 1201 ws-relatorio-nome
           accept espera at 2301
           go desconectando.
       finalizando-erro.
           move "F" to ws-plog-evento
           move zeros to ws-plog-registros
           move "ERRO" to ws-plog-status
           perform gravar-processlog
           go desconectando.
       carregar-vendedores.
           open input vendedores
           if estado-vendedores not = "00"
              display "Vendedores.Arq indisponivel: " at 2101
                              estado-vendedores
              close vendedores
              go carregar-vendedores-fim
           end-if
           move zeros to codigo-vendedores
           start vendedores key is >= chave-vendedores invalid key
                 close vendedores
                 go carregar-vendedores-fim
           end-start.
       carregar-vendedores-le.
           read vendedores next at end
                 close vendedores
                 go carregar-vendedores-fim.
      *Afastados e desligados nao respondem por carteira.
           if situacao-vendedores = "F"
              or situacao-vendedores = "D"
              go carregar-vendedores-le
           end-if
           if ws-total-vendedores >= 500
              display "Limite de 500 vendedores." at 2101
              close vendedores
              go carregar-vendedores-fim
           end-if
           add 1 to ws-total-vendedores
           move codigo-vendedores
             to ws-vend-codigo(ws-total-vendedores)
           move nome-vendedores
             to ws-vend-nome(ws-total-vendedores)
           move function upper-case(uf-vendedores)
             to ws-vend-uf(ws-total-vendedores)
           move cidade-vendedores to ws-cidade-trabalho
           perform normalizar-cidade
           move ws-cidade-trabalho
             to ws-vend-cidade(ws-total-vendedores)
           go carregar-vendedores-le.
       carregar-vendedores-fim.
           exit.
      *Responsavel: primeiro vendedor ativo que cobre a cidade/UF
      *do cliente; sem cobertura, o vendedor do ultimo pedido se
      *ainda estiver ativo.
       definir-responsavel.
           move zeros to ws-dor-vendedor(ws-total-dormentes)
           move sqlcidade(1:40) to ws-cidade-trabalho
           perform normalizar-cidade
           move ws-cidade-trabalho to ws-cidade-cliente-norm
           move function upper-case(sqluf) to ws-uf-cliente
           perform procurar-cobertura
                   varying ws-indice-vend from 1 by 1
                   until ws-indice-vend > ws-total-vendedores
                   or ws-dor-vendedor(ws-total-dormentes) > zeros
           if ws-dor-vendedor(ws-total-dormentes) = zeros
              and sqlvendedor-ultimo is numeric
              perform procurar-ultimo
                      varying ws-indice-vend from 1 by 1
                      until ws-indice-vend > ws-total-vendedores
                      or ws-dor-vendedor(ws-total-dormentes) > zeros
           end-if
           if ws-dor-vendedor(ws-total-dormentes) = zeros
              add 1 to ws-total-sem-vendedor
           end-if.
       procurar-cobertura.
           if ws-vend-cidade(ws-indice-vend) = ws-cidade-cliente-norm
              and ws-vend-uf(ws-indice-vend) = ws-uf-cliente
              move ws-vend-codigo(ws-indice-vend)
                to ws-dor-vendedor(ws-total-dormentes)
           end-if.
       procurar-ultimo.
           if ws-vend-codigo(ws-indice-vend) = sqlvendedor-ultimo
              move ws-vend-codigo(ws-indice-vend)
                to ws-dor-vendedor(ws-total-dormentes)
           end-if.
       imprimir-ranking.
           move ws-indice to ws-posicao
           perform montar-linha-dormente
           perform gravar-relatorio
           add ws-dor-perda(ws-indice) to ws-perda-geral.
      *Grupo de um vendedor (ws-indice-vend = 0: clientes sem
      *vendedor responsavel), mantendo a ordem do ranking.
       imprimir-vendedor.
           move zeros to ws-qtd-vendedor ws-perda-vendedor
           move zeros to ws-posicao
           perform contar-vendedor
                   varying ws-indice from 1 by 1
                   until ws-indice > ws-total-dormentes
           if ws-qtd-vendedor > zeros
              move spaces to ws-linha-relatorio
              perform gravar-relatorio
              initialize ws-linha-relatorio
              if ws-indice-vend = zeros
                 move "SEM VENDEDOR RESPONSAVEL" to ws-linha-relatorio
              else
                 move ws-vend-codigo(ws-indice-vend)
                   to ws-separa-vendedor
                 string "Vendedor "     delimited by size
                        ws-vend-codigo(ws-indice-vend)
                                        delimited by size
                        " - "           delimited by size
                        ws-vend-nome(ws-indice-vend)
                                        delimited by size
                        into ws-linha-relatorio
              end-if
              perform gravar-relatorio
              perform imprimir-membro
                      varying ws-indice from 1 by 1
                      until ws-indice > ws-total-dormentes
              move ws-perda-vendedor to ws-total-edit
              initialize ws-linha-relatorio
              string "  Clientes: "       delimited by size
                     ws-qtd-vendedor      delimited by size
                     " Perda Estimada: "  delimited by size
                     ws-total-edit        delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              move spaces to ws-separa-vendedor
           end-if.
       contar-vendedor.
           if ws-indice-vend = zeros
              if ws-dor-vendedor(ws-indice) = zeros
                 add 1 to ws-qtd-vendedor
                 add ws-dor-perda(ws-indice) to ws-perda-vendedor
              end-if
           else
              if ws-dor-vendedor(ws-indice) =
                 ws-vend-codigo(ws-indice-vend)
                 add 1 to ws-qtd-vendedor
                 add ws-dor-perda(ws-indice) to ws-perda-vendedor
              end-if
           end-if.
       imprimir-membro.
           if (ws-indice-vend = zeros
               and ws-dor-vendedor(ws-indice) = zeros)
              or (ws-indice-vend > zeros
               and ws-dor-vendedor(ws-indice) =
                   ws-vend-codigo(ws-indice-vend))
              add 1 to ws-posicao
              perform montar-linha-dormente
              perform gravar-relatorio
           end-if.
       montar-linha-dormente.
           initialize ws-linha-relatorio
           move ws-posicao to ws-linha-relatorio(1:4)
           move ws-dor-cliente(ws-indice) to ws-linha-relatorio(5:10)
           move ws-dor-nome(ws-indice)(1:26)
             to ws-linha-relatorio(16:26)
           move ws-dor-ultimo(ws-indice)
             to ws-linha-relatorio(43:10)
           move ws-dor-anterior(ws-indice) to ws-valor-edit
           move ws-valor-edit to ws-linha-relatorio(54:14)
           move ws-dor-perda(ws-indice) to ws-valor-edit
           move ws-valor-edit to ws-linha-relatorio(72:14)
           move ws-dor-vendedor(ws-indice)
             to ws-linha-relatorio(91:3).
      *Visitas planejadas (P) na data informada, para o vendedor
      *responsavel; a visita que ja existe na mesma data fica
      *como esta.
       gravar-visitas.
           open i-o visitas
           if fs-visitas not = "00"
             if fs-visitas = "35" or "05"
                close visitas
                open output visitas
                close visitas
                open i-o visitas
             else
                display "Erro ao abrir VISITAS.ARQ:" at 2101
                                fs-visitas
                close visitas
                accept espera at 2180
                go gravar-visitas-fim
             end-if
           end-if
           move zeros to ws-indice.
       gravar-visitas-le.
           add 1 to ws-indice
           if ws-indice > ws-total-dormentes
              close visitas
              go gravar-visitas-fim
           end-if
           if ws-dor-vendedor(ws-indice) = zeros
              go gravar-visitas-le
           end-if
           move ws-dor-vendedor(ws-indice) to vendedor-visitas
           move ws-data-visita to data-visitas
           move ws-dor-cliente(ws-indice) to cliente-visitas
           move "P" to resultado-visitas
           move spaces to pedido-visitas
           write registro-visitas invalid key
              add 1 to ws-total-ja-planejadas
              go gravar-visitas-le
           end-write
           add 1 to ws-total-visitas
           go gravar-visitas-le.
       gravar-visitas-fim.
           exit.
      *Normaliza a cidade para comparacao: maiusculas e sem
      *pontuacao.
       normalizar-cidade.
           move function upper-case(ws-cidade-trabalho)
                to ws-cidade-trabalho
           inspect ws-cidade-trabalho replacing all "." by space
           inspect ws-cidade-trabalho replacing all "," by space
           inspect ws-cidade-trabalho replacing all "-" by space.
      *Linhas de um vendedor tambem vao para o arquivo dele.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio
           if ws-separa-vendedor not = spaces
              move "L" to ws-separa-acao
              call "SeparaRelatorio" using ws-separa-acao
                                           ws-separa-nome
                                           ws-separa-job
                                           ws-separa-vendedor
                                           ws-linha-relatorio
           end-if.
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
       end program ClientesDormentes.
