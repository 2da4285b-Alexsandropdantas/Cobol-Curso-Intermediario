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
       01 ws-qtd-com-pedido          pic 9(04).
       01 ws-resultado               pic x(01).
       01 ws-anomes-linha            pic 9(06).
      *Visitas ja planejadas na semana (ClientesDormentes ou
      *rodada anterior): saem no roteiro e nao entram de novo na
      *distribuicao.
       01 ws-qtd-planejadas-semana   pic 9(03).
       01 ws-indice-plan             pic 9(03).
       01 ws-ja-planejado            pic x(01).
       01 ws-tabela-planejadas.
          02 ws-plan-cliente         pic x(10) occurs 200 times.
      *Separacao do planejado x realizado em um arquivo por
      *vendedor.
       01 ws-separa-acao             pic x(01).
       01 ws-separa-nome             pic x(20) value "VISITAS".
       01 ws-separa-job              pic x(20) value "AGENDA-VISITAS".
       01 ws-separa-vendedor         pic x(03) value spaces.

       EXEC SQL INCLUDE SQLCA END-EXEC.


           move zeros to ws-total-clientes ws-total-agendadas
                         ws-total-duplicadas
           perform listar-planejadas thru listar-planejadas-fim
           move 1 to ws-indice-dia
           EXEC SQL
                DECLARE CURSORAGENDA CURSOR FOR
              go gerando-agenda-fim
           end-if
           add 1 to ws-total-clientes
           move "N" to ws-ja-planejado
           perform procurar-planejada
                   varying ws-indice-plan from 1 by 1
                   until ws-indice-plan > ws-qtd-planejadas-semana
                   or ws-ja-planejado = "S"
           if ws-ja-planejado = "S"
              add 1 to ws-total-duplicadas
              go gerando-agenda-le
           end-if
      *Distribuicao rodada a rodada pelos dias uteis da semana.
           move codigo-vendedores to vendedor-visitas
           move ws-dia-util-tab(ws-indice-dia) to data-visitas
                  ws-total-agendadas    delimited by size
                  into ws-linha-roteiro
           perform gravar-roteiro
           if ws-qtd-planejadas-semana > zeros
              initialize ws-linha-roteiro
              string "Ja Planejadas....: "     delimited by size
                     ws-qtd-planejadas-semana delimited by size
                     into ws-linha-roteiro
              perform gravar-roteiro
           end-if
           close roteiro
           move "ROTEIRO_VISITAS" to ws-cat-nome
           move "AGENDA-VISITAS" to ws-cat-job
                           ws-roteiro-nome
           accept espera at 2301
           go menugeral.
      *Visitas do vendedor ja gravadas para os dias da semana (as
      *dos clientes dormentes, por exemplo) abrem o roteiro.
       listar-planejadas.
           move zeros to ws-qtd-planejadas-semana
           move codigo-vendedores to vendedor-visitas
           move ws-dia-util-tab(1) to data-visitas
           move low-values to cliente-visitas
           start visitas key is >= chave-visitas invalid key
                 go listar-planejadas-fim
           end-start.
       listar-planejadas-le.
           read visitas next at end
                 go listar-planejadas-fim.
           if vendedor-visitas not = codigo-vendedores
              or data-visitas > ws-dia-util-tab(ws-qtd-dias)
              go listar-planejadas-fim
           end-if
           if ws-qtd-planejadas-semana >= 200
              go listar-planejadas-fim
           end-if
           add 1 to ws-qtd-planejadas-semana
           move cliente-visitas
             to ws-plan-cliente(ws-qtd-planejadas-semana)
           move cliente-visitas to sqlcliente
           move spaces to sqlnome-cliente
           EXEC SQL
                SELECT NOME INTO :sqlnome-cliente
                  FROM CLIENTES
                 WHERE CODIGO = :sqlcliente
           END-EXEC
           move zeros to sqlcode
           initialize ws-linha-roteiro
           string "  " delimited by size
                  data-visitas delimited by size
                  " " delimited by size
                  cliente-visitas delimited by size
                  " " delimited by size
                  sqlnome-cliente(1:40) delimited by size
                  " (ja planejada)" delimited by size
                  into ws-linha-roteiro
           perform gravar-roteiro
           go listar-planejadas-le.
       listar-planejadas-fim.
           exit.
       procurar-planejada.
           if ws-plan-cliente(ws-indice-plan) = sqlcliente
              move "S" to ws-ja-planejado
           end-if.
       registrando.
           display erase at 0101
           display "Registrar Resultado de Visita" at 0101
                  ws-anomes  delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move spaces to ws-separa-vendedor
           move "A" to ws-separa-acao
           call "SeparaRelatorio" using ws-separa-acao
                                        ws-separa-nome
                                        ws-separa-job
                                        ws-separa-vendedor
                                        ws-linha-relatorio
           move "Vendedor Planej Visitou Ausente C/Pedido"
                to ws-linha-relatorio
           perform gravar-relatorio
           move "C" to ws-separa-acao
           call "SeparaRelatorio" using ws-separa-acao
                                        ws-separa-nome
                                        ws-separa-job
                                        ws-separa-vendedor
                                        ws-linha-relatorio

           move 999 to ws-vendedor-atual
           move zeros to ws-cat-registros
           end-if.
       relatorio-mensal-fim.
           close relatorio-vis
           move "F" to ws-separa-acao
           call "SeparaRelatorio" using ws-separa-acao
                                        ws-separa-nome
                                        ws-separa-job
                                        ws-separa-vendedor
                                        ws-linha-relatorio
           move "VISITAS_MENSAL" to ws-cat-nome
           move "AGENDA-VISITAS" to ws-cat-job
           call "CatalogaRelatorio" using ws-cat-nome
                  "    "            delimited by size
                  ws-qtd-com-pedido delimited by size
                  into ws-linha-relatorio
           move ws-vendedor-atual to ws-separa-vendedor
           perform gravar-relatorio
           move spaces to ws-separa-vendedor
           add 1 to ws-cat-registros.
       gravar-roteiro.
           write reg-roteiro from ws-linha-roteiro.
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
       desconectando.
           EXEC SQL
                DISCONNECT all
