      *da mudanca ao lado); em branco vale como ativo.
           02 situacao-vendedores  pic x(01).
           02 dataefetiva-vendedores pic 9(08).
      *supervisor: codigo do vendedor que chefia a equipe (zeros
      *= sem supervisor); override: percentual do supervisor sobre
      *a base de comissao aprovada da sua equipe.
           02 supervisor-vendedores pic 9(3).
           02 override-vendedores  pic 9(02)v99.
       fd relatorio-metas
           label record is standard.
       01 reg-relatorio              pic x(132).
       01 ws-meta-geral              pic 9(13)v99.
       01 ws-vendas-geral            pic 9(13)v99.
       01 ws-ating-calc              pic 9(05)v99.
       01 ws-troca-area              pic x(81).
       01 ws-equipe-codigo           pic 9(03).
       01 ws-equipe-nome             pic x(40).
       01 ws-equipe-qtd              pic 9(03).
       01 ws-meta-equipe             pic 9(13)v99.
       01 ws-vendas-equipe           pic 9(13)v99.
       01 ws-total-equipes           pic 9(03) value zeros.
      *Separacao da listagem em um arquivo por vendedor.
       01 ws-separa-acao             pic x(01).
       01 ws-separa-nome             pic x(20) value "METAS".
       01 ws-separa-job              pic x(20) value "RELATORIO-METAS".
       01 ws-separa-vendedor         pic x(03) value spaces.
       01 ws-tabela-apuracao.
          02 ws-apuracao occurs 200 times.
             03 ws-apur-uf          pic x(02).
             03 ws-apur-nome        pic x(40).
             03 ws-apur-meta        pic 9(11)v99.
             03 ws-apur-vendas      pic 9(11)v99.
             03 ws-apur-supervisor  pic 9(03).
       01 filler redefines ws-tabela-apuracao.
          02 ws-apuracao-bruta      pic x(81) occurs 200 times.

       EXEC SQL INCLUDE SQLCA END-EXEC.

           move "(nao cadastrado)"
             to ws-apur-nome(ws-total-vendedores)
           move "??" to ws-apur-uf(ws-total-vendedores)
           move zeros to ws-apur-supervisor(ws-total-vendedores)
           read vendedores invalid key
              continue
              not invalid key
                to ws-apur-nome(ws-total-vendedores)
              move uf-vendedores
                to ws-apur-uf(ws-total-vendedores)
              move supervisor-vendedores
                to ws-apur-supervisor(ws-total-vendedores)
      *Vendedor fora da equipe ativa sai marcado no ranking.
              if situacao-vendedores = "F"
                 or situacao-vendedores = "D"
                  ws-anomes-alvo                    delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           move "A" to ws-separa-acao
           call "SeparaRelatorio" using ws-separa-acao
                                        ws-separa-nome
                                        ws-separa-job
                                        ws-separa-vendedor
                                        ws-linha-relatorio

           move spaces to ws-uf-corrente
           move zeros to ws-meta-uf ws-vendas-uf
                 perform gravar-relatorio
              end-if
              add 1 to ws-posicao-uf
              move ws-apur-codigo(ws-indice) to ws-separa-vendedor
              add ws-apur-meta(ws-indice)   to ws-meta-uf
                                               ws-meta-geral
              add ws-apur-vendas(ws-indice) to ws-vendas-uf
                     ws-meta-edit             delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              move spaces to ws-separa-vendedor
           end-perform
           if ws-uf-corrente not = spaces
              perform gravar-subtotal-uf
                  ws-meta-edit             delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio
           perform imprimir-equipes thru imprimir-equipes-fim
           close relatorio-metas
           move "F" to ws-separa-acao
           call "SeparaRelatorio" using ws-separa-acao
                                        ws-separa-nome
                                        ws-separa-job
                                        ws-separa-vendedor
                                        ws-linha-relatorio

           display "Relatorio Gerado: " at 0801 ws-relatorio-nome
           display "Metas Apuradas..: " at 0901 ws-total-vendedores
           display "Equipes.........: " at 1001 ws-total-equipes
           accept espera at 2301
           go desconectando.
       gravar-subtotal-uf.
                  ws-meta-edit             delimited by size
                  into ws-linha-relatorio
           perform gravar-relatorio.
      *Atingimento por equipe: para cada supervisor do
      *Vendedores.Arq, soma meta e vendas dos vendedores que
      *respondem a ele e lista os membros; quem nao tem supervisor
      *fecha o relatorio em grupo proprio.
       imprimir-equipes.
           move spaces to ws-linha-relatorio
           perform gravar-relatorio
           move "Atingimento por Equipe (Supervisor)"
             to ws-linha-relatorio
           perform gravar-relatorio
           open input vendedores
           if estado-vendedores not = "00"
              close vendedores
              go imprimir-equipes-sem-supervisor
           end-if
           move zeros to codigo-vendedores
           start vendedores key is >= chave-vendedores invalid key
                 close vendedores
                 go imprimir-equipes-sem-supervisor
           end-start.
       imprimir-equipes-le.
           read vendedores next at end
                 close vendedores
                 go imprimir-equipes-sem-supervisor.
           move codigo-vendedores to ws-equipe-codigo
           move nome-vendedores to ws-equipe-nome
           perform imprimir-equipe
           go imprimir-equipes-le.
       imprimir-equipes-sem-supervisor.
           move zeros to ws-equipe-codigo
           move "SEM SUPERVISOR" to ws-equipe-nome
           perform imprimir-equipe.
       imprimir-equipes-fim.
           exit.
       imprimir-equipe.
           move zeros to ws-equipe-qtd ws-meta-equipe ws-vendas-equipe
           perform somar-equipe
                   varying ws-indice from 1 by 1
                   until ws-indice > ws-total-vendedores
           if ws-equipe-qtd > zeros
              if ws-equipe-codigo not = zeros
                 add 1 to ws-total-equipes
              end-if
              if ws-meta-equipe = zeros
                 move zeros to ws-ating-calc
              else
                 compute ws-ating-calc rounded =
                         (ws-vendas-equipe * 100) / ws-meta-equipe
                      on size error move 99999,99 to ws-ating-calc
                 end-compute
              end-if
              move ws-ating-calc to ws-ating-edit
              move spaces to ws-linha-relatorio
              perform gravar-relatorio
              if ws-equipe-codigo not = zeros
                 move ws-equipe-codigo to ws-separa-vendedor
              end-if
              initialize ws-linha-relatorio
              string "Equipe "        delimited by size
                     ws-equipe-codigo delimited by size
                     " "              delimited by size
                     ws-equipe-nome   delimited by size
                     " Vendedores: "  delimited by size
                     ws-equipe-qtd    delimited by size
                     " Ating: "       delimited by size
                     ws-ating-edit    delimited by size
                     "%"              delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              move ws-meta-equipe to ws-meta-edit
              initialize ws-linha-relatorio
              string "       Meta: " delimited by size
                     ws-meta-edit    delimited by size
                     into ws-linha-relatorio
              move ws-vendas-equipe to ws-meta-edit
              string ws-linha-relatorio(1:40) delimited by size
                     " Vendas: "              delimited by size
                     ws-meta-edit             delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
              perform imprimir-membro
                      varying ws-indice from 1 by 1
                      until ws-indice > ws-total-vendedores
              move spaces to ws-separa-vendedor
           end-if.
       somar-equipe.
           if ws-apur-supervisor(ws-indice) = ws-equipe-codigo
              add 1 to ws-equipe-qtd
              add ws-apur-meta(ws-indice)   to ws-meta-equipe
              add ws-apur-vendas(ws-indice) to ws-vendas-equipe
           end-if.
       imprimir-membro.
           if ws-apur-supervisor(ws-indice) = ws-equipe-codigo
              move ws-apur-ating(ws-indice) to ws-ating-edit
              initialize ws-linha-relatorio
              string "    "  delimited by size
                     ws-apur-codigo(ws-indice) delimited by size
                     " "     delimited by size
                     ws-apur-nome(ws-indice) delimited by size
                     " Ating: " delimited by size
                     ws-ating-edit delimited by size
                     "%"     delimited by size
                     into ws-linha-relatorio
              perform gravar-relatorio
           end-if.
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
