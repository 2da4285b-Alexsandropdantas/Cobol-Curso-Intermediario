      *da mudanca ao lado); em branco vale como ativo.
           02 situacao-vendedores  pic x(01).
           02 dataefetiva-vendedores pic 9(08).
      *supervisor: codigo do vendedor que chefia a equipe (zeros
      *= sem supervisor); override: percentual do supervisor sobre
      *a base de comissao aprovada da sua equipe.
           02 supervisor-vendedores pic 9(3).
           02 override-vendedores  pic 9(02)v99.
       fd usuarios
           label record is standard
           value of file-id
       working-storage section.
       77 fs-lock-log               pic x(02).
       77 fs-audit                  pic x(02).
       01 ws-old-vendedores         pic x(101).
       01 ws-old-usuarios           pic x(64).
       01 ws-operador-codigo        pic 9(3) value zeros.
       01 ws-audit-timestamp        pic x(21).
       01 ws-login-nome           pic x(40).
       01 ws-login-nivel          pic x(01).
       01 ws-login-retorno        pic x(01).
       01 ws-fc-arquivo           pic x(14).
       01 ws-fc-modo              pic x(01).
       01 ws-fc-operador          pic x(10).
       01 ws-fc-relatorio         pic x(60).
       01 ws-fc-divergencias      pic 9(05).
       01 ws-fc-explicadas        pic 9(05).
       01 ws-fc-retorno           pic x(01).
       01 ws-equipe-vendedor      pic 9(03).
       01 ws-supervisor-novo      pic 9(03).
       01 ws-override-novo        pic 9(02)v99.
       01 ws-override-edit        pic z9,99.
       01 ws-sup-cadeia           pic 9(03).
       01 ws-sup-passos           pic 9(03).
       01 ws-sup-ciclo            pic x(01).
       01 ws-eq-indice            pic 9(04).
       01 ws-eq-membro            pic 9(04).
       01 ws-eq-qtd               pic 9(03).
       01 ws-eq-tabela.
          02 ws-eq-item occurs 999 times.
             03 ws-eq-supervisor  pic 9(03).
             03 ws-eq-override    pic 9(02)v99.
             03 ws-eq-nome        pic x(40).
             03 ws-eq-situacao    pic x(01).
       procedure division.
       assinatura.
           call "Login" using ws-login-codigo
           display "   Metas Mensais             " at 0741
           display "14.Manter Metas              " at 0841
           display "15.Listar Metas              " at 0941
           display "   Equipes de Vendas         " at 1041
           display "16.Supervisor e Override     " at 1141
           display "17.Listar Equipes            " at 1241

           display "Opcao:                       " at 1301
           initialize opcao
           else
           if opcao = 0
              close vendedores usuarios metas
              perform atualizar-fotografia
              exit program
              stop run
           else
           else
           if opcao = 15
              go listarmetas
           else
           if opcao = 16
              go manterequipe
           else
           if opcao = 17
              go listarequipes
           else
             go menu-geral.
       mostra-tela.
           move spaces to nome-vendedores uf-vendedores
                          cidade-vendedores
           move "A" to situacao-vendedores
           move zeros to dataefetiva-vendedores
           move zeros to supervisor-vendedores override-vendedores.
       incluir.
           perform mostra-tela

              accept resposta at 2380
              go incluirusuario
           end-write
           move spaces to ws-old-usuarios
           perform gravar-auditoria-usuarios
           go incluirusuario.
       alterarusuario.
           display erase at 0101
           end-if
           write reg-audit from ws-audit-linha
           close audit-trail.
      *Ao fim da manutencao a fotografia de integridade do
      *Usuarios.Arq aceita o que ficou registrado na trilha.
       atualizar-fotografia.
           move "USUARIOS" to ws-fc-arquivo
           move "R" to ws-fc-modo
           move ws-login-codigo to ws-fc-operador
           move spaces to ws-fc-relatorio
           call "FotografaControle" using ws-fc-arquivo
                                          ws-fc-modo
                                          ws-fc-operador
                                          ws-fc-relatorio
                                          ws-fc-divergencias
                                          ws-fc-explicadas
                                          ws-fc-retorno.
       manterMetas.
           display erase at 0101
           display "Manter Metas Mensais de Vendas" at 0101
           display "Enter Finaliza." at 2301
           accept resposta at 2370
           go menu-geral.
      *Equipe de vendas: cada vendedor aponta o seu supervisor
      *(outro vendedor; zeros = sem supervisor). O override e o
      *percentual que o supervisor recebe sobre a comissao
      *aprovada dos vendedores que respondem a ele. Nao se aceita
      *supervisor desligado nem cadeia que volte ao proprio
      *vendedor.
       manterequipe.
           display erase at 0101
           display "Equipe de Vendas - Supervisor e Override" at 0101
           display "Codigo Vendedor: " at 0501
           display "Supervisor.....: " at 0701
           display "Override %.....: " at 0901
           display "(percentual sobre a comissao aprovada da equipe"
                   at 1101
           display " que responde a este vendedor)" at 1201
           move zeros to codigo-vendedores
           accept codigo-vendedores at 0518
           if codigo-vendedores = zeros
              go menu-geral
           end-if
           read vendedores invalid key
              display "Este Codigo Nao Existe ... Enter" at 2301
                            estado-vendedores
              accept resposta at 2380
              go manterequipe
           end-read
           display nome-vendedores at 0530
           move codigo-vendedores to ws-equipe-vendedor
           move supervisor-vendedores to ws-supervisor-novo
           move override-vendedores to ws-override-novo
           if supervisor-vendedores not = zeros
              move supervisor-vendedores to codigo-vendedores
              read vendedores invalid key
                 move "(nao cadastrado)" to nome-vendedores
              end-read
              display nome-vendedores at 0730
           end-if

           accept ws-supervisor-novo at 0718 with update
           if ws-supervisor-novo not = zeros
              move ws-supervisor-novo to codigo-vendedores
              read vendedores invalid key
                 display "Supervisor Nao Existe ... Enter" at 2301
                 accept resposta at 2380
                 go manterequipe
              end-read
              if situacao-vendedores = "D"
                 display "Supervisor Desligado ... Enter" at 2301
                 accept resposta at 2380
                 go manterequipe
              end-if
              display nome-vendedores at 0730
              move ws-supervisor-novo to ws-sup-cadeia
              move zeros to ws-sup-passos
              move "N" to ws-sup-ciclo
              perform manterequipe-ciclo thru manterequipe-ciclo-fim
              if ws-sup-ciclo = "S"
                 display "Supervisor Em Ciclo Na Equipe ... Enter"
                         at 2301
                 accept resposta at 2380
                 go manterequipe
              end-if
           end-if
           accept ws-override-novo at 0918 with update

           move ws-equipe-vendedor to codigo-vendedores
           read vendedores invalid key
              display "Este Codigo Nao Existe ... Enter" at 2301
                            estado-vendedores
              accept resposta at 2380
              go manterequipe
           end-read
           move registro-vendedores to ws-old-vendedores
           move ws-supervisor-novo to supervisor-vendedores
           move ws-override-novo to override-vendedores
           rewrite registro-vendedores invalid key
              display "Erro ao ReGravar: " at 2301 estado-vendedores
              accept resposta at 2380
              go manterequipe
           end-rewrite
           perform gravar-auditoria-vendedores
           go manterequipe.
      *Sobe a cadeia de supervisores a partir do novo: chegar ao
      *proprio vendedor indica ciclo.
       manterequipe-ciclo.
           if ws-sup-cadeia = zeros
              go manterequipe-ciclo-fim
           end-if
           if ws-sup-cadeia = ws-equipe-vendedor
              move "S" to ws-sup-ciclo
              go manterequipe-ciclo-fim
           end-if
           add 1 to ws-sup-passos
           if ws-sup-passos > 100
              go manterequipe-ciclo-fim
           end-if
           move ws-sup-cadeia to codigo-vendedores
           read vendedores invalid key
              go manterequipe-ciclo-fim
           end-read
           move supervisor-vendedores to ws-sup-cadeia
           go manterequipe-ciclo.
       manterequipe-ciclo-fim.
           exit.
      *Equipes: carrega o arquivo numa tabela pelo codigo e lista,
      *para cada supervisor, os vendedores que respondem a ele.
       listarequipes.
           display erase at 0101
           display "Equipes de Vendas por Supervisor" at 0101
           initialize ws-eq-tabela
           move zeros to codigo-vendedores
           start vendedores key is >= chave-vendedores invalid key
                 go listarequipes-fim
           end-start.
       listarequipes-carrega.
           read vendedores next at end
                 go listarequipes-mostra.
           if codigo-vendedores = zeros
              go listarequipes-carrega
           end-if
           move supervisor-vendedores
             to ws-eq-supervisor(codigo-vendedores)
           move override-vendedores
             to ws-eq-override(codigo-vendedores)
           move nome-vendedores to ws-eq-nome(codigo-vendedores)
           move situacao-vendedores
             to ws-eq-situacao(codigo-vendedores)
           go listarequipes-carrega.
       listarequipes-mostra.
           move 03 to linha
           move zeros to ws-eq-indice.
       listarequipes-supervisor.
           add 1 to ws-eq-indice
           if ws-eq-indice > 999
              go listarequipes-fim
           end-if
           move zeros to ws-eq-qtd
           move zeros to ws-eq-membro
           perform listarequipes-conta thru listarequipes-conta-fim
           if ws-eq-qtd = zeros
              go listarequipes-supervisor
           end-if
           move ws-eq-override(ws-eq-indice) to ws-override-edit
           display "Supervisor " at line linha column 01
           display ws-eq-indice at line linha column 12
           display ws-eq-nome(ws-eq-indice) at line linha column 17
           display "Override " at line linha column 57
           display ws-override-edit at line linha column 66
           display "%" at line linha column 71
           add 1 to linha
           perform listarequipes-quebra
           move zeros to ws-eq-membro.
       listarequipes-membro.
           add 1 to ws-eq-membro
           if ws-eq-membro > 999
              go listarequipes-supervisor
           end-if
           if ws-eq-supervisor(ws-eq-membro) not = ws-eq-indice
              go listarequipes-membro
           end-if
           display ws-eq-membro at line linha column 05
           display ws-eq-nome(ws-eq-membro) at line linha column 10
           if ws-eq-situacao(ws-eq-membro) = "F"
              or ws-eq-situacao(ws-eq-membro) = "D"
              display "*INATIVO*" at line linha column 52
           end-if
           add 1 to linha
           perform listarequipes-quebra
           go listarequipes-membro.
       listarequipes-conta.
           add 1 to ws-eq-membro
           if ws-eq-membro > 999
              go listarequipes-conta-fim
           end-if
           if ws-eq-supervisor(ws-eq-membro) = ws-eq-indice
              add 1 to ws-eq-qtd
           end-if
           go listarequipes-conta.
       listarequipes-conta-fim.
           exit.
       listarequipes-quebra.
           if linha >= 22
              display "Enter para proxima tela." at 2301
              accept resposta at 2370
              display erase at 0101
              display "Equipes de Vendas por Supervisor" at 0101
              move 03 to linha
           end-if.
       listarequipes-fim.
           display "Enter Finaliza." at 2301
           accept resposta at 2370
           go menu-geral.
       consultasemwithlock.
           perform mostra-tela-usuarios

