       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
       01 ws-nova-permissao          pic x(01).
      *Troca de nivel enviada para a fila de aprovacao
      *(RegistraAlteracao); vale depois que outro administrador
      *aprova no AprovaAlteracoes.
       01 ws-alt-arquivo             pic x(10) value "PERMISSOES".
       01 ws-alt-acao                pic x(01).
       01 ws-alt-chave               pic x(10).
       01 ws-alt-antes               pic x(80).
       01 ws-alt-depois              pic x(80).
       01 ws-alt-descricao           pic x(40).
       01 ws-alt-numero              pic x(17).
       01 ws-alt-retorno             pic x(01).
       copy "opcoesmenu.cpy".
       procedure division.
       assinatura.
           call "Login" using ws-login-codigo
           perform carregar-permissoes.
       carregar-permissoes.
           perform varying ws-indice from 1 by 1
                   until ws-indice > 98
              move ws-opcao-numero(ws-indice) to opcao-permissao
              read permissoes invalid key
                 continue
                   to ws-opcao-nivel(ws-indice)
              end-read
           end-perform.
      *Grade de 6 colunas de 13 posicoes (numero + rotulo de 8)
      *por 17 linhas (02 a 18), deixando 19 a 21 para as opcoes
      *fixas e a digitacao; comporta ate 102 opcoes.
       menugeral.
           display erase at 0101
           display "Menu Mestre - Operador: " at 0101 ws-login-nome
           display "Nivel: " at 0165 ws-login-nivel
           move 02 to linha
           move 01 to coluna
           perform varying ws-indice from 1 by 1
                   until ws-indice > 98
              if (ws-login-nivel = "A"
                 or ws-opcao-nivel(ws-indice) = "U")
                 and coluna < 67
                 compute coluna2 = coluna + 2
                 compute coluna3 = coluna + 3
                 display ws-opcao-numero(ws-indice)
                            at line linha column coluna
                 display "." at line linha column coluna2
                 display ws-opcao-rotulo(ws-indice)
                            at line linha column coluna3
                 add 1 to linha
                 if linha > 18
                    move 02 to linha
                    add 13 to coluna
                 end-if
              end-if
           end-perform
              go menugeral
           end-if
           perform varying ws-indice from 1 by 1
                   until ws-indice > 98
              if ws-opcao-numero(ws-indice) = opcao
                 go chamando
              end-if
           display erase at 0101
           display "Manutencao de Permissoes por Opcao" at 0101
           display "Opcao (0=voltar)......: " at 0301
           display "99=Aprovar alteracoes pendentes" at 0341
           initialize opcao
           accept opcao at 0325
           if opcao = zeros
              go menugeral
           end-if
           if opcao = 99
              go aprovaralteracoes
           end-if
           perform varying ws-indice from 1 by 1
                   until ws-indice > 98
              if ws-opcao-numero(ws-indice) = opcao
                 go manterpermissoes-edita
              end-if
              accept espera at 2280
              go manterpermissoes
           end-if
           if ws-nova-permissao = ws-opcao-nivel(ws-indice)
              go manterpermissoes
           end-if
      *Sem registro no arquivo a opcao usa o nivel da tabela fixa,
      *que vai como imagem antes da inclusao.
           move opcao to opcao-permissao
           move "A" to ws-alt-acao
           read permissoes invalid key
              move "I" to ws-alt-acao
              move ws-opcao-nivel(ws-indice) to nivel-permissao
           end-read
           move registro-permissao to ws-alt-antes
           move ws-nova-permissao to nivel-permissao
           move registro-permissao to ws-alt-depois
           move opcao to ws-alt-chave
           move ws-opcao-programa(ws-indice) to ws-alt-descricao
           call "RegistraAlteracao" using ws-alt-arquivo
                                          ws-alt-acao
                                          ws-alt-chave
                                          ws-alt-antes
                                          ws-alt-depois
                                          ws-alt-descricao
                                          ws-login-codigo
                                          ws-alt-numero
                                          ws-alt-retorno
           if ws-alt-retorno = "0"
              display "Enviada para aprovacao: " at 0801 ws-alt-numero
           end-if
           if ws-alt-retorno = "1"
              display "Fila de aprovacao indisponivel." at 0801
           end-if
           if ws-alt-retorno = "2"
              display "Ja ha alteracao pendente: " at 0801
                      ws-alt-numero
           end-if
           accept espera at 2301
           go manterpermissoes.
      *O AprovaAlteracoes grava no PERMISSOES.ARQ: o menu fecha o
      *arquivo durante a chamada e recarrega os niveis na volta.
       aprovaralteracoes.
           close permissoes
           call "AprovaAlteracoes" on exception
              display "Programa indisponivel: AprovaAlteracoes" at 2201
              accept espera at 2280
           end-call
           go abrindo-permissoes.
       end program MenuMestre.
