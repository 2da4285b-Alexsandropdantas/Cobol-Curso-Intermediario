       01 ws-contador                pic 9(03).
       01 ws-limite-edit             pic zz9,99.
       01 ws-fator-edit              pic 9,99.
       01 ws-login-codigo            pic 9(03).
       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
      *Alteracao enviada para a fila de aprovacao (RegistraAlteracao).
       01 ws-alt-arquivo             pic x(10) value "FAIXASCOM".
       01 ws-alt-acao                pic x(01).
       01 ws-alt-chave               pic x(10).
       01 ws-alt-antes               pic x(80).
       01 ws-alt-depois              pic x(80).
       01 ws-alt-descricao           pic x(40)
                      value "FAIXA DE ACELERADOR DE COMISSAO".
       01 ws-alt-numero              pic x(17).
       01 ws-alt-retorno             pic x(01).
       procedure division.
      *Inclusao, alteracao e exclusao so valem depois de aprovadas
      *por outro administrador (AprovaAlteracoes).
       assinatura.
           call "Login" using ws-login-codigo
                              ws-login-nome
                              ws-login-nivel
                              ws-login-retorno
           if ws-login-retorno not = "0"
              exit program
              stop run
           end-if.
       abrindo.
           open i-o faixascom
           if fs-faixascom not = "00"
           display "4.Listar Faixas" at 0501
           display "0.Sair" at 0601
           display "Opcao:" at 0701
           display "Alteracoes dependem de aprovacao de outro admin."
                   at 0901
           initialize opcao
           accept opcao at 0707
           if opcao = 1
           end-read
           accept limite-faixascom at 0430
           accept fator-faixascom at 0529
           move "I" to ws-alt-acao
           move spaces to ws-alt-antes
           move registro-faixascom to ws-alt-depois
           perform enviar-alteracao
           go incluir.
       alterar.
           perform mostra-tela
              accept espera at 2201
              go alterar
           end-read
           move registro-faixascom to ws-alt-antes
           accept limite-faixascom at 0430 with update
           accept fator-faixascom at 0529 with update
           if registro-faixascom = ws-alt-antes(1:9)
              go alterar
           end-if
           move "A" to ws-alt-acao
           move registro-faixascom to ws-alt-depois
           perform enviar-alteracao
           go alterar.
       excluir.
           perform mostra-tela
           display "Confirma Exclusao (S/N):" at 2001
           accept confirma at 2026
           if confirma = "S" or confirma = "s"
              move "E" to ws-alt-acao
              move registro-faixascom to ws-alt-antes
              move spaces to ws-alt-depois
              perform enviar-alteracao
           end-if
           go excluir.
       listar.
           display "Enter Finaliza." at 2301
           accept espera at 2370
           go menugeral.
       enviar-alteracao.
           move faixa-faixascom to ws-alt-chave
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
              display "Enviada para aprovacao: " at 2101 ws-alt-numero
           end-if
           if ws-alt-retorno = "1"
              display "Fila de aprovacao indisponivel." at 2101
           end-if
           if ws-alt-retorno = "2"
              display "Ja ha alteracao pendente: " at 2101
                      ws-alt-numero
           end-if
           accept espera at 2201.
       end program ManterFaixasCom.
