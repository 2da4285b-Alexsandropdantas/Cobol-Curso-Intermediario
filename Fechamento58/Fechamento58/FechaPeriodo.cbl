       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
       01 ws-valor-modo              pic x(01).
       01 ws-valor-registros         pic 9(07).
       01 ws-valor-retorno           pic x(01).
       procedure division.
       assinatura.
           call "Login" using ws-login-codigo
           display "1.Fechar Periodo" at 0301
           display "2.Reabrir Periodo (supervisor)" at 0401
           display "3.Listar Periodos" at 0501
           display "4.Valorizacao do Estoque" at 0601
           display "0.Sair" at 0701
           display "Opcao:" at 0801
           initialize opcao
           accept opcao at 0807
           if opcao = 1
              go fechando
           end-if
           if opcao = 3
              go listando
           end-if
           if opcao = 4
              go valorizando
           end-if
           if opcao = 0
              close periodos
              exit program
           end-write
           perform gravar-auditoria-periodo
           display "Periodo FECHADO." at 2001
      *Foto do estoque valorizado a custo medio no fechamento.
           move "F" to ws-valor-modo
           perform valorizar-estoque
           accept espera at 2301
           go menugeral.
      *A reabertura e so de supervisor e fica na trilha de
           display "Periodo REABERTO." at 0901
           accept espera at 2301
           go menugeral.
      *Valorizacao do estoque: mes fechado reimprime a foto gravada
      *no fechamento; mes zero ou ainda aberto sai como previa do
      *estoque atual.
       valorizando.
           display erase at 0101
           display "Valorizacao do Estoque" at 0101
           display "Ano/Mes (AAAAMM, 0=atual): " at 0301
           move zeros to ws-anomes-alvo
           accept ws-anomes-alvo at 0328
           move "P" to ws-valor-modo
           if ws-anomes-alvo not = zeros
              move ws-anomes-alvo to anomes-periodos
              read periodos invalid key
                 continue
                 not invalid key
                 if situacao-periodos = "FECHADO"
                    move "R" to ws-valor-modo
                 end-if
              end-read
           end-if
           if ws-valor-modo = "P"
              display "Previa do estoque atual" at 0501
           else
              display "Foto do fechamento do periodo" at 0501
           end-if
           perform valorizar-estoque
           accept espera at 2301
           go menugeral.
       valorizar-estoque.
           move zeros to ws-valor-registros
           move "1" to ws-valor-retorno
           call "ValorizaEstoque" using ws-valor-modo
                                        ws-anomes-alvo
                                        ws-valor-registros
                                        ws-valor-retorno
              on exception
                 move "1" to ws-valor-retorno
           end-call
           if ws-valor-retorno = "0"
              display "Estoque valorizado - produtos: " at 2101
                      ws-valor-registros
           else
              display "Valorizacao do estoque nao gerada" at 2101
           end-if.
       listando.
           display erase at 0101
           display "AnoMes Situacao   Operador             Quando"
