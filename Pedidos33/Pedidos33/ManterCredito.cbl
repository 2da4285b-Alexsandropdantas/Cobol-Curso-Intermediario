         02 cliente-credito         pic x(10).
         02 limite-credito          pic 9(09)v99.
         02 condpagto-credito       pic x(03).
      *   S = pedidos do cliente faturados juntos no fechamento do
      *   mes (FaturaMensal); branco ou N = fatura pedido a pedido.
         02 fatmensal-credito       pic x(01).
       fd condpagto
           label record is standard
           value of file-id "CONDPAGTO.ARQ".
       01 linha                     pic 9(02).
       01 ws-contador                pic 9(05).
       01 ws-limite-edit             pic zzz.zzz.zz9,99.
       01 ws-login-codigo            pic 9(03).
       01 ws-login-nome              pic x(40).
       01 ws-login-nivel             pic x(01).
       01 ws-login-retorno           pic x(01).
      *Alteracao enviada para a fila de aprovacao (RegistraAlteracao).
       01 ws-alt-arquivo             pic x(10) value "CREDITO".
       01 ws-alt-acao                pic x(01).
       01 ws-alt-chave               pic x(10).
       01 ws-alt-antes               pic x(80).
       01 ws-alt-depois              pic x(80).
      *Imagem anterior com o indicador mensal normalizado como na
      *tela, so para saber se algo mudou; a fila recebe a imagem
      *gravada (o AprovaAlteracoes confere contra ela).
       01 ws-alt-compara             pic x(25).
       01 ws-alt-descricao           pic x(40)
                                     value "LIMITE DE CREDITO".
       01 ws-alt-numero              pic x(17).
       01 ws-alt-retorno             pic x(01).
       procedure division.
      *Inclusao, alteracao e exclusao de limite so valem depois de
      *aprovadas por outro administrador (AprovaAlteracoes).
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
           open i-o credito
           if fs-credito not = "00"
           display "4.Listar Limites" at 0501
           display "0.Sair" at 0601
           display "Opcao:" at 0701
           display "Alteracoes dependem de aprovacao de outro admin."
                   at 0901
           initialize opcao
           accept opcao at 0707
           if opcao = 1
           display "Codigo do Cliente.........: " at 0301
           display "Limite de Credito.........: " at 0401
           display "Cond. Pagto (CONDPAGTO)...: " at 0501
           display "Faturamento Mensal (S/N)..: " at 0601
           initialize registro-credito.
      *Condicao em branco = prazo padrao da Cobranca; preenchida,
      *precisa existir em CONDPAGTO.ARQ.
           close condpagto.
       validar-condpagto-fim.
           exit.
       validar-fatmensal.
           move function upper-case(fatmensal-credito)
                to fatmensal-credito
           if fatmensal-credito not = "S"
              move "N" to fatmensal-credito
           end-if
           display fatmensal-credito at 0629.
       incluir.
           perform mostra-tela
           accept cliente-credito at 0329
           accept limite-credito at 0429
           accept condpagto-credito at 0529
           perform validar-condpagto thru validar-condpagto-fim
           move "N" to fatmensal-credito
           accept fatmensal-credito at 0629 with update
           perform validar-fatmensal
           move "I" to ws-alt-acao
           move spaces to ws-alt-antes
           move registro-credito to ws-alt-depois
           perform enviar-alteracao
           go incluir.
       alterar.
           perform mostra-tela
              accept espera at 2201
              go alterar
           end-read
           move registro-credito to ws-alt-antes
           accept limite-credito at 0429 with update
           accept condpagto-credito at 0529 with update
           perform validar-condpagto thru validar-condpagto-fim
           perform validar-fatmensal
           accept fatmensal-credito at 0629 with update
           perform validar-fatmensal
           move ws-alt-antes(1:25) to ws-alt-compara
           if ws-alt-compara(25:1) not = "S"
              move "N" to ws-alt-compara(25:1)
           end-if
           if registro-credito = ws-alt-compara
              go alterar
           end-if
           move "A" to ws-alt-acao
           move registro-credito to ws-alt-depois
           perform enviar-alteracao
           go alterar.
       excluir.
           perform mostra-tela
           display "Confirma Exclusao (S/N):" at 2001
           accept confirma at 2026
           if confirma = "S" or confirma = "s"
              move "E" to ws-alt-acao
              move registro-credito to ws-alt-antes
              move spaces to ws-alt-depois
              perform enviar-alteracao
           end-if
           go excluir.
       listar.
           display erase at 0101
           display "Cliente    Limite de Credito Cond Mensal" at 0101
           move low-values to cliente-credito
           start credito key is >= cliente-credito invalid key
                 go listar-fim
           move limite-credito to ws-limite-edit
           display ws-limite-edit at line linha column 12
           display condpagto-credito at line linha column 30
           display fatmensal-credito at line linha column 35
           add 1 to linha
           if linha >= 22
              display "Enter para proxima tela." at 2301
              accept espera at 2370
              display erase at 0101
              display "Cliente    Limite de Credito Cond Mensal" at 0101
              move 03 to linha
           end-if
           go listar-le.
           display "Enter Finaliza." at 2301
           accept espera at 2370
           go menugeral.
       enviar-alteracao.
           move cliente-credito to ws-alt-chave
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
       end program ManterCredito.
