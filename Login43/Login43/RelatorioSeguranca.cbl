           display "Relatorio de Seguranca (SESSOES.LOG)" at 0101
           display "1.Resumo Mensal" at 0301
           display "2.Faixa de Datas" at 0401
           display "3.Recertificacao de Acessos" at 0501
           display "4.Integridade dos Arquivos de Controle" at 0601
           display "0.Sair" at 0701
           display "Opcao:" at 0801
           initialize opcao
           accept opcao at 0807
           if opcao = 1
              go modo-mensal
           end-if
           if opcao = 2
              go modo-faixa
           end-if
           if opcao = 3
              call "RecertificaAcessos"
              go menugeral
           end-if
           if opcao = 4
              call "ConfereIntegridade"
              go menugeral
           end-if
           if opcao = 0
              exit program
              stop run
           end-if
           go menugeral.
       modo-mensal.
           display "Ano/Mes (AAAAMM): " at 1001
           move zeros to ws-anomes
           accept ws-anomes at 1019
           if ws-anomes = zeros
              go menugeral
           end-if
           compute ws-filtro-fim = (ws-anomes * 100) + 31
           go processando.
       modo-faixa.
           display "Data inicial AAAAMMDD: " at 1001
           move zeros to ws-filtro-ini
           accept ws-filtro-ini at 1024
           display "Data final   AAAAMMDD: " at 1101
           move zeros to ws-filtro-fim
           accept ws-filtro-fim at 1124
           if ws-filtro-ini = zeros or ws-filtro-fim = zeros
              go menugeral
           end-if
