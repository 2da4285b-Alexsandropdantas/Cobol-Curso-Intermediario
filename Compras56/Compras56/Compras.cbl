           else
              display "Criou COMPRA_ITENS OK." at 2201
           end-if
      *    Desempenho trimestral dos fornecedores (ScoreFornecedores),
      *    trimestre AAAAT.
           EXEC SQL
                CREATE TABLE FORNECEDOR_SCORE
                    (fornecedor       char(10),
                     trimestre        char(05),
                     recebimentos     int,
                     no_prazo_pct     decimal(5,1),
                     atraso_medio     decimal(5,1),
                     atendimento_pct  decimal(5,1),
                     notas            int,
                     diverg_preco_pct decimal(5,1),
                     qtd_devolvida    int,
                     devolucao_pct    decimal(5,1),
                     score            decimal(5,1),
                     quando           datetime,
                     primary key      (fornecedor, trimestre))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "FORNECEDOR_SCORE ja existe." at 2001
              else
                 display "Erro: FORNECEDOR_SCORE " at 2001
                 display sqlcode at 2031
              end-if
           else
              display "Criou FORNECEDOR_SCORE OK." at 2001
           end-if
      *    Previsao mensal de demanda por produto (PrevisaoDemanda),
      *    mes AAAAMM, com ponto e lote sugeridos.
           EXEC SQL
                CREATE TABLE PRODUTO_PREVISAO
                    (codigo_produto   char(10),
                     anomes           char(06),
                     media_movel      decimal(11,2),
                     indice_sazonal   decimal(5,2),
                     previsao         int,
                     prazo_dias       int,
                     ponto_sugerido   int,
                     lote_sugerido    int,
                     ponto_anterior   int,
                     quando           datetime,
                     primary key      (codigo_produto, anomes))
           END-EXEC
           if sqlcode not = 0
              if sqlcode = -1050
                 display "PRODUTO_PREVISAO ja existe." at 1901
              else
                 display "Erro: PRODUTO_PREVISAO " at 1901
                 display sqlcode at 1931
              end-if
           else
              display "Criou PRODUTO_PREVISAO OK." at 1901
           end-if
           accept espera at 2301
           go menugeral.
      *Pedido de compra contra FORNECEDORES.ARQ, numerado pela
