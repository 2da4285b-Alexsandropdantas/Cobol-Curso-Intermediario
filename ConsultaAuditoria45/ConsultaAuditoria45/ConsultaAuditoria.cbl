          02 ws-campo-usu occurs 7 times.
             03 ws-campo-usu-nome   pic x(12).
             03 ws-campo-usu-tam    pic 9(03).
       01 ws-campos-credito.
          02 filler pic x(15) value "CLIENTE     010".
          02 filler pic x(15) value "LIMITE      011".
          02 filler pic x(15) value "CONDPAGTO   003".
       01 filler redefines ws-campos-credito.
          02 ws-campo-cred occurs 3 times.
             03 ws-campo-cred-nome  pic x(12).
             03 ws-campo-cred-tam   pic 9(03).
       procedure division.
       menugeral.
           display erase at 0101
           end-if
           go menugeral.
       filtros.
           display "Arquivo (VENDEDORES/USUARIOS/CREDITO): " at 0801
           move spaces to ws-filtro-arquivo
           accept ws-filtro-arquivo at 0840
           move function upper-case(ws-filtro-arquivo)
                to ws-filtro-arquivo
           display "Codigo do registro (branco=todos)...: " at 0901

           if ws-arquivo-linha not = "VENDEDORES"
              and ws-arquivo-linha not = "USUARIOS"
              and ws-arquivo-linha not = "CREDITO"
              go consultando-le
           end-if
           if ws-filtro-arquivo not = spaces
           else
              move 7 to ws-qtd-campos
           end-if
           if ws-arquivo-linha = "CREDITO"
              move 3 to ws-qtd-campos
           end-if
           move 1 to ws-posicao-campo
           perform varying ws-indice-campo from 1 by 1
                   until ws-indice-campo > ws-qtd-campos
                 move ws-campo-usu-tam(ws-indice-campo)
                   to ws-tamanho-campo
              end-if
              if ws-arquivo-linha = "CREDITO"
                 move ws-campo-cred-nome(ws-indice-campo)
                   to ws-nome-campo
                 move ws-campo-cred-tam(ws-indice-campo)
                   to ws-tamanho-campo
              end-if
              move spaces to ws-valor-antes ws-valor-depois
              move ws-imagem-antes(ws-posicao-campo:
                                   ws-tamanho-campo)
