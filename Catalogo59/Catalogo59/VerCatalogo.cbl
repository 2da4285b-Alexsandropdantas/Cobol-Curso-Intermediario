       01 ws-linha-visto             pic x(132).
       01 ws-filtro-nome             pic x(20).
       01 ws-filtro-data             pic 9(08).
      *Listagens separadas por vendedor sao catalogadas como
      *VENDnnn-<relatorio>.
       01 ws-filtro-vendedor         pic 9(03).
       01 ws-filtro-prefixo.
          02 filler                 pic x(04) value "VEND".
          02 ws-prefixo-vendedor    pic 9(03).
          02 filler                 pic x(01) value "-".
       01 ws-chave-ver.
          02 ws-ver-nome            pic x(20).
          02 ws-ver-ts              pic 9(14).
                to ws-filtro-nome
           display "Data AAAAMMDD (0=todas).......: " at 0401
           move zeros to ws-filtro-data
           accept ws-filtro-data at 0433
           display "Vendedor (0=todos)............: " at 0501
           move zeros to ws-filtro-vendedor
           accept ws-filtro-vendedor at 0533
           move ws-filtro-vendedor to ws-prefixo-vendedor.
       listando.
           display erase at 0601
           display "Relatorio            Quando         Registr"
           if ws-filtro-nome not = spaces
              move ws-filtro-nome to nome-catrelat
           end-if
           if ws-filtro-vendedor not = zeros
              move ws-filtro-prefixo to nome-catrelat
           end-if
           start catrelat key is >= chave-catrelat invalid key
                 go listando-fim
           end-start
       listando-le.
           read catrelat next at end
                 go listando-fim.
           if ws-filtro-vendedor not = zeros
              if nome-catrelat(1:8) not = ws-filtro-prefixo
                 go listando-fim
              end-if
              if ws-filtro-nome not = spaces
                 and nome-catrelat(9:12) not = ws-filtro-nome(1:12)
                 go listando-le
              end-if
           else
              if ws-filtro-nome not = spaces
                 if nome-catrelat not = ws-filtro-nome
                    go listando-fim
                 end-if
              end-if
           end-if
           if ws-filtro-data not = zeros
              if timestamp-catrelat(1:8) not = ws-filtro-data
