       identification division.
       program-id. BuscaCEP.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select cepref assign to disk organization is indexed
             access mode is dynamic file status fs-cepref
             record key is cep-cepref.
       data division.
       fd cepref
           label record is standard
           value of file-id "CEPREF.ARQ".
       01 registro-cepref.
         02 cep-cepref              pic x(08).
         02 logradouro-cepref       pic x(50).
         02 bairro-cepref           pic x(50).
         02 cidade-cepref           pic x(50).
         02 uf-cepref               pic x(02).
       working-storage section.
       77 fs-cepref                 pic x(02).
       01 ws-arquivo-aberto          pic x(01) value "N".
       01 ws-arquivo-indisponivel    pic x(01) value "N".
       linkage section.
      *ld-cep: somente os 8 digitos, sem hifen
       01 ld-cep                     pic x(08).
      *ld-retorno: 0=CEP encontrado 1=CEP nao cadastrado
      *            9=tabela CEPREF.ARQ indisponivel (cabe ao chamador
      *              decidir aceitar com aviso)
       01 ld-retorno                 pic x(01).
       01 ld-logradouro              pic x(50).
       01 ld-bairro                  pic x(50).
       01 ld-cidade                  pic x(50).
       01 ld-uf                      pic x(02).
       procedure division using ld-cep
                                 ld-retorno
                                 ld-logradouro
                                 ld-bairro
                                 ld-cidade
                                 ld-uf.
       buscando.
           move spaces to ld-logradouro ld-bairro ld-cidade ld-uf
           if ws-arquivo-indisponivel = "S"
              move "9" to ld-retorno
              goback
           end-if
           if ws-arquivo-aberto = "N"
              open input cepref
              if fs-cepref not = "00"
                 move "S" to ws-arquivo-indisponivel
                 move "9" to ld-retorno
                 goback
              end-if
              move "S" to ws-arquivo-aberto
           end-if
           move ld-cep to cep-cepref
           read cepref invalid key
              move "1" to ld-retorno
              goback
           end-read
           move logradouro-cepref to ld-logradouro
           move bairro-cepref to ld-bairro
           move cidade-cepref to ld-cidade
           move uf-cepref to ld-uf
           move "0" to ld-retorno
           goback.
       end program BuscaCEP.
