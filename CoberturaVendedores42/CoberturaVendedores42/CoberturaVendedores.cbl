         02 situacao-clientes       pic x(10).
         02 ultimamanutencao-clientes pic 9(14).
         02 documento-clientes      pic x(14).
         02 cep-clientes            pic x(08).
       fd vendedores
           label record is standard
           value of file-id
      *da mudanca ao lado); em branco vale como ativo.
           02 situacao-vendedores  pic x(01).
           02 dataefetiva-vendedores pic 9(08).
      *supervisor: codigo do vendedor que chefia a equipe (zeros
      *= sem supervisor); override: percentual do supervisor sobre
      *a base de comissao aprovada da sua equipe.
           02 supervisor-vendedores pic 9(3).
           02 override-vendedores  pic 9(02)v99.
       fd relatorio-cob
           label record is standard.
       01 reg-relatorio              pic x(132).
       01 ws-cidade-cliente-norm     pic x(40).
       01 ws-cidade-trabalho         pic x(40).
       01 ws-ja-reportada            pic x(01).
      *Separacao da listagem em um arquivo por vendedor.
       01 ws-separa-acao             pic x(01).
       01 ws-separa-nome             pic x(20) value "COBERTURA".
       01 ws-separa-job              pic x(20)
                                     value "COBERTURA-VENDEDORES".
       01 ws-separa-vendedor         pic x(03) value spaces.
       01 ws-tabela-vendedores.
          02 ws-vend occurs 500 times.
             03 ws-vend-codigo      pic 9(03).
           move "Relatorio de Cobertura Clientes x Vendedores"
                to ws-linha-relatorio
           perform gravar-relatorio
           move "A" to ws-separa-acao
           call "SeparaRelatorio" using ws-separa-acao
                                        ws-separa-nome
                                        ws-separa-job
                                        ws-separa-vendedor
                                        ws-linha-relatorio

           open input vendedores
           if estado-vendedores not = "00"
                     " Clientes: " delimited by size
                     ws-vend-clientes(ws-indice) delimited by size
                     into ws-linha-relatorio
              move ws-vend-codigo(ws-indice) to ws-separa-vendedor
              perform gravar-relatorio
              move spaces to ws-separa-vendedor
           end-perform

           move spaces to ws-linha-relatorio
                  into ws-linha-relatorio
           perform gravar-relatorio
           close relatorio-cob
           move "F" to ws-separa-acao
           call "SeparaRelatorio" using ws-separa-acao
                                        ws-separa-nome
                                        ws-separa-job
                                        ws-separa-vendedor
                                        ws-linha-relatorio

           display "Relatorio Gerado: " at 0801 ws-relatorio-nome
           display "Clientes.......: " at 0901 ws-total-clientes
           inspect ws-cidade-trabalho replacing all "." by space
           inspect ws-cidade-trabalho replacing all "," by space
           inspect ws-cidade-trabalho replacing all "-" by space.
      *Linhas de um vendedor tambem vao para o arquivo dele.
       gravar-relatorio.
           write reg-relatorio from ws-linha-relatorio
           if ws-separa-vendedor not = spaces
              move "L" to ws-separa-acao
              call "SeparaRelatorio" using ws-separa-acao
                                           ws-separa-nome
                                           ws-separa-job
                                           ws-separa-vendedor
                                           ws-linha-relatorio
           end-if.
       end program CoberturaVendedores.
