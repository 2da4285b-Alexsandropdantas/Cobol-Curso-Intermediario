           02 nome-ant             pic x(40).
           02 uf-ant               pic x(02).
           02 cidade-ant           pic x(40).
           02 situacao-ant         pic x(01).
           02 dataefetiva-ant      pic 9(08).
       fd vendedores-novo
           label record is standard.
       01 registro-vendedores.
           02 cidade-vendedores    pic x(40).
           02 situacao-vendedores  pic x(01).
           02 dataefetiva-vendedores pic 9(08).
      *supervisor: codigo do vendedor que chefia a equipe (zeros
      *= sem supervisor); override: percentual do supervisor sobre
      *a base de comissao aprovada da sua equipe.
           02 supervisor-vendedores pic 9(3).
           02 override-vendedores  pic 9(02)v99.
       working-storage section.
       01 estado-antigo             pic x(02).
       01 estado-novo               pic x(02).
       01 espera                    pic x(01) value spaces.
       01 confirma                  pic x(01) value spaces.
       01 status-code               pic x(2) comp-5.
       01 ws-total-migrados          pic 9(05) value zeros.
       01 ws-arquivo-novo            pic x(20)
              value "VENDEDORES.NEW".
       01 ws-arquivo-vivo            pic x(20)
              value "Vendedores.Arq".
       procedure division.
      *Migracao unica do Vendedores.Arq para o layout com
      *supervisor e percentual de override: o arquivo antigo (94
      *bytes, ja com situacao e data efetiva) e relido, cada
      *vendedor entra sem supervisor e sem override e o arquivo
      *novo e copiado por cima do vivo. Rodar com o sistema
      *parado.
       iniciando.
              exit program
              stop run
           end-if
           open input vendedores-antigo
           if estado-antigo not = "00"
              display "Vendedores.Arq com problema: " at 2101
           move nome-ant    to nome-vendedores
           move uf-ant      to uf-vendedores
           move cidade-ant  to cidade-vendedores
           move situacao-ant to situacao-vendedores
           move dataefetiva-ant to dataefetiva-vendedores
           move zeros       to supervisor-vendedores
           move zeros       to override-vendedores
           write registro-vendedores invalid key
              display "Erro ao gravar: " at 2101 estado-novo
              accept espera at 2180
