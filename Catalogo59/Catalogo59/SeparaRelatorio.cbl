       identification division.
       program-id. SeparaRelatorio.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select separado assign to ws-sep-arquivo
             organization is line sequential
             file status is fs-separado.
       data division.
       fd separado
           label record is standard.
       01 reg-separado               pic x(132).
       working-storage section.
       77 fs-separado               pic x(02).
       01 ws-current-date            pic x(21).
       01 ws-sep-data                pic 9(08).
       01 ws-sep-arquivo             pic x(60).
       01 ws-sep-nome                pic x(20).
       01 ws-sep-job                 pic x(20).
       01 ws-sep-titulo              pic x(132).
       01 ws-sep-cabecalho           pic x(132).
       01 ws-sep-codigo              pic 9(03).
       01 ws-sep-indice              pic 9(04).
       01 ws-cat-nome                pic x(20).
       01 ws-cat-registros           pic 9(07).
      *Linhas ja separadas por codigo de vendedor na execucao atual
      *(zero = arquivo do vendedor ainda nao criado).
       01 ws-sep-tabela.
          02 ws-sep-linhas           pic 9(07) occurs 999 times.
       linkage section.
      *ld-acao: A=abre a separacao (ld-linha = titulo do relatorio)
      *         C=cabecalho de colunas (ld-linha)
      *         L=linha do vendedor ld-vendedor
      *         F=fecha e cataloga um arquivo por vendedor
       01 ld-acao                    pic x(01).
      *ld-relatorio: nome curto sem espacos (METAS, COMISSAO...);
      *o catalogo recebe VENDnnn-<nome>.
       01 ld-relatorio               pic x(20).
       01 ld-job                     pic x(20).
       01 ld-vendedor                pic x(03).
       01 ld-linha                   pic x(132).
       procedure division using ld-acao
                                 ld-relatorio
                                 ld-job
                                 ld-vendedor
                                 ld-linha.
      *Separacao de listagens por vendedor: o programa que gera o
      *relatorio geral repassa aqui as linhas de cada vendedor, que
      *vao para um arquivo datado proprio (<nome>_Vnnn_AAAAMMDD.TXT)
      *com o titulo do relatorio; no fechamento cada arquivo e
      *registrado no CATRELAT.ARQ para consulta e reimpressao por
      *vendedor no VerCatalogo.
       separando.
           if ld-acao = "A"
              go separando-abre
           end-if
           if ld-acao = "C"
              move ld-linha to ws-sep-cabecalho
              goback
           end-if
           if ld-acao = "L"
              go separando-linha
           end-if
           if ld-acao = "F"
              move zeros to ws-sep-indice
              go separando-cataloga
           end-if
           goback.
       separando-abre.
           initialize ws-sep-tabela
           move ld-relatorio to ws-sep-nome
           move ld-job to ws-sep-job
           move ld-linha to ws-sep-titulo
           move spaces to ws-sep-cabecalho
           move function current-date to ws-current-date
           move ws-current-date(1:8) to ws-sep-data
           goback.
       separando-linha.
           if ld-vendedor not numeric
              goback
           end-if
           move ld-vendedor to ws-sep-codigo
           if ws-sep-codigo = zeros
              goback
           end-if
           perform montar-arquivo
           if ws-sep-linhas(ws-sep-codigo) = zeros
              open output separado
              if fs-separado not = "00"
                 close separado
                 goback
              end-if
              write reg-separado from ws-sep-titulo
              if ws-sep-cabecalho not = spaces
                 write reg-separado from ws-sep-cabecalho
              end-if
              move spaces to reg-separado
              write reg-separado
           else
              open extend separado
              if fs-separado not = "00"
                 close separado
                 goback
              end-if
           end-if
           write reg-separado from ld-linha
           add 1 to ws-sep-linhas(ws-sep-codigo)
           close separado
           goback.
       separando-cataloga.
           add 1 to ws-sep-indice
           if ws-sep-indice > 999
              initialize ws-sep-tabela
              goback
           end-if
           if ws-sep-linhas(ws-sep-indice) = zeros
              go separando-cataloga
           end-if
           move ws-sep-indice to ws-sep-codigo
           perform montar-arquivo
           move spaces to ws-cat-nome
           string "VEND"       delimited by size
                  ws-sep-codigo delimited by size
                  "-"          delimited by size
                  ws-sep-nome  delimited by space
                  into ws-cat-nome
           move ws-sep-linhas(ws-sep-indice) to ws-cat-registros
           call "CatalogaRelatorio" using ws-cat-nome
                                          ws-sep-arquivo
                                          ws-sep-job
                                          ws-cat-registros
           go separando-cataloga.
       montar-arquivo.
           move spaces to ws-sep-arquivo
           string ws-sep-nome   delimited by space
                  "_V"          delimited by size
                  ws-sep-codigo delimited by size
                  "_"           delimited by size
                  ws-sep-data   delimited by size
                  ".TXT"        delimited by size
                  into ws-sep-arquivo.
       end program SeparaRelatorio.
