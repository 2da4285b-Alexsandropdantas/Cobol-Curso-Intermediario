       identification division.
       program-id. ManterCEP.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select cepref assign to disk organization is indexed
             access mode is dynamic file status fs-cepref
             record key is cep-cepref.
           select arquivo-base assign to ws-base-nome
             organization is line sequential
             file status is fs-base.
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
       fd arquivo-base
           label record is standard.
       01 reg-base                   pic x(250).
       working-storage section.
       77 fs-cepref                 pic x(02).
       77 fs-base                   pic x(02).
       01 espera                    pic x(01) value spaces.
       01 opcao                     pic 9(01) value zeros.
       01 ws-base-nome               pic x(60).
       01 ws-linha-base              pic x(250).
       01 ws-campo-cep               pic x(10).
       01 ws-campo-logradouro        pic x(60).
       01 ws-campo-bairro            pic x(60).
       01 ws-campo-cidade            pic x(60).
       01 ws-campo-uf                pic x(10).
       01 ws-cep-digitado            pic x(09).
       01 ws-uf-retorno              pic x(01).
       01 ws-uf-regiao               pic x(20).
       01 ws-total-lidos             pic 9(07).
       01 ws-total-gravados          pic 9(07).
       01 ws-total-recusados         pic 9(07).
       01 ws-total-uf-invalida       pic 9(07).
       procedure division.
       abrindo.
           open i-o cepref
           if fs-cepref not = "00"
             if fs-cepref = "35" or "05"
                   close cepref
                   open output cepref
                   close cepref
                   go abrindo
             else
                   display "Erro ao abrir CEPREF.ARQ:" at 2101
                           fs-cepref
                   close cepref
                   accept espera at 2301
                   exit program
                   stop run
             end-if
           end-if.
       menugeral.
           display erase at 0101
           display "Tabela de Referencia de CEPs" at 0101
           display "1.Consultar CEP" at 0201
           display "2.Carregar Base dos Correios" at 0301
           display "0.Sair" at 0401
           display "Opcao:" at 0501
           initialize opcao
           accept opcao at 0507
           if opcao = 1
              go consultar
           end-if
           if opcao = 2
              go carregar-base
           end-if
           if opcao = 0
              close cepref
              exit program
              stop run
           end-if
           go menugeral.
       consultar.
           display erase at 0101
           display "CEP...............: " at 0301
           display "Logradouro........: " at 0401
           display "Bairro............: " at 0501
           display "Cidade............: " at 0601
           display "UF................: " at 0701
           move spaces to ws-cep-digitado
           accept ws-cep-digitado at 0321
           if ws-cep-digitado = spaces
              go menugeral
           end-if
           move ws-cep-digitado to ws-campo-cep
           perform normalizar-cep
           move ws-campo-cep(1:8) to cep-cepref
           read cepref invalid key
              display "CEP Nao Cadastrado (Pressione Enter)" at 2001
              accept espera at 2201
              go consultar
           end-read
           display cep-cepref at 0321
           display logradouro-cepref at 0421
           display bairro-cepref at 0521
           display cidade-cepref at 0621
           display uf-cepref at 0721
           accept espera at 2201
           go consultar.
      *Extracao da base de enderecamento (DNE) dos Correios, uma
      *linha por CEP: CEP;LOGRADOURO;BAIRRO;CIDADE;UF. O CEP pode vir
      *com ou sem hifen. CEP ja existente e substituido, de modo que
      *a mesma rotina serve para a carga inicial e para as
      *atualizacoes periodicas da base.
       carregar-base.
           display erase at 0101
           display "Carregar Base de CEPs" at 0101
           display "Arquivo: " at 0301
           move "CEP_BASE.TXT" to ws-base-nome
           accept ws-base-nome at 0310 with update
           if ws-base-nome = spaces
              go menugeral
           end-if
           open input arquivo-base
           if fs-base not = "00"
              display "Arquivo da base nao encontrado." at 2101
              accept espera at 2180
              go menugeral
           end-if
           move zeros to ws-total-lidos ws-total-gravados
                         ws-total-recusados ws-total-uf-invalida.
       carregar-base-le.
           read arquivo-base into ws-linha-base at end
              go carregar-base-fim
           end-read
           if ws-linha-base = spaces
              go carregar-base-le
           end-if
           if ws-linha-base(1:1) = "*"
              go carregar-base-le
           end-if
           add 1 to ws-total-lidos
           move spaces to ws-campo-cep ws-campo-logradouro
                          ws-campo-bairro ws-campo-cidade ws-campo-uf
           unstring ws-linha-base delimited by ";"
                    into ws-campo-cep
                         ws-campo-logradouro
                         ws-campo-bairro
                         ws-campo-cidade
                         ws-campo-uf
           end-unstring
           perform normalizar-cep
           if ws-campo-cep(1:8) is not numeric
              or ws-campo-cidade = spaces
              or ws-campo-uf = spaces
              add 1 to ws-total-recusados
              go carregar-base-le
           end-if
           initialize registro-cepref
           move ws-campo-cep(1:8) to cep-cepref
           move function upper-case(ws-campo-logradouro)
                to logradouro-cepref
           move function upper-case(ws-campo-bairro)
                to bairro-cepref
           move function upper-case(ws-campo-cidade)
                to cidade-cepref
           move function upper-case(ws-campo-uf(1:2)) to uf-cepref
           call "ValidaUF" using uf-cepref ws-uf-retorno ws-uf-regiao
           if ws-uf-retorno = "1"
              add 1 to ws-total-uf-invalida
              add 1 to ws-total-recusados
              go carregar-base-le
           end-if
           write registro-cepref invalid key
              rewrite registro-cepref
              end-rewrite
           end-write
           add 1 to ws-total-gravados
           if function mod(ws-total-gravados, 1000) = zeros
              display "CEPs Gravados....: " at 0501 ws-total-gravados
           end-if
           go carregar-base-le.
       carregar-base-fim.
           close arquivo-base
           display "Linhas Lidas.....: " at 0401 ws-total-lidos
           display "CEPs Gravados....: " at 0501 ws-total-gravados
           display "Linhas Recusadas.: " at 0601 ws-total-recusados
           display "  com UF Invalida: " at 0701 ws-total-uf-invalida
           accept espera at 2301
           go menugeral.
      *Aceita 99999-999 ou 99999999 em ws-campo-cep e devolve os
      *8 digitos alinhados a esquerda.
       normalizar-cep.
           move function trim(ws-campo-cep) to ws-campo-cep
           if ws-campo-cep(6:1) = "-"
              move ws-campo-cep(7:3) to ws-campo-cep(6:3)
              move spaces to ws-campo-cep(9:2)
           end-if.
       end program ManterCEP.
