       identification division.
       program-id. MascaraCliente.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       data division.
       working-storage section.
       01 ws-qtd-digitos             pic 9(02).
       01 ws-patrimonio-edit         pic zzz.zzz.zz9,99.
       linkage section.
      *ld-nivel: nivel do operador assinado (Usuarios.Arq); so o
      *nivel A ve documento e patrimonio por inteiro.
       01 ld-nivel                   pic x(01).
      *ld-documento: CPF (11 digitos) ou CNPJ (14 digitos), so
      *numeros, alinhado a esquerda.
       01 ld-documento               pic x(14).
       01 ld-patrimonio              pic 9(09)v99.
      *Saidas para tela e relatorio: documento formatado
      *(***.456.789-** / **.345.678/****-**) e patrimonio editado
      *ou em asteriscos.
       01 ld-documento-tela          pic x(18).
       01 ld-patrimonio-tela         pic x(14).
       procedure division using ld-nivel
                                 ld-documento
                                 ld-patrimonio
                                 ld-documento-tela
                                 ld-patrimonio-tela.
      *Mascara de CPF/CNPJ e patrimonio do cliente para operador
      *que nao seja nivel A: ficam so os digitos do meio do
      *documento, o bastante para conferir com o cliente.
       mascarando.
           move spaces to ld-documento-tela
           move ld-patrimonio to ws-patrimonio-edit
           move ws-patrimonio-edit to ld-patrimonio-tela
           if ld-nivel = "A"
              move ld-documento to ld-documento-tela
              goback
           end-if
           move all "*" to ld-patrimonio-tela
           if ld-documento = spaces
              goback
           end-if
           move zeros to ws-qtd-digitos
           inspect ld-documento tallying ws-qtd-digitos
                   for characters before initial space
           if ws-qtd-digitos = 11
              go mascarando-cpf
           end-if
           if ws-qtd-digitos = 14
              go mascarando-cnpj
           end-if
           if ws-qtd-digitos = zeros
              move 14 to ws-qtd-digitos
           end-if
           move all "*" to ld-documento-tela(1:ws-qtd-digitos)
           goback.
       mascarando-cpf.
           string "***."              delimited by size
                  ld-documento(4:3)   delimited by size
                  "."                 delimited by size
                  ld-documento(7:3)   delimited by size
                  "-**"               delimited by size
                  into ld-documento-tela
           goback.
       mascarando-cnpj.
           string "**."               delimited by size
                  ld-documento(3:3)   delimited by size
                  "."                 delimited by size
                  ld-documento(6:3)   delimited by size
                  "/****-**"          delimited by size
                  into ld-documento-tela
           goback.
       end program MascaraCliente.
