       identification division.
       program-id. GeraPayloadPix.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select pix-config assign to "PIX.CFG"
             organization is line sequential
             file status is fs-pix.
       data division.
       file section.
       fd pix-config
           label record is standard.
       01 reg-pix                    pic x(120).
       working-storage section.
       77 fs-pix                    pic x(02).
       01 ws-config-lida             pic x(01) value "N".
       01 ws-config-linha            pic x(120).
       01 ws-config-classe           pic x(20).
       01 ws-config-valor            pic x(99).
      *Recebedor da cobranca, em PIX.CFG: CHAVE|..., NOME|... e
      *CIDADE|... (nome ate 25 e cidade ate 15 posicoes, sem
      *acento, como pede o padrao do BR Code).
       01 ws-pix-chave               pic x(77) value spaces.
       01 ws-pix-nome                pic x(25) value spaces.
       01 ws-pix-cidade              pic x(15) value spaces.
       01 ws-ponteiro                pic 9(03).
       01 ws-campo-id                pic x(02).
       01 ws-campo-valor             pic x(99).
       01 ws-campo-tam               pic 9(02).
       01 ws-adicional               pic x(99).
       01 ws-valor-texto             pic z(08)9,99.
       01 ws-valor-inicio            pic 9(02).
      *CRC16-CCITT (polinomio 1021, inicial FFFF) do BR Code,
      *calculado por aritmetica: o ou-exclusivo e feito bit a bit.
       01 ws-crc                     pic 9(05) comp.
       01 ws-crc-byte                pic 9(05) comp.
       01 ws-crc-pos                 pic 9(03) comp.
       01 ws-crc-tam                 pic 9(03) comp.
       01 ws-xor-a                   pic 9(05) comp.
       01 ws-xor-b                   pic 9(05) comp.
       01 ws-xor-r                   pic 9(05) comp.
       01 ws-xor-peso                pic 9(05) comp.
       01 ws-bit-a                   pic 9(01) comp.
       01 ws-bit-b                   pic 9(01) comp.
       01 ws-hex-digitos             pic x(16)
                                     value "0123456789ABCDEF".
       01 ws-hex-resto               pic 9(05) comp.
       01 ws-hex-digito              pic 9(02) comp.
       01 ws-hex-indice              pic 9(01) comp.
       01 ws-crc-hex                 pic x(04).

       linkage section.
      *Identificador da cobranca (txid, ate 25 alfanumericos) e
      *valor; devolve o texto copia e cola.
       01 ld-txid                    pic x(25).
       01 ld-valor                   pic 9(09)v99.
       01 ld-payload                 pic x(256).
      *ld-retorno: 0=gerado 1=PIX.CFG sem chave do recebedor
       01 ld-retorno                 pic x(01).

       procedure division using ld-txid
                                 ld-valor
                                 ld-payload
                                 ld-retorno.
       gerando.
           move "1" to ld-retorno
           move spaces to ld-payload
           if ws-config-lida = "N"
              perform ler-configuracao thru ler-configuracao-fim
           end-if
           if ws-pix-chave = spaces
              goback
           end-if
           move 1 to ws-ponteiro
           move "00" to ws-campo-id
           move "01" to ws-campo-valor
           perform acrescentar-campo

           move ws-pix-chave to ws-campo-valor
           perform medir-campo
           move spaces to ws-campo-valor
           string "0014BR.GOV.BCB.PIX"        delimited by size
                  "01"                        delimited by size
                  ws-campo-tam                delimited by size
                  ws-pix-chave(1:ws-campo-tam) delimited by size
                  into ws-campo-valor
           move "26" to ws-campo-id
           perform acrescentar-campo

           move "52" to ws-campo-id
           move "0000" to ws-campo-valor
           perform acrescentar-campo
           move "53" to ws-campo-id
           move "986" to ws-campo-valor
           perform acrescentar-campo

      *    Valor com ponto decimal e sem zeros a esquerda.
           move ld-valor to ws-valor-texto
           inspect ws-valor-texto replacing all "," by "."
           move 1 to ws-valor-inicio
           perform avancar-valor
                   until ws-valor-texto(ws-valor-inicio:1) not = space
           move spaces to ws-campo-valor
           move ws-valor-texto(ws-valor-inicio:) to ws-campo-valor
           move "54" to ws-campo-id
           perform acrescentar-campo

           move "58" to ws-campo-id
           move "BR" to ws-campo-valor
           perform acrescentar-campo
           move "59" to ws-campo-id
           move ws-pix-nome to ws-campo-valor
           perform acrescentar-campo
           move "60" to ws-campo-id
           move ws-pix-cidade to ws-campo-valor
           perform acrescentar-campo

           move ld-txid to ws-campo-valor
           perform medir-campo
           move spaces to ws-adicional
           string "05"                    delimited by size
                  ws-campo-tam            delimited by size
                  ld-txid(1:ws-campo-tam) delimited by size
                  into ws-adicional
           move "62" to ws-campo-id
           move ws-adicional to ws-campo-valor
           perform acrescentar-campo

      *    O CRC cobre todo o texto ate o proprio "6304".
           string "6304" delimited by size
                  into ld-payload with pointer ws-ponteiro
           compute ws-crc-tam = ws-ponteiro - 1
           perform calcular-crc
           string ws-crc-hex delimited by size
                  into ld-payload with pointer ws-ponteiro
           move "0" to ld-retorno
           goback.
      *Campo do BR Code: id(2) tamanho(2) valor.
       acrescentar-campo.
           perform medir-campo
           string ws-campo-id                    delimited by size
                  ws-campo-tam                   delimited by size
                  ws-campo-valor(1:ws-campo-tam) delimited by size
                  into ld-payload with pointer ws-ponteiro.
       medir-campo.
           move 99 to ws-campo-tam
           perform recuar-tamanho
                   until ws-campo-tam = 1
                      or ws-campo-valor(ws-campo-tam:1) not = space.
       recuar-tamanho.
           subtract 1 from ws-campo-tam.
       avancar-valor.
           add 1 to ws-valor-inicio.
       calcular-crc.
           move 65535 to ws-crc
           perform crc-byte
                   varying ws-crc-pos from 1 by 1
                   until ws-crc-pos > ws-crc-tam
           move ws-crc to ws-hex-resto
           move spaces to ws-crc-hex
           perform converter-hex
                   varying ws-hex-indice from 4 by -1
                   until ws-hex-indice < 1.
       crc-byte.
           compute ws-crc-byte =
                   function ord (ld-payload(ws-crc-pos:1)) - 1
           move ws-crc to ws-xor-a
           compute ws-xor-b = ws-crc-byte * 256
           perform ou-exclusivo
           move ws-xor-r to ws-crc
           perform crc-deslocar 8 times.
       crc-deslocar.
           if ws-crc >= 32768
              compute ws-xor-a = (ws-crc - 32768) * 2
              move 4129 to ws-xor-b
              perform ou-exclusivo
              move ws-xor-r to ws-crc
           else
              compute ws-crc = ws-crc * 2
           end-if.
       ou-exclusivo.
           move zeros to ws-xor-r
           move 1 to ws-xor-peso
           perform ou-exclusivo-bit 16 times.
       ou-exclusivo-bit.
           divide ws-xor-a by 2 giving ws-xor-a remainder ws-bit-a
           divide ws-xor-b by 2 giving ws-xor-b remainder ws-bit-b
           if ws-bit-a not = ws-bit-b
              add ws-xor-peso to ws-xor-r
           end-if
           compute ws-xor-peso = ws-xor-peso * 2.
       converter-hex.
           divide ws-hex-resto by 16 giving ws-hex-resto
                  remainder ws-hex-digito
           move ws-hex-digitos(ws-hex-digito + 1:1)
                to ws-crc-hex(ws-hex-indice:1).
       ler-configuracao.
           move "S" to ws-config-lida
           open input pix-config
           if fs-pix not = "00"
              go ler-configuracao-fim
           end-if.
       ler-configuracao-le.
           read pix-config into ws-config-linha at end
              close pix-config
              go ler-configuracao-fim
           end-read
           if ws-config-linha = spaces
              go ler-configuracao-le
           end-if
           if ws-config-linha(1:1) = "*"
              go ler-configuracao-le
           end-if
           move spaces to ws-config-classe ws-config-valor
           unstring ws-config-linha delimited by "|"
                    into ws-config-classe ws-config-valor
           end-unstring
           evaluate ws-config-classe
             when "CHAVE"
                move ws-config-valor to ws-pix-chave
             when "NOME"
                move function upper-case (ws-config-valor)
                     to ws-pix-nome
             when "CIDADE"
                move function upper-case (ws-config-valor)
                     to ws-pix-cidade
           end-evaluate
           go ler-configuracao-le.
       ler-configuracao-fim.
           exit.
       end program GeraPayloadPix.
