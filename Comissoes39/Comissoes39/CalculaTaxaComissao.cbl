      *da mudanca ao lado); em branco vale como ativo.
           02 situacao-vendedores  pic x(01).
           02 dataefetiva-vendedores pic 9(08).
      *supervisor: codigo do vendedor que chefia a equipe (zeros
      *= sem supervisor); override: percentual do supervisor sobre
      *a base de comissao aprovada da sua equipe.
           02 supervisor-vendedores pic 9(3).
           02 override-vendedores  pic 9(02)v99.
       fd comissao
           label record is standard
           value of file-id "COMISSAO.ARQ".
