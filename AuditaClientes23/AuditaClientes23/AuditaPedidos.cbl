           02 cidade-vendedores    pic x(40).
           02 situacao-vendedores  pic x(01).
           02 dataefetiva-vendedores pic 9(08).
      *supervisor: codigo do vendedor que chefia a equipe (zeros
      *= sem supervisor); override: percentual do supervisor sobre
      *a base de comissao aprovada da sua equipe.
           02 supervisor-vendedores pic 9(3).
           02 override-vendedores  pic 9(02)v99.
       fd relatorio-audit
           label record is standard.
       01 reg-relatorio              pic x(132).
