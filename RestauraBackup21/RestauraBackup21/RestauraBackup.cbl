         02 situacao-bak-clientes    pic x(10).
         02 ultimamanut-bak-clientes pic 9(14).
         02 documento-bak-clientes   pic x(14).
         02 cep-bak-clientes         pic x(08).
       fd backup-vendedores
           label record is standard.
       01 registro-bak-vendedores.
           02 cidade-bak-vendedores    pic x(40).
           02 situacao-bak-vendedores  pic x(01).
           02 dataefet-bak-vendedores  pic 9(08).
           02 superv-bak-vendedores    pic 9(3).
           02 override-bak-vendedores  pic 9(02)v99.
       fd backup-usuarios
           label record is standard.
       01 registro-bak-usuarios.
