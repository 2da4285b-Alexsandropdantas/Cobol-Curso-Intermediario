         02 situacao-clientes       pic x(10).
         02 ultimamanutencao-clientes pic 9(14).
         02 documento-clientes      pic x(14).
         02 cep-clientes            pic x(08).
       fd clientes-novo
           label record is standard
           value of file-id "CLIENTES_NOVO.ARQ".
         02 situacao-novo           pic x(10).
         02 ultimamanut-novo        pic 9(14).
         02 documento-novo          pic x(14).
         02 cep-novo                pic x(08).
       working-storage section.
       77 fs-estado                 pic x(02).
       77 fs-novo                   pic x(02).
