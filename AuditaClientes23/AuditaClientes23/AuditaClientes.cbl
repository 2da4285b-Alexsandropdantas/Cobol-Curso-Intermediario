         02 situacao-clientes       pic x(10).
         02 ultimamanutencao-clientes pic 9(14).
         02 documento-clientes      pic x(14).
         02 cep-clientes            pic x(08).
       fd relatorio-audit
           label record is standard.
       01 reg-relatorio              pic x(132).
