       fd  ano-file
           label record standard.
       01 ano-dados.
           10  ano-protocolo           pic X(20).
           10  ano-codigo              pic 9(07).
           10  ano-data-pedido         pic 9(08).
           10  ano-tipo                pic X(01).
               88  ano-atendido            value 'A'.
               88  ano-recusado            value 'R'.
               88  ano-mascarado           value 'M'.
           10  ano-arquivo             pic X(30).
           10  ano-quantidade          pic 9(07).
           10  ano-motivo              pic X(40).
