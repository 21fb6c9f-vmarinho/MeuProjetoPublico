       fd  vin-file
           label record standard.
       01 vin-dados.
           10  vin-chave.
               15  vin-codigo          pic 9(07).
               15  vin-tipo            pic X(01).
                   88  vin-tipo-filial         value 'F'.
                   88  vin-tipo-representante  value 'R'.
                   88  vin-tipo-socio          value 'S'.
               15  vin-codigo-vinculado pic 9(07).
           10  vin-raiz-cnpj           pic 9(08).
           10  vin-origem              pic X(01).
               88  vin-origem-automatica   value 'A'.
               88  vin-origem-manual       value 'M'.
           10  vin-operador            pic X(08).
           10  vin-data-inclusao       pic 9(08).
           10  vin-data-confirmacao    pic 9(08).
           10  vin-revisao             pic X(01).
               88  vin-em-revisao          value 'S'.
               88  vin-sem-revisao         value 'N'.
           10  vin-data-revisao        pic 9(08).
