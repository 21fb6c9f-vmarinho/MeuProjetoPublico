       fd  dep-file
           label record standard.
       01 dep-dados.
           10  dep-codigo-absorvido    pic 9(07).
           10  dep-codigo-mantido      pic 9(07).
           10  dep-data-hora           pic 9(16).
