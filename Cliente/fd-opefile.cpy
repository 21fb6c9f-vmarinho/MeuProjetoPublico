       fd  ope-file
           label record standard.
       01 ope-dados.
           10  ope-codigo              pic X(08).
           10  ope-nome                pic X(30).
           10  ope-perfil              pic X(01).
               88  ope-perfil-consulta     value 'C'.
               88  ope-perfil-atendimento  value 'A'.
               88  ope-perfil-supervisor   value 'S'.
               88  ope-perfil-valido       value 'C' 'A' 'S'.
           10  ope-situacao            pic X(01).
               88  ope-ativo               value 'A'.
               88  ope-bloqueado           value 'B'.
           10  ope-data-ultima-alteracao pic 9(08).
