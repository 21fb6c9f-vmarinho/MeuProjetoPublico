       fd  ctl-file
           label record standard.
       01 ctl-registro.
           10  ctl-chave.
               15  ctl-data-negocio    pic 9(08).
               15  ctl-job             pic X(08).
           10  ctl-execucao.
               15  ctl-situacao        pic X(01).
                   88  ctl-em-execucao     value 'I'.
                   88  ctl-concluido       value 'F'.
                   88  ctl-recusado        value 'R'.
               15  ctl-inicio          pic 9(16).
               15  ctl-fim             pic 9(16).
               15  ctl-rc              pic 9(04).
               15  ctl-qtd-lidos       pic 9(09).
               15  ctl-qtd-gravados    pic 9(09).
               15  ctl-qtd-rejeitados  pic 9(09).
               15  ctl-execucoes       pic 9(03).
               15  ctl-mensagem        pic X(40).
           10  ctl-corrente redefines ctl-execucao.
               15  ctl-data-corrente   pic 9(08).
               15  filler              pic X(99).
