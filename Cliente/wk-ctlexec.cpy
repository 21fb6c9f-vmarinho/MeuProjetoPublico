       01 ws-ctl-parametros.
           10  ws-ctl-funcao           pic X(01).
               88  ws-ctl-abrir-dia        value 'D'.
               88  ws-ctl-iniciar          value 'I'.
               88  ws-ctl-encerrar         value 'F'.
           10  ws-ctl-job              pic X(08).
           10  ws-ctl-data-negocio     pic 9(08).
           10  ws-ctl-rc               pic 9(04).
           10  ws-ctl-qtd-lidos        pic 9(09).
           10  ws-ctl-qtd-gravados     pic 9(09).
           10  ws-ctl-qtd-rejeitados   pic 9(09).
           10  ws-ctl-retorno          pic X(02).
               88  ws-ctl-liberado         value '00'.
               88  ws-ctl-recusado         value '04'.
               88  ws-ctl-indisponivel     value '08'.
           10  ws-ctl-mensagem         pic X(60).
