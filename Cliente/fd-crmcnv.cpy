       fd  cnv-file
           label record standard.
       01 cnv-dados.
           10  cnv-tipo                pic X(01).
               88  cnv-tipo-cabecalho  value 'H'.
               88  cnv-tipo-movimento  value 'M'.
               88  cnv-tipo-rejeitado  value 'R'.
               88  cnv-tipo-conflito   value 'C'.
           10  cnv-codigo              pic 9(07).
           10  cnv-versao-base         pic 9(16).
           10  cnv-operacao            pic X(01).
           10  cnv-qtd-campos          pic 9(03).
           10  cnv-mensagem            pic X(60).
           10  cnv-versao-cadastro     pic 9(16).
           10  filler                  pic X(16).
       01 cnv-cabecalho.
           10  filler                  pic X(01).
           10  cnv-cab-data-hora-crm   pic 9(16).
           10  cnv-cab-situacao        pic X(01).
               88  cnv-arquivo-aceito  value 'A'.
               88  cnv-arquivo-recusado value 'R'.
               88  cnv-arquivo-ausente value 'V'.
           10  cnv-cab-motivo          pic X(60).
           10  filler                  pic X(42).
