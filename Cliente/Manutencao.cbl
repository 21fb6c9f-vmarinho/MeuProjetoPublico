           copy "sel-munfile.cpy".
           copy "sel-sitfile.cpy".
           copy "sel-motfile.cpy".
           copy "sel-depfile.cpy".
           copy "sel-opefile.cpy".
           copy "sel-vinfile.cpy".

       data division.
       File Section.
           copy "fd-munfile.cpy".
           copy "fd-sitfile.cpy".
           copy "fd-motfile.cpy".
           copy "fd-depfile.cpy".
           copy "fd-opefile.cpy".
           copy "fd-vinfile.cpy".

       working-storage section.
       77 ws-indice        pic 9(03) value zeros.
           88 ws-mot-valido          value 'S'.
           88 ws-mot-invalido        value 'N'.

       01 ws-dep-status.
           03 ws-dep-1           pic x(01).
           03 ws-dep-2           pic x(01) usage display.

       01 ws-ope-status.
           03 ws-ope-1           pic x(01).
           03 ws-ope-2           pic x(01) usage display.
       01 ws-ope-sw-permitido pic x(01) value 'S'.
           88 ws-ope-permitido       value 'S'.
           88 ws-ope-negado          value 'N'.

       01 ws-ctt-status.
           03 ws-ctt-1           pic x(01).
           03 ws-ctt-2           pic x(01) usage display.
       01 ws-ctt-audit-depois pic x(179) value spaces.
       77 ws-ctt-aud-operacao pic x(01).

       01 ws-vin-status.
           03 ws-vin-1           pic x(01).
           03 ws-vin-2           pic x(01) usage display.
       01 ws-vin-fim-sw      pic x(01) value 'N'.
           88 ws-vin-fim             value 'S'.
           88 ws-vin-nao-fim         value 'N'.
       01 ws-grp-documento   pic 9(14).
       01 ws-grp-documento-partes redefines ws-grp-documento.
           03 ws-grp-raiz        pic 9(08).
           03 ws-grp-ordem       pic 9(04).
               88 ws-grp-matriz      value 0001.
           03 ws-grp-dv          pic 9(02).
       77 ws-grp-codigo-matriz pic 9(07).
       77 ws-grp-sinalizadas pic 9(03).
       77 ws-grp-papel       pic x(01).
       77 ws-grp-vinculado   pic 9(07).
       77 ws-grp-sis-salvo   pic x(179).

       01 ws-cons-sw         pic x(01) value 'N'.
           88 ws-cons-encontrado      value 'S'.
           88 ws-cons-nao-encontrado  value 'N'.
           10  lnk-origem              pic X(01).
               88  lnk-origem-batch    value 'B'.
           10  lnk-motivo              pic 9(03).
           10  lnk-operador            pic X(08).
           10  lnk-grupo.
               15  lnk-grp-raiz        pic 9(08).
               15  lnk-grp-matriz      pic 9(07).
               15  lnk-grp-qtd-estab   pic 9(04).
               15  lnk-grp-revisao     pic X(01).
                   88  lnk-grp-em-revisao    value 'S'.
               15  lnk-grp-qtd-vinculos pic 9(04).
               15  lnk-grp-vinculo occurs 10 times.
                   20  lnk-vin-papel       pic X(01).
                       88  lnk-vin-matriz        value 'M'.
                       88  lnk-vin-filial        value 'F'.
                       88  lnk-vin-representante value 'R'.
                       88  lnk-vin-socio         value 'S'.
                       88  lnk-vin-representada  value 'E'.
                       88  lnk-vin-participada   value 'P'.
                   20  lnk-vin-codigo      pic 9(07).
                   20  lnk-vin-revisao     pic X(01).
       01 lnk-mensagem     pic x(60).
       01 lnk-retorno      pic 9(02).
           88 lnk-ret-sucesso            value 00.
           88 lnk-ret-falha-validacao    value 02.
           88 lnk-ret-falha-arquivo      value 03.
           88 lnk-ret-sistema-fechado    value 04.
           88 lnk-ret-acesso-negado      value 05.
           88 lnk-ret-operacao-invalida  value 99.

       procedure division using lnk-operacao
              or lnk-ret-falha-arquivo
               go to 9999-Sair
           end-if
           perform 0040-Conferir-Operador
               thru 0040-Conferir-Operador-Exit
           if lnk-ret-acesso-negado
              or lnk-ret-falha-arquivo
               go to 9999-Sair
           end-if
           evaluate lnk-operacao
               when '1'
                   perform 0100-Cadastrar
           end-evaluate
           go to 9999-Sair.

       0040-Conferir-Operador.
           if lnk-origem-batch
               go to 0040-Conferir-Operador-Exit
           end-if
           open input ope-file
           if ws-ope-1 not equal '0'
               set lnk-ret-falha-arquivo to true
               string "Falha ao ler o cadastro de operadores. Erro: "
                   delimited by size ws-ope-status
                   delimited by size into lnk-mensagem
               go to 0040-Conferir-Operador-Exit
           end-if
           move lnk-operador to ope-codigo
           read ope-file key is ope-codigo
           if ws-ope-status equal '23'
               set lnk-ret-acesso-negado to true
               string "Operador não cadastrado: "
                   delimited by size lnk-operador
                   delimited by size into lnk-mensagem
               close ope-file
               go to 0040-Conferir-Operador-Exit
           end-if
           if ws-ope-1 not equal '0'
               set lnk-ret-falha-arquivo to true
               string "Falha ao ler o cadastro de operadores. Erro: "
                   delimited by size ws-ope-status
                   delimited by size into lnk-mensagem
               close ope-file
               go to 0040-Conferir-Operador-Exit
           end-if
           close ope-file
           if not ope-ativo
               set lnk-ret-acesso-negado to true
               string "Operador bloqueado: "
                   delimited by size lnk-operador
                   delimited by size into lnk-mensagem
               go to 0040-Conferir-Operador-Exit
           end-if
           set ws-ope-permitido to true
           evaluate lnk-operacao
               when lnk-op-cadastrar
               when lnk-op-alterar
               when lnk-op-ctt-incluir
               when lnk-op-ctt-alterar
                   if not ope-perfil-atendimento
                      and not ope-perfil-supervisor
                       set ws-ope-negado to true
                   end-if
               when lnk-op-excluir
               when lnk-op-reativar
               when lnk-op-ctt-excluir
                   if not ope-perfil-supervisor
                       set ws-ope-negado to true
                   end-if
               when other
                   continue
           end-evaluate
           if ws-ope-negado
               set lnk-ret-acesso-negado to true
               string "Operação não permitida ao perfil do operador "
                   delimited by size lnk-operador
                   delimited by size into lnk-mensagem
           end-if.
       0040-Conferir-Operador-Exit.
           exit.

       0050-Conferir-Janela.
           if lnk-origem-batch
               go to 0050-Conferir-Janela-Exit
           move ws-aud-timestamp to aud-data-hora
           move ws-audit-antes to aud-antes
           move sis-dados to aud-depois
           move lnk-operador to aud-operador
           if lnk-operacao equal lnk-op-excluir
              or lnk-operacao equal lnk-op-reativar
               move lnk-motivo to aud-motivo
                   set lnk-ret-nao-encontrado to true
                   string "Registro não Encontrado!"
                   delimited by size into lnk-mensagem
                   perform 0260-Consultar-De-Para
                       thru 0260-Consultar-De-Para-Exit
               else
                   move sis-dados to lnk-dados
                   perform 0250-Obter-Contato-Preferido
                       thru 0250-Obter-Contato-Preferido-Exit
                   if sis-inativo
                       perform 0260-Consultar-De-Para
                           thru 0260-Consultar-De-Para-Exit
                   end-if
                   perform 0270-Obter-Grupo
                       thru 0270-Obter-Grupo-Exit
               end-if
           else
               if lnk-documento not equal zeros
               move ws-cons-dados-encontrados to lnk-dados
               perform 0250-Obter-Contato-Preferido
                   thru 0250-Obter-Contato-Preferido-Exit
               perform 0270-Obter-Grupo
                   thru 0270-Obter-Grupo-Exit
               if ws-cons-total-encontrados is greater than 1
                   string "Mais de um cliente coincide. Retornado "
                       delimited by size "o primeiro."
               move ws-cons-dados-encontrados to lnk-dados
               perform 0250-Obter-Contato-Preferido
                   thru 0250-Obter-Contato-Preferido-Exit
               perform 0270-Obter-Grupo
                   thru 0270-Obter-Grupo-Exit
               if ws-cons-total-encontrados is greater than 1
                   string "Mais de um cliente com o documento. "
                       delimited by size "Retornado o primeiro."
       0252-Testar-Preferido-Exit.
           exit.

       0260-Consultar-De-Para.
           open input dep-file
           if ws-dep-1 not equal '0'
               go to 0260-Consultar-De-Para-Exit
           end-if
           move lnk-codigo to dep-codigo-absorvido
           read dep-file key is dep-codigo-absorvido
           if ws-dep-1 equal '0'
               move spaces to lnk-mensagem
               string "Código unificado. Substituído pelo código "
                   delimited by size dep-codigo-mantido
                   delimited by size into lnk-mensagem
           end-if
           close dep-file.
       0260-Consultar-De-Para-Exit.
           exit.

       0270-Obter-Grupo.
           initialize lnk-grupo
           if lnk-doc-juridica
              and lnk-documento not equal zeros
               move lnk-documento to ws-grp-documento
               move ws-grp-raiz to lnk-grp-raiz
               if ws-grp-matriz
                   move lnk-codigo to lnk-grp-matriz
               end-if
      *    a contagem posiciona o cadastro em outros registros;
      *    o registro consultado e preservado para quem chamou
               move sis-dados to ws-grp-sis-salvo
               perform 0271-Contar-Estabelecimentos
                   thru 0271-Contar-Estabelecimentos-Exit
               move ws-grp-sis-salvo to sis-dados
           end-if
           open input vin-file
           if ws-vin-1 not equal '0'
               go to 0270-Obter-Grupo-Exit
           end-if
      *    vinculos em que o cliente e a origem (filial -> matriz,
      *    pessoa fisica -> empresa que representa ou de que e socio)
           move lnk-codigo to vin-codigo
           move low-values to vin-tipo
           move zeros to vin-codigo-vinculado
           set ws-vin-nao-fim to true
           start vin-file key is not less than vin-chave
               invalid key
                   set ws-vin-fim to true
           end-start
           perform 0273-Ler-Vinculo-Origem
               thru 0273-Ler-Vinculo-Origem-Exit
           perform 0274-Acumular-Origem
               thru 0274-Acumular-Origem-Exit
               until ws-vin-fim
      *    vinculos em que o cliente e o destino (matriz <- filiais,
      *    empresa <- representantes e socios)
           move lnk-codigo to vin-codigo-vinculado
           set ws-vin-nao-fim to true
           start vin-file key is equal vin-codigo-vinculado
               invalid key
                   set ws-vin-fim to true
           end-start
           perform 0275-Ler-Vinculo-Destino
               thru 0275-Ler-Vinculo-Destino-Exit
           perform 0276-Acumular-Destino
               thru 0276-Acumular-Destino-Exit
               until ws-vin-fim
           close vin-file
           if lnk-grp-em-revisao
              and lnk-mensagem equal spaces
               string "Filial em revisão: matriz inativada."
               delimited by size into lnk-mensagem
           end-if.
       0270-Obter-Grupo-Exit.
           exit.

       0271-Contar-Estabelecimentos.
           compute sis-documento = ws-grp-raiz * 1000000
           start sis-file key is not less than sis-documento
               invalid key
                   go to 0271-Contar-Estabelecimentos-Exit
           end-start
           perform 0211-Ler-Proximo-Consulta
               thru 0211-Ler-Proximo-Consulta-Exit
           perform 0272-Acumular-Estabelecimento
               thru 0272-Acumular-Estabelecimento-Exit
               until ws-file-1 not equal '0'
                  or ws-grp-raiz not equal lnk-grp-raiz.
       0271-Contar-Estabelecimentos-Exit.
           exit.

       0272-Acumular-Estabelecimento.
           move sis-documento to ws-grp-documento
           if ws-grp-raiz equal lnk-grp-raiz
               if sis-doc-juridica
                   add 1 to lnk-grp-qtd-estab
               end-if
               perform 0211-Ler-Proximo-Consulta
                   thru 0211-Ler-Proximo-Consulta-Exit
           end-if.
       0272-Acumular-Estabelecimento-Exit.
           exit.

       0273-Ler-Vinculo-Origem.
           if ws-vin-fim
               go to 0273-Ler-Vinculo-Origem-Exit
           end-if
           read vin-file next
               at end
                   set ws-vin-fim to true
           end-read
           if ws-vin-1 not equal '0'
              or vin-codigo not equal lnk-codigo
               set ws-vin-fim to true
           end-if.
       0273-Ler-Vinculo-Origem-Exit.
           exit.

       0274-Acumular-Origem.
           evaluate true
               when vin-tipo-filial
                   move 'M' to ws-grp-papel
                   move vin-codigo-vinculado to lnk-grp-matriz
                   if vin-em-revisao
                       set lnk-grp-em-revisao to true
                   end-if
               when vin-tipo-representante
                   move 'E' to ws-grp-papel
               when other
                   move 'P' to ws-grp-papel
           end-evaluate
           move vin-codigo-vinculado to ws-grp-vinculado
           perform 0277-Guardar-Vinculo
               thru 0277-Guardar-Vinculo-Exit
           perform 0273-Ler-Vinculo-Origem
               thru 0273-Ler-Vinculo-Origem-Exit.
       0274-Acumular-Origem-Exit.
           exit.

       0275-Ler-Vinculo-Destino.
           if ws-vin-fim
               go to 0275-Ler-Vinculo-Destino-Exit
           end-if
           read vin-file next
               at end
                   set ws-vin-fim to true
           end-read
           if ws-vin-1 not equal '0'
              or vin-codigo-vinculado not equal lnk-codigo
               set ws-vin-fim to true
           end-if.
       0275-Ler-Vinculo-Destino-Exit.
           exit.

       0276-Acumular-Destino.
           move vin-tipo to ws-grp-papel
           move vin-codigo to ws-grp-vinculado
           perform 0277-Guardar-Vinculo
               thru 0277-Guardar-Vinculo-Exit
           perform 0275-Ler-Vinculo-Destino
               thru 0275-Ler-Vinculo-Destino-Exit.
       0276-Acumular-Destino-Exit.
           exit.

       0277-Guardar-Vinculo.
           add 1 to lnk-grp-qtd-vinculos
           if lnk-grp-qtd-vinculos greater than 10
               go to 0277-Guardar-Vinculo-Exit
           end-if
           move ws-grp-papel
               to lnk-vin-papel (lnk-grp-qtd-vinculos)
           move ws-grp-vinculado
               to lnk-vin-codigo (lnk-grp-qtd-vinculos)
           move vin-revisao
               to lnk-vin-revisao (lnk-grp-qtd-vinculos).
       0277-Guardar-Vinculo-Exit.
           exit.

       0300-Alterar.
           perform 0150-Validar-Documento
               thru 0150-Validar-Documento-Exit
               delimited by size into lnk-mensagem
               perform 0160-Gravar-Auditoria
                   thru 0160-Gravar-Auditoria-Exit
               perform 0510-Sinalizar-Filiais
                   thru 0510-Sinalizar-Filiais-Exit
           else
               set lnk-ret-falha-arquivo to true
               string "Não foi possível excluir. Erro: "
       0500-Excluir-Exit.
           exit.

       0510-Sinalizar-Filiais.
           if not sis-doc-juridica
               go to 0510-Sinalizar-Filiais-Exit
           end-if
           move sis-documento to ws-grp-documento
           if not ws-grp-matriz
               go to 0510-Sinalizar-Filiais-Exit
           end-if
           open i-o vin-file
           if ws-vin-1 not equal '0'
               go to 0510-Sinalizar-Filiais-Exit
           end-if
           move sis-codigo to ws-grp-codigo-matriz
           move zeros to ws-grp-sinalizadas
           move ws-grp-codigo-matriz to vin-codigo-vinculado
           set ws-vin-nao-fim to true
           start vin-file key is equal vin-codigo-vinculado
               invalid key
                   set ws-vin-fim to true
           end-start
           perform 0511-Ler-Filial
               thru 0511-Ler-Filial-Exit
           perform 0512-Sinalizar-Filial
               thru 0512-Sinalizar-Filial-Exit
               until ws-vin-fim
           close vin-file
           if ws-grp-sinalizadas greater than zeros
               move spaces to lnk-mensagem
               string "Matriz Excluída! Codigo : "
               delimited by size ws-grp-codigo-matriz
               delimited by size " Filiais em revisão: "
               delimited by size ws-grp-sinalizadas
               delimited by size into lnk-mensagem
           end-if.
       0510-Sinalizar-Filiais-Exit.
           exit.

       0511-Ler-Filial.
           if ws-vin-fim
               go to 0511-Ler-Filial-Exit
           end-if
           read vin-file next
               at end
                   set ws-vin-fim to true
           end-read
           if ws-vin-1 not equal '0'
              or vin-codigo-vinculado not equal ws-grp-codigo-matriz
               set ws-vin-fim to true
           end-if.
       0511-Ler-Filial-Exit.
           exit.

       0512-Sinalizar-Filial.
           if vin-tipo-filial
              and vin-sem-revisao
               move vin-codigo to sis-codigo
               read sis-file key is sis-codigo
               if ws-file-1 equal '0'
                  and sis-ativo
                   set vin-em-revisao to true
                   move ws-data-hoje to vin-data-revisao
                   move lnk-operador to vin-operador
                   rewrite vin-dados
                   if ws-vin-1 equal '0'
                       add 1 to ws-grp-sinalizadas
                   end-if
               end-if
           end-if
           perform 0511-Ler-Filial
               thru 0511-Ler-Filial-Exit.
       0512-Sinalizar-Filial-Exit.
           exit.

       0550-Reativar.
           open i-o sis-file
           move lnk-dados to sis-dados
           move ws-ctt-audit-antes to aud-antes
           move ws-ctt-audit-depois to aud-depois
           move zeros to aud-motivo
           move lnk-operador to aud-operador
           write audit-dados
           if ws-aud-1 not equal '0'
               display "AUDITORIA NAO GRAVADA - CODIGO: " lnk-codigo
