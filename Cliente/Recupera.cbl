001325* 02/09/2026  EDS     REGISTRO DE AUDITORIA AMPLIADO PARA 385
001350*                     BYTES COM O MOTIVO DA SITUACAO (COPIA DE
001375*                     386 BYTES).
001380* 15/10/2026  EDS     REGISTRO DE AUDITORIA AMPLIADO PARA 393
001385*                     BYTES COM O OPERADOR DO EVENTO (COPIA DE
001390*                     394 BYTES).
001391* 15/10/2026  EDS     REGISTRO DA EXECUCAO NO CONTROLE DA CADEIA
001392*                     NOTURNA (CTLEXEC): INICIO, FIM, RC E
001394*                     QUANTIDADES. SEM PRE-REQUISITO: A RECARGA
001395*                     NAO E IMPEDIDA PELO CONTROLE (OS CLUSTERS
001397*                     JA FORAM REDEFINIDOS NO STEP ANTERIOR), E
001398*                     SEU RC SEGURA A ABERTURA DO SISTEMA.
001400*----------------------------------------------------------------
001500*
001600*----------------------------------------------------------------
009200     05  BKA-TIPO                PIC X(01).
009300         88  BKA-TIPO-DADOS          VALUE 'D'.
009400         88  BKA-TIPO-TRAILER        VALUE 'T'.
009500     05  BKA-DADOS               PIC X(393).
009600 01  AUDBKP-TRAILER.
009700     05  FILLER                  PIC X(01).
009800     05  BKA-TRL-QUANTIDADE      PIC 9(09).
009900     05  BKA-TRL-HASH            PIC 9(18).
010000     05  FILLER                  PIC X(366).
010100*
010200 WORKING-STORAGE SECTION.
010300*----------------------------------------------------------------
014500     03  WS-AUDBKP-1         PIC X(01).
014600     03  WS-AUDBKP-2         PIC X(01) USAGE DISPLAY.
014700*
014716*----------------------------------------------------------------
014733* AREA DE COMUNICACAO COM O CONTROLE DA CADEIA (CTLEXEC)
014750*----------------------------------------------------------------
014766     COPY "wk-ctlexec.cpy".
014783*
014800 PROCEDURE DIVISION.
014900*----------------------------------------------------------------
015000* 0000-MAINLINE
015100*     PARAGRAFO PRINCIPAL DO PROGRAMA.
015200*----------------------------------------------------------------
015300 0000-MAINLINE.
015333     PERFORM 1000-REGISTRAR-INICIO
015366         THRU 1000-REGISTRAR-INICIO-EXIT
015400     PERFORM 2000-RECARREGAR-CADASTRO
015500         THRU 2000-RECARREGAR-CADASTRO-EXIT
015600     PERFORM 3000-RECARREGAR-CONTATOS
015900         THRU 4000-RECARREGAR-AUDITORIA-EXIT
016000     PERFORM 5000-FINALIZAR
016100         THRU 5000-FINALIZAR-EXIT
016133     PERFORM 9000-REGISTRAR-FIM
016166         THRU 9000-REGISTRAR-FIM-EXIT
016200     STOP RUN.
016300*
016303*----------------------------------------------------------------
016306* 1000-REGISTRAR-INICIO
016310*     REGISTRA O INICIO DO JOB NO CONTROLE DA CADEIA NOTURNA
016313*     (CTLEXEC). A RECARGA NAO TEM PRE-REQUISITO E NAO E
016316*     INTERROMPIDA SE O REGISTRO FALHAR - OS CLUSTERS DE
016320*     DESTINO JA FORAM REDEFINIDOS VAZIOS NO STEP ANTERIOR.
016323*----------------------------------------------------------------
016326 1000-REGISTRAR-INICIO.
016330     SET WS-CTL-INICIAR TO TRUE
016333     MOVE "RECUPERA" TO WS-CTL-JOB
016336     MOVE ZEROS TO WS-CTL-DATA-NEGOCIO
016340     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
016343     IF NOT WS-CTL-LIBERADO
016346         DISPLAY "RECUPERA: " WS-CTL-MENSAGEM
016350         DISPLAY "RECUPERA: EXECUCAO NAO REGISTRADA NO CONTROLE "
016353             "DA CADEIA - RECARGA PROSSEGUE"
016356         MOVE ZEROS TO WS-CTL-DATA-NEGOCIO
016360     END-IF.
016390 1000-REGISTRAR-INICIO-EXIT.
016393     EXIT.
016396*
016400*----------------------------------------------------------------
016500* 2000-RECARREGAR-CADASTRO
016600*     RECARREGA SIS-FILE A PARTIR DE SISBKP E CONFERE O TRAILER.
047500 5000-FINALIZAR-EXIT.
047600     EXIT.
047700*
047704*----------------------------------------------------------------
047708* 9000-REGISTRAR-FIM
047713*     REGISTRA O FIM DO JOB, O CODIGO DE RETORNO E AS
047717*     QUANTIDADES NO CONTROLE DA CADEIA NOTURNA, PRESERVANDO O
047721*     CODIGO DE RETORNO DO JOB.
047726*----------------------------------------------------------------
047730 9000-REGISTRAR-FIM.
047734     SET WS-CTL-ENCERRAR TO TRUE
047739     MOVE RETURN-CODE TO WS-CTL-RC
047743     COMPUTE WS-CTL-QTD-LIDOS = WS-SIS-CARREGADOS
047747                              + WS-CTT-CARREGADOS
047752                              + WS-AUD-CARREGADOS
047756     MOVE WS-CTL-QTD-LIDOS TO WS-CTL-QTD-GRAVADOS
047760     MOVE ZEROS TO WS-CTL-QTD-REJEITADOS
047765     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
047769     MOVE WS-CTL-RC TO RETURN-CODE
047773     IF NOT WS-CTL-LIBERADO
047778         DISPLAY "RECUPERA: " WS-CTL-MENSAGEM
047782     END-IF.
047786 9000-REGISTRAR-FIM-EXIT.
047791     EXIT.
047795*
047800 END PROGRAM RECUPERA.
