001381* 02/09/2026  EDS     CONTROLE DA JANELA DE LOTE - O JOB SO
001387*                     INICIA COM O SISTEMA FECHADO ('F' EM
001393*                     SIT-FILE, GRAVADO POR JANFECHA).
001394* 15/10/2026  EDS     OPERADOR RECICLA NOS EVENTOS DE AUDITORIA.
001395* 15/10/2026  EDS     REGISTRO DA EXECUCAO NO CONTROLE DA CADEIA
001396*                     NOTURNA (CTLEXEC). O JOB SO INICIA DEPOIS
001397*                     DE JANFECHA CONCLUIDO NA MESMA DATA DE
001398*                     NEGOCIO E TERMINA COM RC 12 SE RECUSADO.
001400*----------------------------------------------------------------
001500*
001600*----------------------------------------------------------------
020740 01  WS-SIT-STATUS.
020760     03  WS-SIT-1            PIC X(01).
020780     03  WS-SIT-2            PIC X(01) USAGE DISPLAY.
020783*----------------------------------------------------------------
020786* AREA DE COMUNICACAO COM O CONTROLE DA CADEIA (CTLEXEC)
020790*----------------------------------------------------------------
020793     COPY "wk-ctlexec.cpy".
020796*
020800 PROCEDURE DIVISION.
020900*----------------------------------------------------------------
021000* 0000-MAINLINE
021800         UNTIL WS-FIM-REJEITO
021900     PERFORM 3000-FINALIZAR
022000         THRU 3000-FINALIZAR-EXIT
022033     PERFORM 9000-REGISTRAR-FIM
022066         THRU 9000-REGISTRAR-FIM-EXIT
022100     STOP RUN.
022200*
022300*----------------------------------------------------------------
022900 1000-INICIALIZAR.
022933     PERFORM 1010-CONFERIR-JANELA
022966         THRU 1010-CONFERIR-JANELA-EXIT
022977     PERFORM 1005-REGISTRAR-INICIO
022988         THRU 1005-REGISTRAR-INICIO-EXIT
023000     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
023100     OPEN INPUT REJENT-FILE
023200     OPEN I-O SIS-FILE
027100            OR WS-FIM-REJEITO.
027200 1000-INICIALIZAR-EXIT.
027300     EXIT.
027303*
027306*----------------------------------------------------------------
027309* 1005-REGISTRAR-INICIO
027312*     REGISTRA O INICIO DO JOB NO CONTROLE DA CADEIA NOTURNA
027315*     (CTLEXEC), QUE CONFERE OS PRE-REQUISITOS NA DATA DE
027318*     NEGOCIO CORRENTE. JOB RECUSADO TERMINA COM CODIGO DE
027321*     RETORNO 12; CONTROLE INDISPONIVEL, COM 8.
027324*----------------------------------------------------------------
027327 1005-REGISTRAR-INICIO.
027330     SET WS-CTL-INICIAR TO TRUE
027333     MOVE "RECICLA" TO WS-CTL-JOB
027336     MOVE ZEROS TO WS-CTL-DATA-NEGOCIO
027339     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
027342     IF WS-CTL-RECUSADO
027345         DISPLAY "RECICLA: " WS-CTL-MENSAGEM
027348         DISPLAY "RECICLA: PRE-REQUISITO NAO ATENDIDO - JOB NAO "
027351             "INICIADO - RC=12"
027354         MOVE 12 TO RETURN-CODE
027357         STOP RUN
027360     END-IF
027363     IF WS-CTL-INDISPONIVEL
027366         DISPLAY "RECICLA: " WS-CTL-MENSAGEM
027369         DISPLAY "RECICLA: CONTROLE DA CADEIA INDISPONIVEL - "
027372             "JOB NAO INICIADO - RC=8"
027375         MOVE 8 TO RETURN-CODE
027378         STOP RUN
027381     END-IF.
027384 1005-REGISTRAR-INICIO-EXIT.
027387     EXIT.
027400*
027403*----------------------------------------------------------------
027406* 1010-CONFERIR-JANELA
055700     MOVE SPACES TO AUD-ANTES
055800     MOVE SIS-DADOS TO AUD-DEPOIS
055850     MOVE ZEROS TO AUD-MOTIVO
055875     MOVE "RECICLA" TO AUD-OPERADOR
055900     WRITE AUDIT-DADOS
056000     IF WS-AUD-1 NOT EQUAL '0'
056100         DISPLAY "AUDITORIA NAO GRAVADA - CODIGO: " SIS-CODIGO
063000     CLOSE TOTAIS-FILE.
063100 3100-GRAVAR-TOTAIS-EXIT.
063200     EXIT.
063204*
063208*----------------------------------------------------------------
063212* 9000-REGISTRAR-FIM
063216*     REGISTRA O FIM DO JOB, O CODIGO DE RETORNO E AS
063220*     QUANTIDADES NO CONTROLE DA CADEIA NOTURNA, PRESERVANDO O
063224*     CODIGO DE RETORNO DO JOB.
063228*----------------------------------------------------------------
063232 9000-REGISTRAR-FIM.
063236     SET WS-CTL-ENCERRAR TO TRUE
063240     MOVE RETURN-CODE TO WS-CTL-RC
063244     COMPUTE WS-CTL-QTD-LIDOS = WS-TOTAL-CARREGADO
063248                              + WS-TOTAL-REJEITADO
063252     MOVE WS-TOTAL-CARREGADO TO WS-CTL-QTD-GRAVADOS
063256     MOVE WS-TOTAL-REJEITADO TO WS-CTL-QTD-REJEITADOS
063260     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
063264     MOVE WS-CTL-RC TO RETURN-CODE
063268     IF NOT WS-CTL-LIBERADO
063272         DISPLAY "RECICLA: " WS-CTL-MENSAGEM
063276     END-IF.
063280 9000-REGISTRAR-FIM-EXIT.
063284     EXIT.
063300*
063400 END PROGRAM RECICLA.
