001325* 02/09/2026  EDS     CONTROLE DA JANELA DE LOTE - O JOB SO
001350*                     INICIA COM O SISTEMA FECHADO ('F' EM
001375*                     SIT-FILE, GRAVADO POR JANFECHA).
001380* 15/10/2026  EDS     OPERADOR NOS EVENTOS DE AUDITORIA - ESTE
001390*                     JOB SE IDENTIFICA COMO RESTAURA.
001391* 15/10/2026  EDS     REGISTRO DA EXECUCAO NO CONTROLE DA CADEIA
001392*                     NOTURNA (CTLEXEC): INICIO, FIM, RC E
001394*                     QUANTIDADES.
001395*                     O JOB SO INICIA DEPOIS DE JANFECHA
001397*                     CONCLUIDO NA MESMA DATA DE NEGOCIO E
001398*                     TERMINA COM RC 12 SE RECUSADO.
001400*----------------------------------------------------------------
001500*
001600*----------------------------------------------------------------
010640 01  WS-SIT-STATUS.
010660     03  WS-SIT-1            PIC X(01).
010680     03  WS-SIT-2            PIC X(01) USAGE DISPLAY.
010683*----------------------------------------------------------------
010686* AREA DE COMUNICACAO COM O CONTROLE DA CADEIA (CTLEXEC)
010690*----------------------------------------------------------------
010693     COPY "wk-ctlexec.cpy".
010696*
010700 PROCEDURE DIVISION.
010800*----------------------------------------------------------------
010900* 0000-MAINLINE
011800         THRU 3000-RESTAURAR-EXIT
011900     PERFORM 4000-FINALIZAR
012000         THRU 4000-FINALIZAR-EXIT
012033     PERFORM 9000-REGISTRAR-FIM
012066         THRU 9000-REGISTRAR-FIM-EXIT
012100     STOP RUN.
012200*
012300*----------------------------------------------------------------
012700 1000-INICIALIZAR.
012733     PERFORM 1010-CONFERIR-JANELA
012766         THRU 1010-CONFERIR-JANELA-EXIT
012777     PERFORM 1005-REGISTRAR-INICIO
012788         THRU 1005-REGISTRAR-INICIO-EXIT
012800     MOVE ZEROS TO WS-PRM-CODIGO
012900     OPEN INPUT PARAM-FILE
013000     IF WS-PARAM-1 EQUAL '0'
015000     END-IF.
015100 1000-INICIALIZAR-EXIT.
015200     EXIT.
015203*
015206*----------------------------------------------------------------
015209* 1005-REGISTRAR-INICIO
015212*     REGISTRA O INICIO DO JOB NO CONTROLE DA CADEIA NOTURNA
015215*     (CTLEXEC), QUE CONFERE OS PRE-REQUISITOS NA DATA DE
015218*     NEGOCIO CORRENTE. JOB RECUSADO TERMINA COM CODIGO DE
015221*     RETORNO 12; CONTROLE INDISPONIVEL, COM 8.
015224*----------------------------------------------------------------
015227 1005-REGISTRAR-INICIO.
015230     SET WS-CTL-INICIAR TO TRUE
015233     MOVE "RESTAURA" TO WS-CTL-JOB
015236     MOVE ZEROS TO WS-CTL-DATA-NEGOCIO
015239     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
015242     IF WS-CTL-RECUSADO
015245         DISPLAY "RESTAURA: " WS-CTL-MENSAGEM
015248         DISPLAY "RESTAURA: PRE-REQUISITO NAO ATENDIDO - JOB NAO "
015251             "INICIADO - RC=12"
015254         MOVE 12 TO RETURN-CODE
015257         STOP RUN
015260     END-IF
015263     IF WS-CTL-INDISPONIVEL
015266         DISPLAY "RESTAURA: " WS-CTL-MENSAGEM
015269         DISPLAY "RESTAURA: CONTROLE DA CADEIA INDISPONIVEL - "
015272             "JOB NAO INICIADO - RC=8"
015275         MOVE 8 TO RETURN-CODE
015278         STOP RUN
015281     END-IF.
015284 1005-REGISTRAR-INICIO-EXIT.
015287     EXIT.
015300*
015303*----------------------------------------------------------------
015306* 1010-CONFERIR-JANELA
025900     MOVE SPACES TO AUD-ANTES
026000     MOVE SIS-DADOS TO AUD-DEPOIS
026050     MOVE ZEROS TO AUD-MOTIVO
026075     MOVE "RESTAURA" TO AUD-OPERADOR
026100     WRITE AUDIT-DADOS
026200     IF WS-AUD-1 NOT EQUAL '0'
026300         DISPLAY "RESTAURA: AUDITORIA NAO GRAVADA - CODIGO: "
027800     END-IF.
027900 4000-FINALIZAR-EXIT.
028000     EXIT.
028003*
028006*----------------------------------------------------------------
028009* 9000-REGISTRAR-FIM
028012*     REGISTRA O FIM DO JOB, O CODIGO DE RETORNO E AS
028015*     QUANTIDADES NO CONTROLE DA CADEIA NOTURNA, PRESERVANDO O
028018*     CODIGO DE RETORNO DO JOB.
028021*----------------------------------------------------------------
028024 9000-REGISTRAR-FIM.
028027     SET WS-CTL-ENCERRAR TO TRUE
028030     MOVE RETURN-CODE TO WS-CTL-RC
028033     MOVE 1 TO WS-CTL-QTD-LIDOS
028036     IF WS-RESTAURADO
028039         MOVE 1     TO WS-CTL-QTD-GRAVADOS
028042         MOVE ZEROS TO WS-CTL-QTD-REJEITADOS
028045     ELSE
028048         MOVE ZEROS TO WS-CTL-QTD-GRAVADOS
028051         MOVE 1     TO WS-CTL-QTD-REJEITADOS
028054     END-IF
028057     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
028060     MOVE WS-CTL-RC TO RETURN-CODE
028063     IF NOT WS-CTL-LIBERADO
028066         DISPLAY "RESTAURA: " WS-CTL-MENSAGEM
028069     END-IF.
028072 9000-REGISTRAR-FIM-EXIT.
028075     EXIT.
028100*
028200 END PROGRAM RESTAURA.
