005425* 02/09/2026  EDS     CONTROLE DA JANELA DE LOTE - O JOB SO
005450*                     INICIA COM O SISTEMA FECHADO ('F' EM
005475*                     SIT-FILE, GRAVADO POR JANFECHA).
005480* 15/10/2026  EDS     OPERADOR NOS EVENTOS DE AUDITORIA - ESTE
005490*                     JOB SE IDENTIFICA COMO CARGACLI.
005491* 15/10/2026  EDS     REGISTRO DA EXECUCAO NO CONTROLE DA CADEIA
005492*                     NOTURNA (CTLEXEC): INICIO, FIM, RC E
005494*                     QUANTIDADES.
005495*                     O JOB SO INICIA DEPOIS DE JANFECHA
005497*                     CONCLUIDO NA MESMA DATA DE NEGOCIO E
005498*                     TERMINA COM RC 12 SE RECUSADO.
005500*----------------------------------------------------------------
005600*
005700*----------------------------------------------------------------
023840 01  WS-SIT-STATUS.
023860     03  WS-SIT-1            PIC X(01).
023880     03  WS-SIT-2            PIC X(01) USAGE DISPLAY.
023883*----------------------------------------------------------------
023886* AREA DE COMUNICACAO COM O CONTROLE DA CADEIA (CTLEXEC)
023890*----------------------------------------------------------------
023893     COPY "wk-ctlexec.cpy".
023896*
023900 PROCEDURE DIVISION.
024000*----------------------------------------------------------------
024100* 0000-MAINLINE
024900         UNTIL WS-FIM-CARGA
025000     PERFORM 3000-FINALIZAR
025100         THRU 3000-FINALIZAR-EXIT
025133     PERFORM 9000-REGISTRAR-FIM
025166         THRU 9000-REGISTRAR-FIM-EXIT
025200     STOP RUN.
025300*
025400*----------------------------------------------------------------
026000 1000-INICIALIZAR.
026033     PERFORM 1010-CONFERIR-JANELA
026066         THRU 1010-CONFERIR-JANELA-EXIT
026077     PERFORM 1005-REGISTRAR-INICIO
026088         THRU 1005-REGISTRAR-INICIO-EXIT
026100     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
026200     OPEN INPUT CARGA-FILE
026300     OPEN I-O SIS-FILE
030100            OR WS-FIM-CARGA.
030200 1000-INICIALIZAR-EXIT.
030300     EXIT.
030303*
030306*----------------------------------------------------------------
030309* 1005-REGISTRAR-INICIO
030312*     REGISTRA O INICIO DO JOB NO CONTROLE DA CADEIA NOTURNA
030315*     (CTLEXEC), QUE CONFERE OS PRE-REQUISITOS NA DATA DE
030318*     NEGOCIO CORRENTE. JOB RECUSADO TERMINA COM CODIGO DE
030321*     RETORNO 12; CONTROLE INDISPONIVEL, COM 8.
030324*----------------------------------------------------------------
030327 1005-REGISTRAR-INICIO.
030330     SET WS-CTL-INICIAR TO TRUE
030333     MOVE "CARGACLI" TO WS-CTL-JOB
030336     MOVE ZEROS TO WS-CTL-DATA-NEGOCIO
030339     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
030342     IF WS-CTL-RECUSADO
030345         DISPLAY "CARGACLI: " WS-CTL-MENSAGEM
030348         DISPLAY "CARGACLI: PRE-REQUISITO NAO ATENDIDO - JOB NAO "
030351             "INICIADO - RC=12"
030354         MOVE 12 TO RETURN-CODE
030357         STOP RUN
030360     END-IF
030363     IF WS-CTL-INDISPONIVEL
030366         DISPLAY "CARGACLI: " WS-CTL-MENSAGEM
030369         DISPLAY "CARGACLI: CONTROLE DA CADEIA INDISPONIVEL - "
030372             "JOB NAO INICIADO - RC=8"
030375         MOVE 8 TO RETURN-CODE
030378         STOP RUN
030381     END-IF.
030384 1005-REGISTRAR-INICIO-EXIT.
030387     EXIT.
030400*
030403*----------------------------------------------------------------
030406* 1010-CONFERIR-JANELA
053500     MOVE SPACES TO AUD-ANTES
053600     MOVE SIS-DADOS TO AUD-DEPOIS
053650     MOVE ZEROS TO AUD-MOTIVO
053675     MOVE "CARGACLI" TO AUD-OPERADOR
053700     WRITE AUDIT-DADOS
053800     IF WS-AUD-1 NOT EQUAL '0'
053900         DISPLAY "AUDITORIA NAO GRAVADA - CODIGO: " SIS-CODIGO
066700     CLOSE TOTAIS-FILE.
066800 3100-GRAVAR-TOTAIS-EXIT.
066900     EXIT.
066904*
066908*----------------------------------------------------------------
066912* 9000-REGISTRAR-FIM
066916*     REGISTRA O FIM DO JOB, O CODIGO DE RETORNO E AS
066920*     QUANTIDADES NO CONTROLE DA CADEIA NOTURNA, PRESERVANDO O
066924*     CODIGO DE RETORNO DO JOB.
066928*----------------------------------------------------------------
066932 9000-REGISTRAR-FIM.
066936     SET WS-CTL-ENCERRAR TO TRUE
066940     MOVE RETURN-CODE TO WS-CTL-RC
066944     COMPUTE WS-CTL-QTD-LIDOS = WS-TOTAL-CARREGADO
066948                              + WS-TOTAL-REJEITADO
066952     MOVE WS-TOTAL-CARREGADO TO WS-CTL-QTD-GRAVADOS
066956     MOVE WS-TOTAL-REJEITADO TO WS-CTL-QTD-REJEITADOS
066960     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
066964     MOVE WS-CTL-RC TO RETURN-CODE
066968     IF NOT WS-CTL-LIBERADO
066972         DISPLAY "CARGACLI: " WS-CTL-MENSAGEM
066976     END-IF.
066980 9000-REGISTRAR-FIM-EXIT.
066984     EXIT.
067000*
067100 END PROGRAM CARGACLI.
