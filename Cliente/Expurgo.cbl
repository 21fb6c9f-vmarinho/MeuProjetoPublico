001225* 02/09/2026  EDS     CONTROLE DA JANELA DE LOTE - O JOB SO
001250*                     INICIA COM O SISTEMA FECHADO ('F' EM
001275*                     SIT-FILE, GRAVADO POR JANFECHA).
001280* 15/10/2026  EDS     OPERADOR NOS EVENTOS DE AUDITORIA - ESTE
001290*                     JOB SE IDENTIFICA COMO EXPURGO.
001291* 15/10/2026  EDS     REGISTRO DA EXECUCAO NO CONTROLE DA CADEIA
001292*                     NOTURNA (CTLEXEC): INICIO, FIM, RC E
001294*                     QUANTIDADES.
001295*                     O JOB SO INICIA DEPOIS DE JANFECHA
001297*                     CONCLUIDO NA MESMA DATA DE NEGOCIO E
001298*                     TERMINA COM RC 12 SE RECUSADO.
001300*----------------------------------------------------------------
001400*
001500*----------------------------------------------------------------
013940 01  WS-SIT-STATUS.
013960     03  WS-SIT-1            PIC X(01).
013980     03  WS-SIT-2            PIC X(01) USAGE DISPLAY.
013983*----------------------------------------------------------------
013986* AREA DE COMUNICACAO COM O CONTROLE DA CADEIA (CTLEXEC)
013990*----------------------------------------------------------------
013993     COPY "wk-ctlexec.cpy".
013996*
014000 PROCEDURE DIVISION.
014100*----------------------------------------------------------------
014200* 0000-MAINLINE
015000         UNTIL WS-FIM-CADASTRO
015100     PERFORM 3000-FINALIZAR
015200         THRU 3000-FINALIZAR-EXIT
015233     PERFORM 9000-REGISTRAR-FIM
015266         THRU 9000-REGISTRAR-FIM-EXIT
015300     STOP RUN.
015400*
015500*----------------------------------------------------------------
016000 1000-INICIALIZAR.
016033     PERFORM 1010-CONFERIR-JANELA
016066         THRU 1010-CONFERIR-JANELA-EXIT
016077     PERFORM 1005-REGISTRAR-INICIO
016088         THRU 1005-REGISTRAR-INICIO-EXIT
016100     MOVE ZEROS TO WS-DATA-CORTE
016200     OPEN INPUT PARAM-FILE
016300     IF WS-PARAM-1 EQUAL '0'
019300         THRU 2100-LER-CADASTRO-EXIT.
019400 1000-INICIALIZAR-EXIT.
019500     EXIT.
019503*
019506*----------------------------------------------------------------
019509* 1005-REGISTRAR-INICIO
019512*     REGISTRA O INICIO DO JOB NO CONTROLE DA CADEIA NOTURNA
019515*     (CTLEXEC), QUE CONFERE OS PRE-REQUISITOS NA DATA DE
019518*     NEGOCIO CORRENTE. JOB RECUSADO TERMINA COM CODIGO DE
019521*     RETORNO 12; CONTROLE INDISPONIVEL, COM 8.
019524*----------------------------------------------------------------
019527 1005-REGISTRAR-INICIO.
019530     SET WS-CTL-INICIAR TO TRUE
019533     MOVE "EXPURGO" TO WS-CTL-JOB
019536     MOVE ZEROS TO WS-CTL-DATA-NEGOCIO
019539     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
019542     IF WS-CTL-RECUSADO
019545         DISPLAY "EXPURGO: " WS-CTL-MENSAGEM
019548         DISPLAY "EXPURGO: PRE-REQUISITO NAO ATENDIDO - JOB NAO "
019551             "INICIADO - RC=12"
019554         MOVE 12 TO RETURN-CODE
019557         STOP RUN
019560     END-IF
019563     IF WS-CTL-INDISPONIVEL
019566         DISPLAY "EXPURGO: " WS-CTL-MENSAGEM
019569         DISPLAY "EXPURGO: CONTROLE DA CADEIA INDISPONIVEL - "
019572             "JOB NAO INICIADO - RC=8"
019575         MOVE 8 TO RETURN-CODE
019578         STOP RUN
019581     END-IF.
019584 1005-REGISTRAR-INICIO-EXIT.
019587     EXIT.
019600*
019603*----------------------------------------------------------------
019606* 1010-CONFERIR-JANELA
028300     MOVE SIS-DADOS TO AUD-ANTES
028400     MOVE SPACES TO AUD-DEPOIS
028450     MOVE ZEROS TO AUD-MOTIVO
028475     MOVE "EXPURGO" TO AUD-OPERADOR
028500     WRITE AUDIT-DADOS
028600     IF WS-AUD-1 NOT EQUAL '0'
028700         DISPLAY "EXPURGO: AUDITORIA NAO GRAVADA - CODIGO: "
034200         WS-TOTAL-MANTIDO.
034300 3000-FINALIZAR-EXIT.
034400     EXIT.
034404*
034408*----------------------------------------------------------------
034412* 9000-REGISTRAR-FIM
034416*     REGISTRA O FIM DO JOB, O CODIGO DE RETORNO E AS
034420*     QUANTIDADES NO CONTROLE DA CADEIA NOTURNA, PRESERVANDO O
034424*     CODIGO DE RETORNO DO JOB.
034428*----------------------------------------------------------------
034432 9000-REGISTRAR-FIM.
034436     SET WS-CTL-ENCERRAR TO TRUE
034440     MOVE RETURN-CODE TO WS-CTL-RC
034444     COMPUTE WS-CTL-QTD-LIDOS = WS-TOTAL-EXPURGADO
034448                              + WS-TOTAL-MANTIDO
034452     MOVE WS-TOTAL-EXPURGADO TO WS-CTL-QTD-GRAVADOS
034456     MOVE ZEROS              TO WS-CTL-QTD-REJEITADOS
034460     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
034464     MOVE WS-CTL-RC TO RETURN-CODE
034468     IF NOT WS-CTL-LIBERADO
034472         DISPLAY "EXPURGO: " WS-CTL-MENSAGEM
034476     END-IF.
034480 9000-REGISTRAR-FIM-EXIT.
034484     EXIT.
034500*
034600 END PROGRAM EXPURGO.
