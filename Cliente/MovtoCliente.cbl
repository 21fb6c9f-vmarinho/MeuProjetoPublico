002792*                     DE SITUACAO DO MODULO MANUTENCAO (ZERADO
002794*                     NESTE JOB - AS AGENCIAS NAO INFORMAM
002796*                     MOTIVO NO MOVIMENTO).
002797* 15/10/2026  EDS     OPERADOR DA MANUTENCAO NA AUDITORIA.
002798* 15/10/2026  EDS     CONTROLE DA CADEIA NOTURNA (CTLEXEC).
002799* 15/10/2026  EDS     AREA DA MANUTENCAO COM O GRUPO ECONOMICO.
002800*----------------------------------------------------------------
002900*
003000*----------------------------------------------------------------
012100* CONTADORES E INDICADORES
012200*----------------------------------------------------------------
012300 77  WS-INTERVALO-CHECKPOINT PIC 9(05) COMP VALUE 100.
012350 77  WS-OPERADOR-LOTE        PIC X(08) VALUE "MOVTOCLI".
012400 77  WS-QTD-JA-PROCESSADA    PIC 9(07) COMP VALUE ZEROS.
012500 77  WS-QTD-PULADA           PIC 9(07) COMP VALUE ZEROS.
012600 77  WS-TOTAL-APLICADO       PIC 9(07) COMP VALUE ZEROS.
017600         15  WS-MAN-CONTATO-PREF PIC X(01).
017610     10  WS-MAN-ORIGEM           PIC X(01).
017655     10  WS-MAN-MOTIVO           PIC 9(03).
017660     10  WS-MAN-OPERADOR         PIC X(08).
017663     10  WS-MAN-GRUPO.
017667         15  WS-MAN-GRP-RAIZ     PIC 9(08).
017670         15  WS-MAN-GRP-MATRIZ   PIC 9(07).
017674         15  WS-MAN-GRP-QTD-ESTAB PIC 9(04).
017678         15  WS-MAN-GRP-REVISAO  PIC X(01).
017681         15  WS-MAN-GRP-QTD-VINC PIC 9(04).
017685         15  WS-MAN-GRP-VINCULO  OCCURS 10 TIMES.
017689             20  WS-MAN-VIN-PAPEL    PIC X(01).
017692             20  WS-MAN-VIN-CODIGO   PIC 9(07).
017696             20  WS-MAN-VIN-REVISAO  PIC X(01).
017700 01  WS-MAN-MENSAGEM         PIC X(60).
017800 01  WS-MAN-RETORNO          PIC 9(02).
017900     88  WS-MAN-RET-SUCESSO          VALUE 00.
021740 01  WS-SIT-STATUS.
021760     03  WS-SIT-1            PIC X(01).
021780     03  WS-SIT-2            PIC X(01) USAGE DISPLAY.
021783*----------------------------------------------------------------
021786* AREA DE COMUNICACAO COM O CONTROLE DA CADEIA (CTLEXEC)
021790*----------------------------------------------------------------
021793     COPY "wk-ctlexec.cpy".
021796*
021800 PROCEDURE DIVISION.
021900*----------------------------------------------------------------
022000* 0000-MAINLINE
022800         UNTIL WS-FIM-MOVTO
022900     PERFORM 3000-FINALIZAR
023000         THRU 3000-FINALIZAR-EXIT
023033     PERFORM 9000-REGISTRAR-FIM
023066         THRU 9000-REGISTRAR-FIM-EXIT
023100     STOP RUN.
023200*
023300*----------------------------------------------------------------
023900 1000-INICIALIZAR.
023933     PERFORM 1010-CONFERIR-JANELA
023966         THRU 1010-CONFERIR-JANELA-EXIT
023977     PERFORM 1005-REGISTRAR-INICIO
023988         THRU 1005-REGISTRAR-INICIO-EXIT
024000     OPEN INPUT MOVTO-FILE
024100     OPEN OUTPUT REJECT-FILE
024200     OPEN OUTPUT REL-FILE
026600            OR WS-FIM-MOVTO.
026700 1000-INICIALIZAR-EXIT.
026800     EXIT.
026803*
026806*----------------------------------------------------------------
026809* 1005-REGISTRAR-INICIO
026812*     REGISTRA O INICIO DO JOB NO CONTROLE DA CADEIA NOTURNA
026815*     (CTLEXEC), QUE CONFERE OS PRE-REQUISITOS NA DATA DE
026818*     NEGOCIO CORRENTE. JOB RECUSADO TERMINA COM CODIGO DE
026821*     RETORNO 12; CONTROLE INDISPONIVEL, COM 8.
026824*----------------------------------------------------------------
026827 1005-REGISTRAR-INICIO.
026830     SET WS-CTL-INICIAR TO TRUE
026833     MOVE "MOVTOCLI" TO WS-CTL-JOB
026836     MOVE ZEROS TO WS-CTL-DATA-NEGOCIO
026839     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
026842     IF WS-CTL-RECUSADO
026845         DISPLAY "MOVTOCLI: " WS-CTL-MENSAGEM
026848         DISPLAY "MOVTOCLI: PRE-REQUISITO NAO ATENDIDO - JOB NAO "
026851             "INICIADO - RC=12"
026854         MOVE 12 TO RETURN-CODE
026857         STOP RUN
026860     END-IF
026863     IF WS-CTL-INDISPONIVEL
026866         DISPLAY "MOVTOCLI: " WS-CTL-MENSAGEM
026869         DISPLAY "MOVTOCLI: CONTROLE DA CADEIA INDISPONIVEL - "
026872             "JOB NAO INICIADO - RC=8"
026875         MOVE 8 TO RETURN-CODE
026878         STOP RUN
026881     END-IF.
026884 1005-REGISTRAR-INICIO-EXIT.
026887     EXIT.
026900*
026903*----------------------------------------------------------------
026906* 1010-CONFERIR-JANELA
031200     MOVE MOV-DADOS    TO WS-MAN-DADOS
031250     MOVE 'B'          TO WS-MAN-ORIGEM
031275     MOVE ZEROS        TO WS-MAN-MOTIVO
031285     MOVE WS-OPERADOR-LOTE TO WS-MAN-OPERADOR
031300     MOVE SPACES       TO WS-MAN-MENSAGEM
031400     MOVE ZEROS        TO WS-MAN-RETORNO
031500     CALL "Manutencao" USING WS-MAN-OPERACAO
044600     CLOSE REL-FILE.
044700 3000-FINALIZAR-EXIT.
044800     EXIT.
044804*
044808*----------------------------------------------------------------
044812* 9000-REGISTRAR-FIM
044816*     REGISTRA O FIM DO JOB, O CODIGO DE RETORNO E AS
044820*     QUANTIDADES NO CONTROLE DA CADEIA NOTURNA, PRESERVANDO O
044824*     CODIGO DE RETORNO DO JOB.
044828*----------------------------------------------------------------
044832 9000-REGISTRAR-FIM.
044836     SET WS-CTL-ENCERRAR TO TRUE
044840     MOVE RETURN-CODE TO WS-CTL-RC
044844     COMPUTE WS-CTL-QTD-LIDOS = WS-TOTAL-APLICADO
044848                              + WS-TOTAL-REJEITADO
044852     MOVE WS-TOTAL-APLICADO  TO WS-CTL-QTD-GRAVADOS
044856     MOVE WS-TOTAL-REJEITADO TO WS-CTL-QTD-REJEITADOS
044860     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
044864     MOVE WS-CTL-RC TO RETURN-CODE
044868     IF NOT WS-CTL-LIBERADO
044872         DISPLAY "MOVTOCLI: " WS-CTL-MENSAGEM
044876     END-IF.
044880 9000-REGISTRAR-FIM-EXIT.
044884     EXIT.
044900*
045000 END PROGRAM MOVTOCLI.
