001325* 02/09/2026  EDS     REGISTRO DE AUDITORIA AMPLIADO PARA 385
001350*                     BYTES COM O MOTIVO DA SITUACAO (COPIA DE
001375*                     386 BYTES).
001380* 15/10/2026  EDS     REGISTRO DE AUDITORIA AMPLIADO PARA 393
001385*                     BYTES COM O OPERADOR DO EVENTO (COPIA DE
001386*                     394 BYTES).
001387* 15/10/2026  EDS     REGISTRO DA EXECUCAO NO CONTROLE DA CADEIA
001388*                     NOTURNA (CTLEXEC): INICIO, FIM, RC E
001389*                     QUANTIDADES.
001390*                     O JOB SO INICIA DEPOIS DE CONCILIA
001391*                     CONCLUIDO COM RC ZERO (DIA CERTIFICADO) NA
001392*                     MESMA DATA DE NEGOCIO E
001393*                     TERMINA COM RC 12 SE RECUSADO.
001394* 15/10/2026  EDS     TRAILER DAS COPIAS PASSA A LEVAR A DATA/HORA
001395*                     DA POSICAO COPIADA (CORTE DE AUDITORIA DO
001396*                     SALDO CERTIFICADO), USADA PELA
001397*                     RECONSTITUICAO DA POSICAO RETROATIVA
001398*                     (POSRETRO).
001400*----------------------------------------------------------------
001500*
001600*----------------------------------------------------------------
002100*     POR UM TRAILER 'T' COM A CONTAGEM DE REGISTROS E O TOTAL
002200*     DE CONFERENCIA DE 18 DIGITOS - PARA SIS-FILE, A MESMA SOMA
002300*     DE DOCUMENTOS QUE CONCILIA CALCULA; PARA CTT-FILE E
002400*     AUDIT-FILE, A SOMA DOS CODIGOS DE CLIENTE. O TRAILER LEVA
002425*     TAMBEM A DATA/HORA DA POSICAO COPIADA - O CORTE DE
002450*     AUDITORIA DO SALDO CERTIFICADO (ZEROS SEM SALDO) - PARA A
002475*     RECONSTITUICAO DE POSICOES RETROATIVAS (POSRETRO).
002500*
002600*     A POSICAO DESCARREGADA DE SIS-FILE E CONFERIDA CONTRA O
002700*     SALDO CERTIFICADO DE CONCILIA (SALDO-FILE): QUALQUER
008500*
008600 FD  AUDBKP-FILE
008700     LABEL RECORD STANDARD.
008800 01  AUDBKP-REGISTRO         PIC X(394).
008900*
009000 WORKING-STORAGE SECTION.
009100*----------------------------------------------------------------
015100*
015200 01  WS-COPIA-AUD.
015300     05  FILLER              PIC X(01) VALUE 'D'.
015400     05  WS-CPA-DADOS        PIC X(393).
015500*
015600 01  WS-TRAILER.
015700     05  FILLER              PIC X(01) VALUE 'T'.
015800     05  WS-TRL-QUANTIDADE   PIC 9(09).
015900     05  WS-TRL-HASH         PIC 9(18).
015950     05  WS-TRL-DATA-HORA    PIC 9(16) VALUE ZEROS.
016000     05  FILLER              PIC X(09) VALUE SPACES.
016100*
016116*----------------------------------------------------------------
016133* AREA DE COMUNICACAO COM O CONTROLE DA CADEIA (CTLEXEC)
016150*----------------------------------------------------------------
016166     COPY "wk-ctlexec.cpy".
016183*
016200 PROCEDURE DIVISION.
016300*----------------------------------------------------------------
016400* 0000-MAINLINE
017700         THRU 5000-CONFERIR-SALDO-EXIT
017800     PERFORM 6000-FINALIZAR
017900         THRU 6000-FINALIZAR-EXIT
017933     PERFORM 9000-REGISTRAR-FIM
017966         THRU 9000-REGISTRAR-FIM-EXIT
018000     STOP RUN.
018100*
018200*----------------------------------------------------------------
018500*     SAIDAS DE COPIA.
018600*----------------------------------------------------------------
018700 1000-INICIALIZAR.
018733     PERFORM 1010-REGISTRAR-INICIO
018766         THRU 1010-REGISTRAR-INICIO-EXIT
018800     SET WS-SALDO-NAO-EXISTE TO TRUE
018900     OPEN INPUT SALDO-FILE
019000     IF WS-SALDO-1 EQUAL '0'
019300                 CONTINUE
019400             NOT AT END
019500                 SET WS-SALDO-EXISTE TO TRUE
019550                 MOVE SAL-DATA-HORA TO WS-TRL-DATA-HORA
019600         END-READ
019700         CLOSE SALDO-FILE
019800     END-IF
021400 1000-INICIALIZAR-EXIT.
021500     EXIT.
021600*
021603*----------------------------------------------------------------
021606* 1010-REGISTRAR-INICIO
021610*     REGISTRA O INICIO DO JOB NO CONTROLE DA CADEIA NOTURNA
021613*     (CTLEXEC), QUE CONFERE OS PRE-REQUISITOS NA DATA DE
021616*     NEGOCIO CORRENTE. JOB RECUSADO TERMINA COM CODIGO DE
021620*     RETORNO 12; CONTROLE INDISPONIVEL, COM 8.
021623*----------------------------------------------------------------
021626 1010-REGISTRAR-INICIO.
021630     SET WS-CTL-INICIAR TO TRUE
021633     MOVE "COPIASEG" TO WS-CTL-JOB
021636     MOVE ZEROS TO WS-CTL-DATA-NEGOCIO
021640     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
021643     IF WS-CTL-RECUSADO
021646         DISPLAY "COPIASEG: " WS-CTL-MENSAGEM
021650         DISPLAY "COPIASEG: PRE-REQUISITO NAO ATENDIDO - JOB NAO "
021653             "INICIADO - RC=12"
021656         MOVE 12 TO RETURN-CODE
021660         STOP RUN
021663     END-IF
021666     IF WS-CTL-INDISPONIVEL
021670         DISPLAY "COPIASEG: " WS-CTL-MENSAGEM
021673         DISPLAY "COPIASEG: CONTROLE DA CADEIA INDISPONIVEL - "
021676             "JOB NAO INICIADO - RC=8"
021680         MOVE 8 TO RETURN-CODE
021683         STOP RUN
021686     END-IF.
021690 1010-REGISTRAR-INICIO-EXIT.
021693     EXIT.
021696*
021700*----------------------------------------------------------------
021800* 2000-COPIAR-CADASTRO
021900*     DESCARREGA SIS-FILE PARA SISBKP ACUMULANDO A CONTAGEM E A
045400 6000-FINALIZAR-EXIT.
045500     EXIT.
045600*
045604*----------------------------------------------------------------
045609* 9000-REGISTRAR-FIM
045613*     REGISTRA O FIM DO JOB, O CODIGO DE RETORNO E AS
045618*     QUANTIDADES NO CONTROLE DA CADEIA NOTURNA, PRESERVANDO O
045622*     CODIGO DE RETORNO DO JOB.
045627*----------------------------------------------------------------
045631 9000-REGISTRAR-FIM.
045636     SET WS-CTL-ENCERRAR TO TRUE
045640     MOVE RETURN-CODE TO WS-CTL-RC
045645     COMPUTE WS-CTL-QTD-LIDOS = WS-SIS-LIDOS + WS-CTT-LIDOS
045650                              + WS-AUD-LIDOS
045654     MOVE WS-CTL-QTD-LIDOS TO WS-CTL-QTD-GRAVADOS
045659     MOVE ZEROS TO WS-CTL-QTD-REJEITADOS
045663     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
045668     MOVE WS-CTL-RC TO RETURN-CODE
045672     IF NOT WS-CTL-LIBERADO
045677         DISPLAY "COPIASEG: " WS-CTL-MENSAGEM
045681     END-IF.
045686 9000-REGISTRAR-FIM-EXIT.
045690     EXIT.
045695*
045700 END PROGRAM COPIASEG.
