001100* 02/09/2026  EDS     PROGRAMA ORIGINAL - GRAVACAO DO ARQUIVO DE
001200*                     SITUACAO DO SISTEMA (SIT-FILE), USADO PELO
001300*                     CONTROLE DA JANELA DE LOTE.
001312* 15/10/2026  EDS     ABERTURA DA DATA DE NEGOCIO NO CONTROLE DA
001325*                     CADEIA NOTURNA (CTLEXEC) PELO FECHAMENTO
001337*                     ('F', JOB JANFECHA), COM DATA OPCIONAL NO
001350*                     CARTAO; A ABERTURA ('A', JOB JANABRE) SO
001362*                     E GRAVADA SE OS PRE-REQUISITOS DA CADEIA
001375*                     ESTIVEREM ATENDIDOS - RECUSADA, O SISTEMA
001387*                     CONTINUA FECHADO E O JOB TERMINA COM RC 12.
001400*----------------------------------------------------------------
001500*
001600*----------------------------------------------------------------
002800*
002900*     O JOB TERMINA COM CODIGO DE RETORNO 8 SE O CARTAO NAO
003000*     TRAZ 'A' NEM 'F' OU SE A GRAVACAO FALHA.
003011*
003022*     CONTROLE DA CADEIA NOTURNA (CTLEXEC): O FECHAMENTO ABRE A
003033*     DATA DE NEGOCIO DA CADEIA (A DO CARTAO OU, SE EM BRANCO,
003044*     A DATA DO SISTEMA) E REGISTRA A EXECUCAO COMO JANFECHA; A
003055*     ABERTURA REGISTRA A EXECUCAO COMO JANABRE E SO E GRAVADA
003066*     SE JANFECHA TERMINOU BEM NA MESMA DATA DE NEGOCIO E
003077*     RECUPERA NAO TERMINOU COM RC 8 OU FICOU INTERROMPIDO. A
003088*     ABERTURA RECUSADA TERMINA COM RC 12 E NAO ALTERA SIT-FILE.
003100*
003200*     CARTAO DE PARAMETROS (PARAMS), COLUNAS FIXAS:
003300*         01     SITUACAO DESEJADA ('A' OU 'F')
003333*         03-10  DATA DE NEGOCIO AAAAMMDD (SOMENTE NO 'F';
003366*                OPCIONAL)
003400*----------------------------------------------------------------
003500*
003600 ENVIRONMENT DIVISION.
005500 01  PARAM-REGISTRO.
005600     05  PRM-SITUACAO            PIC X(01).
005700         88  PRM-SITUACAO-VALIDA     VALUE 'A' 'F'.
005733     05  FILLER                  PIC X(01).
005766     05  PRM-DATA-NEGOCIO        PIC 9(08).
005800*
005900 WORKING-STORAGE SECTION.
006000 77  WS-SITUACAO-NOVA        PIC X(01) VALUE SPACES.
007800 01  WS-DATA-HORA.
007900     03  WS-DH-DATA          PIC 9(08).
008000     03  WS-DH-HORAS         PIC 9(08).
008016*
008033*----------------------------------------------------------------
008050* AREA DE COMUNICACAO COM O CONTROLE DA CADEIA (CTLEXEC)
008066*----------------------------------------------------------------
008083     COPY "wk-ctlexec.cpy".
008100*
008200 PROCEDURE DIVISION.
008300*----------------------------------------------------------------
008800     PERFORM 1000-LER-PARAMETRO
008900         THRU 1000-LER-PARAMETRO-EXIT
009000     IF WS-SEM-FALHA
009033         PERFORM 1100-REGISTRAR-INICIO
009066             THRU 1100-REGISTRAR-INICIO-EXIT
009100         PERFORM 2000-GRAVAR-SITUACAO
009200             THRU 2000-GRAVAR-SITUACAO-EXIT
009300     END-IF
009400     PERFORM 3000-FINALIZAR
009500         THRU 3000-FINALIZAR-EXIT
009533     PERFORM 9000-REGISTRAR-FIM
009566         THRU 9000-REGISTRAR-FIM-EXIT
009600     STOP RUN.
009700*
009800*----------------------------------------------------------------
010100*----------------------------------------------------------------
010200 1000-LER-PARAMETRO.
010300     MOVE SPACES TO WS-SITUACAO-NOVA
010333     MOVE SPACES TO WS-CTL-JOB
010366     MOVE ZEROS  TO WS-CTL-DATA-NEGOCIO
010400     OPEN INPUT PARAM-FILE
010500     IF WS-PARAM-1 EQUAL '0'
010600         READ PARAM-FILE
011000                 IF PRM-SITUACAO-VALIDA
011100                     MOVE PRM-SITUACAO TO WS-SITUACAO-NOVA
011200                 END-IF
011225                 IF PRM-DATA-NEGOCIO NUMERIC
011250                     MOVE PRM-DATA-NEGOCIO TO WS-CTL-DATA-NEGOCIO
011275                 END-IF
011300         END-READ
011400         CLOSE PARAM-FILE
011500     END-IF
012100 1000-LER-PARAMETRO-EXIT.
012200     EXIT.
012300*
012302*----------------------------------------------------------------
012305* 1100-REGISTRAR-INICIO
012307*     NO FECHAMENTO ABRE A DATA DE NEGOCIO E REGISTRA O INICIO
012310*     DE JANFECHA; NA ABERTURA REGISTRA O INICIO DE JANABRE,
012312*     CONFERINDO OS PRE-REQUISITOS. JOB RECUSADO TERMINA COM
012315*     CODIGO DE RETORNO 12 SEM ALTERAR A SITUACAO DO SISTEMA;
012317*     CONTROLE INDISPONIVEL, COM 8.
012320*----------------------------------------------------------------
012323 1100-REGISTRAR-INICIO.
012325     IF WS-SITUACAO-NOVA EQUAL 'F'
012328         SET WS-CTL-ABRIR-DIA TO TRUE
012330         MOVE "JANFECHA" TO WS-CTL-JOB
012333     ELSE
012335         SET WS-CTL-INICIAR TO TRUE
012338         MOVE "JANABRE"  TO WS-CTL-JOB
012341         MOVE ZEROS      TO WS-CTL-DATA-NEGOCIO
012343     END-IF
012346     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
012348     IF WS-CTL-RECUSADO
012351         DISPLAY "SITSIST: " WS-CTL-MENSAGEM
012353         DISPLAY "SITSIST: PRE-REQUISITO NAO ATENDIDO - SITUACAO "
012356             "NAO ALTERADA - RC=12"
012358         MOVE 12 TO RETURN-CODE
012361         STOP RUN
012364     END-IF
012366     IF WS-CTL-INDISPONIVEL
012369         DISPLAY "SITSIST: " WS-CTL-MENSAGEM
012371         DISPLAY "SITSIST: CONTROLE DA CADEIA INDISPONIVEL - "
012374             "SITUACAO NAO ALTERADA - RC=8"
012376         MOVE 8 TO RETURN-CODE
012379         STOP RUN
012382     END-IF
012384     IF WS-CTL-DATA-NEGOCIO NOT EQUAL ZEROS
012387         DISPLAY "SITSIST: DATA DE NEGOCIO " WS-CTL-DATA-NEGOCIO
012389     END-IF.
012392 1100-REGISTRAR-INICIO-EXIT.
012394     EXIT.
012397*
012400*----------------------------------------------------------------
012500* 2000-GRAVAR-SITUACAO
012600*     REGRAVA O ARQUIVO DE SITUACAO COM O VALOR DO CARTAO E A
017400 3000-FINALIZAR-EXIT.
017500     EXIT.
017600*
017604*----------------------------------------------------------------
017609* 9000-REGISTRAR-FIM
017614*     REGISTRA O FIM DO JOB, O CODIGO DE RETORNO E AS
017619*     QUANTIDADES NO CONTROLE DA CADEIA NOTURNA, PRESERVANDO O
017623*     CODIGO DE RETORNO DO JOB.
017628*----------------------------------------------------------------
017633 9000-REGISTRAR-FIM.
017638     SET WS-CTL-ENCERRAR TO TRUE
017642     MOVE RETURN-CODE TO WS-CTL-RC
017647     MOVE ZEROS TO WS-CTL-QTD-LIDOS
017652                   WS-CTL-QTD-GRAVADOS
017657                   WS-CTL-QTD-REJEITADOS
017661     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
017666     MOVE WS-CTL-RC TO RETURN-CODE
017671     IF NOT WS-CTL-LIBERADO
017676         DISPLAY "SITSIST: " WS-CTL-MENSAGEM
017680     END-IF.
017685 9000-REGISTRAR-FIM-EXIT.
017690     EXIT.
017695*
017700 END PROGRAM SITSIST.
