000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CONVOPE.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - CONVERSAO (UNICA) DO
001200*                     ARQUIVO DE AUDITORIA DE 385 PARA 393 BYTES,
001300*                     ACRESCENTANDO O OPERADOR DO EVENTO
001400*                     (AUD-OPERADOR) EM BRANCO EM TODO EVENTO JA
001500*                     GRAVADO.
001600*----------------------------------------------------------------
001700*
001800*----------------------------------------------------------------
001900* PROPOSITO.
002000*     LER UM ARQUIVO DE AUDITORIA NO LAYOUT ANTIGO (385 BYTES -
002100*     SEM O OPERADOR) E REGRAVA-LO NO LAYOUT NOVO (393 BYTES),
002200*     COPIANDO TODOS OS CAMPOS E DEIXANDO AUD-OPERADOR EM BRANCO
002300*     - OS EVENTOS ANTERIORES A ESTA CONVERSAO NAO TEM OPERADOR
002400*     REGISTRADO (O RELAUDIT OS MOSTRA COMO NAO IDENTIFICADOS).
002500*     O MESMO PROGRAMA CONVERTE O ARQUIVO VIVO E AS GERACOES DE
002600*     HISTORICO (AUDHIST); O JCL SUBSTITUI O ARQUIVO ANTIGO PELO
002700*     NOVO APOS O TERMINO NORMAL, COMO NA CONVERSAO ANTERIOR DA
002800*     AUDITORIA (CONVAUD).
002900*
003000*     O JOB TERMINA COM CODIGO DE RETORNO 8 EM QUALQUER FALHA DE
003100*     GRAVACAO OU SE A CONTAGEM GRAVADA NAO FECHAR COM A LIDA -
003200*     NESSE CASO A TROCA NAO E EFETIVADA.
003300*----------------------------------------------------------------
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900*
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ENT-AUD-FILE ASSIGN TO "ENTAUD"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ENTAUD-STATUS.
004500
004600     SELECT SAI-AUD-FILE ASSIGN TO "SAIAUD"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SAIAUD-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  ENT-AUD-FILE
005300     LABEL RECORD STANDARD.
005400 01  ENT-AUD-REGISTRO.
005500     05  EAUD-CODIGO             PIC 9(07).
005600     05  EAUD-OPERACAO           PIC X(01).
005700     05  EAUD-DATA-HORA          PIC 9(16).
005800     05  EAUD-ANTES              PIC X(179).
005900     05  EAUD-DEPOIS             PIC X(179).
006000     05  EAUD-MOTIVO             PIC 9(03).
006100*
006200 FD  SAI-AUD-FILE
006300     LABEL RECORD STANDARD.
006400 01  SAI-AUD-REGISTRO.
006500     05  SAUD-CODIGO             PIC 9(07).
006600     05  SAUD-OPERACAO           PIC X(01).
006700     05  SAUD-DATA-HORA          PIC 9(16).
006800     05  SAUD-ANTES              PIC X(179).
006900     05  SAUD-DEPOIS             PIC X(179).
007000     05  SAUD-MOTIVO             PIC 9(03).
007100     05  SAUD-OPERADOR           PIC X(08).
007200*
007300 WORKING-STORAGE SECTION.
007400*----------------------------------------------------------------
007500* CONTADORES E INDICADORES
007600*----------------------------------------------------------------
007700 77  WS-TOTAL-LIDO           PIC 9(07) COMP VALUE ZEROS.
007800 77  WS-TOTAL-GRAVADO        PIC 9(07) COMP VALUE ZEROS.
007900*
008000 01  WS-SWITCHES.
008100     03  WS-SW-FIM-ENTRADA   PIC X(01) VALUE 'N'.
008200         88  WS-FIM-ENTRADA          VALUE 'S'.
008300         88  WS-NAO-FIM-ENTRADA      VALUE 'N'.
008400     03  WS-SW-FALHA         PIC X(01) VALUE 'N'.
008500         88  WS-FALHOU               VALUE 'S'.
008600         88  WS-SEM-FALHA            VALUE 'N'.
008700*
008800 01  WS-ENTAUD-STATUS.
008900     03  WS-ENTAUD-1         PIC X(01).
009000     03  WS-ENTAUD-2         PIC X(01) USAGE DISPLAY.
009100*
009200 01  WS-SAIAUD-STATUS.
009300     03  WS-SAIAUD-1         PIC X(01).
009400     03  WS-SAIAUD-2         PIC X(01) USAGE DISPLAY.
009500*
009600 PROCEDURE DIVISION.
009700*----------------------------------------------------------------
009800* 0000-MAINLINE
009900*     PARAGRAFO PRINCIPAL DO PROGRAMA.
010000*----------------------------------------------------------------
010100 0000-MAINLINE.
010200     PERFORM 1000-INICIALIZAR
010300         THRU 1000-INICIALIZAR-EXIT
010400     PERFORM 2000-CONVERTER-EVENTO
010500         THRU 2000-CONVERTER-EVENTO-EXIT
010600         UNTIL WS-FIM-ENTRADA
010700     PERFORM 3000-FINALIZAR
010800         THRU 3000-FINALIZAR-EXIT
010900     STOP RUN.
011000*
011100*----------------------------------------------------------------
011200* 1000-INICIALIZAR
011300*     ABRE OS ARQUIVOS E LE O PRIMEIRO EVENTO.
011400*----------------------------------------------------------------
011500 1000-INICIALIZAR.
011600     OPEN INPUT ENT-AUD-FILE
011700     IF WS-ENTAUD-1 NOT EQUAL '0'
011800         DISPLAY "CONVOPE: ENTRADA NAO ABERTA - STATUS "
011900             WS-ENTAUD-STATUS
012000         SET WS-FALHOU TO TRUE
012100         SET WS-FIM-ENTRADA TO TRUE
012200         GO TO 1000-INICIALIZAR-EXIT
012300     END-IF
012400     OPEN OUTPUT SAI-AUD-FILE
012500     IF WS-SAIAUD-1 NOT EQUAL '0'
012600         DISPLAY "CONVOPE: SAIDA NAO ABERTA - STATUS "
012700             WS-SAIAUD-STATUS
012800         SET WS-FALHOU TO TRUE
012900         SET WS-FIM-ENTRADA TO TRUE
013000         GO TO 1000-INICIALIZAR-EXIT
013100     END-IF
013200     PERFORM 2100-LER-ENTRADA
013300         THRU 2100-LER-ENTRADA-EXIT.
013400 1000-INICIALIZAR-EXIT.
013500     EXIT.
013600*
013700*----------------------------------------------------------------
013800* 2000-CONVERTER-EVENTO
013900*     COPIA O EVENTO CORRENTE PARA O LAYOUT NOVO COM O OPERADOR
014000*     EM BRANCO.
014100*----------------------------------------------------------------
014200 2000-CONVERTER-EVENTO.
014300     ADD 1 TO WS-TOTAL-LIDO
014400     MOVE EAUD-CODIGO    TO SAUD-CODIGO
014500     MOVE EAUD-OPERACAO  TO SAUD-OPERACAO
014600     MOVE EAUD-DATA-HORA TO SAUD-DATA-HORA
014700     MOVE EAUD-ANTES     TO SAUD-ANTES
014800     MOVE EAUD-DEPOIS    TO SAUD-DEPOIS
014900     MOVE EAUD-MOTIVO    TO SAUD-MOTIVO
015000     MOVE SPACES         TO SAUD-OPERADOR
015100     WRITE SAI-AUD-REGISTRO
015200     IF WS-SAIAUD-1 NOT EQUAL '0'
015300         DISPLAY "CONVOPE: FALHA AO GRAVAR A SAIDA - STATUS "
015400             WS-SAIAUD-STATUS
015500         SET WS-FALHOU TO TRUE
015600         SET WS-FIM-ENTRADA TO TRUE
015700         GO TO 2000-CONVERTER-EVENTO-EXIT
015800     END-IF
015900     ADD 1 TO WS-TOTAL-GRAVADO.
016000 2000-CONVERTER-EVENTO-EXIT.
016100     PERFORM 2100-LER-ENTRADA
016200         THRU 2100-LER-ENTRADA-EXIT.
016300*
016320*----------------------------------------------------------------
016340* 2100-LER-ENTRADA
016360*     LE O PROXIMO EVENTO DA AUDITORIA NO LAYOUT ANTIGO.
016380*----------------------------------------------------------------
016400 2100-LER-ENTRADA.
016500     IF WS-FIM-ENTRADA
016600         GO TO 2100-LER-ENTRADA-EXIT
016700     END-IF
016800     READ ENT-AUD-FILE
016900         AT END
017000             SET WS-FIM-ENTRADA TO TRUE
017100     END-READ.
017200 2100-LER-ENTRADA-EXIT.
017300     EXIT.
017400*
017500*----------------------------------------------------------------
017600* 3000-FINALIZAR
017700*     CONFERE AS CONTAGENS, FECHA OS ARQUIVOS E DEVOLVE O CODIGO
017800*     DE RETORNO - ZERO NO TERMINO NORMAL, 8 EM FALHA (O JCL SO
017900*     EFETIVA A TROCA COM CODIGO ZERO).
018000*----------------------------------------------------------------
018100 3000-FINALIZAR.
018200     CLOSE ENT-AUD-FILE
018300     CLOSE SAI-AUD-FILE
018400     IF WS-TOTAL-GRAVADO NOT EQUAL WS-TOTAL-LIDO
018500         SET WS-FALHOU TO TRUE
018600         DISPLAY "CONVOPE: CONTAGEM NAO FECHA - LIDOS "
018700             WS-TOTAL-LIDO " GRAVADOS " WS-TOTAL-GRAVADO
018800     END-IF
018900     DISPLAY "CONVOPE: EVENTOS LIDOS.....: " WS-TOTAL-LIDO
019000     DISPLAY "CONVOPE: EVENTOS GRAVADOS..: " WS-TOTAL-GRAVADO
019100     IF WS-FALHOU
019200         DISPLAY "CONVOPE: TERMINO COM FALHA - RC=8 - TROCA "
019300             "NAO SERA EFETIVADA"
019400         MOVE 8 TO RETURN-CODE
019500     END-IF.
019600 3000-FINALIZAR-EXIT.
019700     EXIT.
019800*
019900 END PROGRAM CONVOPE.
