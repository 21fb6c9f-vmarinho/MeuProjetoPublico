000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CRMRETOR.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - ARQUIVO DE RETORNO AO
001200*                     CRM COM O RESULTADO DAS ALTERACOES POR
001300*                     CLIENTE (APLICADAS, REJEITADAS E RETIDAS
001400*                     POR CONFLITO).
001500*----------------------------------------------------------------
001600*
001700*----------------------------------------------------------------
001800* PROPOSITO.
001900*     MONTAR O ARQUIVO DE RETORNO AO CRM (CRMRET) COM O
002000*     RESULTADO, POR CLIENTE, DO ARQUIVO DE ALTERACOES CONVERTIDO
002100*     PELO CRMENTRA NA MESMA CADEIA. O CONTROLE DA CONVERSAO
002200*     (CRMCNV) TRAZ, NA ORDEM DOS MOVIMENTOS GERADOS (CRMMOV),
002300*     UM REGISTRO 'M' POR MOVIMENTO E, POR CLIENTE, OS CAMPOS
002400*     REJEITADOS NA CONVERSAO ('R') E OS RETIDOS POR CONFLITO
002500*     ('C').
002600*
002700*     OS MOVIMENTOS DO CRM SAO OS PRIMEIROS DA ENTRADA DO
002800*     MOVTOCLI; OS REJEITADOS DELES SAO, PORTANTO, OS PRIMEIROS
002900*     DO ARQUIVO DE REJEITOS (REJMOV), NA MESMA ORDEM. CADA
003000*     MOVIMENTO DE CRMMOV E COMPARADO COM O REJEITADO CORRENTE:
003100*     IGUAL, FOI REJEITADO PELO MOVTOCLI (COM A MENSAGEM DO
003200*     CADASTRO) E O REJEITADO AVANCA; DIFERENTE, FOI APLICADO.
003300*
003400*     RETORNO (RECFM=FB,LRECL=120):
003500*         'H' DATA/HORA DE GERACAO, DATA/HORA DO ARQUIVO DO CRM,
003600*             SITUACAO DO ARQUIVO (A ACEITO, R RECUSADO, V SEM
003700*             ARQUIVO) E MOTIVO DA RECUSA;
003800*         'D' POR CLIENTE: CODIGO, VERSAO BASE, SITUACAO (A
003900*             APLICADO, P PARCIAL, R REJEITADO, C CONFLITO),
004000*             QUANTIDADES DE CAMPOS APLICADOS, REJEITADOS E
004100*             RETIDOS, A MENSAGEM (PRIMEIRO MOTIVO) E, NO
004120*             CONFLITO, A VERSAO ATUAL DO CLIENTE NO CADASTRO
004140*             (DATA/HORA COMPLETA DA ULTIMA ALTERACAO), QUE O CRM
004160*             DEVE USAR COMO VERSAO BASE AO REENVIAR OS CAMPOS;
004200*         'T' QUANTIDADE DE CLIENTES E TOTAIS DE CAMPOS.
004300*
004400*     JOB DA CADEIA NOTURNA - REGISTRA A EXECUCAO NO CONTROLE DA
004500*     CADEIA (CTLEXEC) E SO INICIA DEPOIS DE MOVTOCLI CONCLUIDO.
004600*     RC=0  RETORNO GERADO.
004700*     RC=8  ARQUIVO NAO ABERTO, OU CONTROLE DA CONVERSAO E
004800*           MOVIMENTOS DO CRM INCONSISTENTES - RETORNO INVALIDO,
004900*           NAO ENVIAR AO CRM.
005000*     RC=12 JOB RECUSADO PELO CONTROLE DA CADEIA.
005100*----------------------------------------------------------------
005200*
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-370.
005600 OBJECT-COMPUTER.   IBM-370.
005700*
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     COPY "sel-crmcnv.cpy".
006100
006200     SELECT MOV-FILE ASSIGN TO "CRMMOV"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-MOV-STATUS.
006500
006600     SELECT REJ-FILE ASSIGN TO "REJMOV"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-REJ-STATUS.
006900
007000     SELECT RET-FILE ASSIGN TO "CRMRET"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-RET-STATUS.
007300*
007400 DATA DIVISION.
007500 FILE SECTION.
007600     COPY "fd-crmcnv.cpy".
007700*
007800 FD  MOV-FILE
007900     LABEL RECORD STANDARD.
008000 01  MOVTO-REGISTRO          PIC X(226).
008100*
008200*----------------------------------------------------------------
008300* REJEITADO DO MOVTOCLI - MESMO LAYOUT DE REJMOV EM MOVTOCLI
008400*----------------------------------------------------------------
008500 FD  REJ-FILE
008600     LABEL RECORD STANDARD.
008700 01  REJ-REGISTRO.
008800     05  REJ-MOVIMENTO           PIC X(226).
008900     05  FILLER                  PIC X(01).
009000     05  REJ-RETORNO             PIC 9(02).
009100     05  FILLER                  PIC X(01).
009200     05  REJ-MENSAGEM            PIC X(60).
009300*
009400 FD  RET-FILE
009500     LABEL RECORD STANDARD.
009600 01  RET-DETALHE.
009700     05  RET-TIPO                PIC X(01).
009800     05  RET-CODIGO              PIC 9(07).
009900     05  RET-VERSAO-BASE         PIC 9(16).
010000     05  RET-SITUACAO            PIC X(01).
010100         88  RET-APLICADO            VALUE 'A'.
010200         88  RET-PARCIAL             VALUE 'P'.
010300         88  RET-REJEITADO           VALUE 'R'.
010400         88  RET-CONFLITO            VALUE 'C'.
010500     05  RET-QTD-APLICADOS       PIC 9(03).
010600     05  RET-QTD-REJEITADOS      PIC 9(03).
010700     05  RET-QTD-CONFLITO        PIC 9(03).
010800     05  RET-MENSAGEM            PIC X(60).
010850     05  RET-VERSAO-CADASTRO     PIC 9(16).
010900     05  FILLER                  PIC X(10).
011000 01  RET-CABECALHO.
011100     05  FILLER                  PIC X(01).
011200     05  RET-CAB-DATA-HORA       PIC 9(16).
011300     05  RET-CAB-DATA-HORA-CRM   PIC 9(16).
011400     05  RET-CAB-SITUACAO        PIC X(01).
011500     05  RET-CAB-MOTIVO          PIC X(60).
011600     05  FILLER                  PIC X(26).
011700 01  RET-RODAPE.
011800     05  FILLER                  PIC X(01).
011900     05  RET-ROD-QUANTIDADE      PIC 9(07).
012000     05  RET-ROD-APLICADOS       PIC 9(07).
012100     05  RET-ROD-REJEITADOS      PIC 9(07).
012200     05  RET-ROD-CONFLITO        PIC 9(07).
012300     05  FILLER                  PIC X(91).
012400*
012500 WORKING-STORAGE SECTION.
012600*----------------------------------------------------------------
012700* CONTADORES E INDICADORES
012800*----------------------------------------------------------------
012900 77  WS-TOTAL-CONTROLE       PIC 9(07) COMP VALUE ZEROS.
013000 77  WS-TOTAL-MOVIMENTOS     PIC 9(07) COMP VALUE ZEROS.
013100 77  WS-TOTAL-CLIENTES       PIC 9(07) COMP VALUE ZEROS.
013200 77  WS-TOTAL-APLICADOS      PIC 9(07) COMP VALUE ZEROS.
013300 77  WS-TOTAL-REJEITADOS     PIC 9(07) COMP VALUE ZEROS.
013400 77  WS-TOTAL-CONFLITO       PIC 9(07) COMP VALUE ZEROS.
013500 77  WS-TOTAL-REJ-MOVTOCLI   PIC 9(07) COMP VALUE ZEROS.
013600*
013700 01  WS-SWITCHES.
013800     03  WS-SW-FIM-CONTROLE  PIC X(01) VALUE 'N'.
013900         88  WS-FIM-CONTROLE         VALUE 'S'.
014000         88  WS-NAO-FIM-CONTROLE     VALUE 'N'.
014100     03  WS-SW-FIM-MOVTO     PIC X(01) VALUE 'N'.
014200         88  WS-FIM-MOVTO            VALUE 'S'.
014300         88  WS-NAO-FIM-MOVTO        VALUE 'N'.
014400     03  WS-SW-FIM-REJEITOS  PIC X(01) VALUE 'N'.
014500         88  WS-FIM-REJEITOS         VALUE 'S'.
014600         88  WS-NAO-FIM-REJEITOS     VALUE 'N'.
014700     03  WS-SW-FALHA         PIC X(01) VALUE 'N'.
014800         88  WS-FALHOU               VALUE 'S'.
014900         88  WS-SEM-FALHA            VALUE 'N'.
015000*
015100 01  WS-CNV-STATUS.
015200     03  WS-CNV-1            PIC X(01).
015300     03  WS-CNV-2            PIC X(01) USAGE DISPLAY.
015400*
015500 01  WS-MOV-STATUS.
015600     03  WS-MOV-1            PIC X(01).
015700     03  WS-MOV-2            PIC X(01) USAGE DISPLAY.
015800*
015900 01  WS-REJ-STATUS.
016000     03  WS-REJ-1            PIC X(01).
016100     03  WS-REJ-2            PIC X(01) USAGE DISPLAY.
016200*
016300 01  WS-RET-STATUS.
016400     03  WS-RET-1            PIC X(01).
016500     03  WS-RET-2            PIC X(01) USAGE DISPLAY.
016600*
016700 01  WS-GERACAO-TIMESTAMP.
016800     03  WS-GER-DATA         PIC 9(08).
016900     03  WS-GER-HORAS        PIC 9(08).
017000*
017100*----------------------------------------------------------------
017200* CLIENTE EM ACUMULACAO
017300*----------------------------------------------------------------
017400 01  WS-CLIENTE.
017500     03  WS-CLI-CODIGO       PIC 9(07) VALUE ZEROS.
017600     03  WS-CLI-VERSAO-BASE  PIC 9(16) VALUE ZEROS.
017650     03  WS-CLI-VERSAO-CAD   PIC 9(16) VALUE ZEROS.
017700     03  WS-CLI-APLICADOS    PIC 9(03) VALUE ZEROS.
017800     03  WS-CLI-REJEITADOS   PIC 9(03) VALUE ZEROS.
017900     03  WS-CLI-CONFLITO     PIC 9(03) VALUE ZEROS.
018000     03  WS-CLI-MENSAGEM     PIC X(60) VALUE SPACES.
018100     03  WS-CLI-SW-PENDENTE  PIC X(01) VALUE 'N'.
018200         88  WS-CLI-PENDENTE         VALUE 'S'.
018300         88  WS-CLI-VAZIO            VALUE 'N'.
018400*
018500*----------------------------------------------------------------
018600* AREA DE COMUNICACAO COM O CONTROLE DA CADEIA (CTLEXEC)
018700*----------------------------------------------------------------
018800     COPY "wk-ctlexec.cpy".
018900*
019000 PROCEDURE DIVISION.
019100*----------------------------------------------------------------
019200* 0000-MAINLINE
019300*     PARAGRAFO PRINCIPAL DO PROGRAMA.
019400*----------------------------------------------------------------
019500 0000-MAINLINE.
019600     PERFORM 1000-INICIALIZAR
019700         THRU 1000-INICIALIZAR-EXIT
019800     PERFORM 2000-PROCESSAR-CONTROLE
019900         THRU 2000-PROCESSAR-CONTROLE-EXIT
020000         UNTIL WS-FIM-CONTROLE
020100     PERFORM 3000-ENCERRAR-RETORNO
020200         THRU 3000-ENCERRAR-RETORNO-EXIT
020300     PERFORM 7000-FINALIZAR
020400         THRU 7000-FINALIZAR-EXIT
020500     PERFORM 9000-REGISTRAR-FIM
020600         THRU 9000-REGISTRAR-FIM-EXIT
020700     STOP RUN.
020800*
020900*----------------------------------------------------------------
021000* 1000-INICIALIZAR
021100*     REGISTRA O INICIO NO CONTROLE DA CADEIA, ABRE OS ARQUIVOS,
021200*     LE O CABECALHO DO CONTROLE DA CONVERSAO E GRAVA O
021300*     CABECALHO DO RETORNO.
021400*----------------------------------------------------------------
021500 1000-INICIALIZAR.
021600     PERFORM 1010-REGISTRAR-INICIO
021700         THRU 1010-REGISTRAR-INICIO-EXIT
021800     SET WS-FIM-CONTROLE TO TRUE
021900     OPEN INPUT CNV-FILE
022000     OPEN INPUT MOV-FILE
022100     OPEN INPUT REJ-FILE
022200     OPEN OUTPUT RET-FILE
022300     IF WS-CNV-1 NOT EQUAL '0'
022400        OR WS-MOV-1 NOT EQUAL '0'
022500        OR WS-REJ-1 NOT EQUAL '0'
022600        OR WS-RET-1 NOT EQUAL '0'
022700         DISPLAY "CRMRETOR: ARQUIVOS NAO ABERTOS - CRMCNV "
022800             WS-CNV-STATUS " CRMMOV " WS-MOV-STATUS
022900             " REJMOV " WS-REJ-STATUS " CRMRET " WS-RET-STATUS
023000         SET WS-FALHOU TO TRUE
023100         GO TO 1000-INICIALIZAR-EXIT
023200     END-IF
023300     SET WS-NAO-FIM-CONTROLE TO TRUE
023400     PERFORM 1100-LER-CONTROLE
023500         THRU 1100-LER-CONTROLE-EXIT
023600     IF WS-FIM-CONTROLE
023700        OR NOT CNV-TIPO-CABECALHO
023800         DISPLAY "CRMRETOR: CONTROLE DA CONVERSAO SEM CABECALHO"
023900         SET WS-FALHOU TO TRUE
024000         SET WS-FIM-CONTROLE TO TRUE
024100         GO TO 1000-INICIALIZAR-EXIT
024200     END-IF
024300     ACCEPT WS-GER-DATA  FROM DATE YYYYMMDD
024400     ACCEPT WS-GER-HORAS FROM TIME
024500     MOVE SPACES TO RET-CABECALHO
024600     MOVE 'H' TO RET-TIPO
024700     MOVE WS-GERACAO-TIMESTAMP TO RET-CAB-DATA-HORA
024800     MOVE CNV-CAB-DATA-HORA-CRM TO RET-CAB-DATA-HORA-CRM
024900     MOVE CNV-CAB-SITUACAO TO RET-CAB-SITUACAO
025000     MOVE CNV-CAB-MOTIVO TO RET-CAB-MOTIVO
025100     PERFORM 8000-GRAVAR-RETORNO
025200         THRU 8000-GRAVAR-RETORNO-EXIT
025300     PERFORM 1100-LER-CONTROLE
025400         THRU 1100-LER-CONTROLE-EXIT
025500     PERFORM 1200-LER-REJEITADO
025600         THRU 1200-LER-REJEITADO-EXIT.
025700 1000-INICIALIZAR-EXIT.
025800     EXIT.
025900*
026000*----------------------------------------------------------------
026100* 1010-REGISTRAR-INICIO
026200*     REGISTRA O INICIO DO JOB NO CONTROLE DA CADEIA NOTURNA
026300*     (CTLEXEC), QUE CONFERE OS PRE-REQUISITOS NA DATA DE
026400*     NEGOCIO CORRENTE. JOB RECUSADO TERMINA COM CODIGO DE
026500*     RETORNO 12; CONTROLE INDISPONIVEL, COM 8.
026600*----------------------------------------------------------------
026700 1010-REGISTRAR-INICIO.
026800     SET WS-CTL-INICIAR TO TRUE
026900     MOVE "CRMRETOR" TO WS-CTL-JOB
027000     MOVE ZEROS TO WS-CTL-DATA-NEGOCIO
027100     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
027200     IF WS-CTL-RECUSADO
027300         DISPLAY "CRMRETOR: " WS-CTL-MENSAGEM
027400         DISPLAY "CRMRETOR: PRE-REQUISITO NAO ATENDIDO - JOB NAO "
027500             "INICIADO - RC=12"
027600         MOVE 12 TO RETURN-CODE
027700         STOP RUN
027800     END-IF
027900     IF WS-CTL-INDISPONIVEL
028000         DISPLAY "CRMRETOR: " WS-CTL-MENSAGEM
028100         DISPLAY "CRMRETOR: CONTROLE DA CADEIA INDISPONIVEL - "
028200             "JOB NAO INICIADO - RC=8"
028300         MOVE 8 TO RETURN-CODE
028400         STOP RUN
028500     END-IF.
028600 1010-REGISTRAR-INICIO-EXIT.
028700     EXIT.
028800*
028900 1100-LER-CONTROLE.
029000     IF WS-FIM-CONTROLE
029100         GO TO 1100-LER-CONTROLE-EXIT
029200     END-IF
029300     READ CNV-FILE
029400         AT END
029500             SET WS-FIM-CONTROLE TO TRUE
029600     END-READ
029700     IF WS-NAO-FIM-CONTROLE
029800         IF WS-CNV-1 NOT EQUAL '0'
029900             DISPLAY "CRMRETOR: FALHA DE LEITURA EM CRMCNV - "
030000                 "STATUS " WS-CNV-STATUS
030100             SET WS-FALHOU TO TRUE
030200             SET WS-FIM-CONTROLE TO TRUE
030300         ELSE
030400             ADD 1 TO WS-TOTAL-CONTROLE
030500         END-IF
030600     END-IF.
030700 1100-LER-CONTROLE-EXIT.
030800     EXIT.
030900*
031000 1200-LER-REJEITADO.
031100     IF WS-FIM-REJEITOS
031200         GO TO 1200-LER-REJEITADO-EXIT
031300     END-IF
031400     READ REJ-FILE
031500         AT END
031600             SET WS-FIM-REJEITOS TO TRUE
031700     END-READ
031800     IF WS-NAO-FIM-REJEITOS
031900        AND WS-REJ-1 NOT EQUAL '0'
032000         DISPLAY "CRMRETOR: FALHA DE LEITURA EM REJMOV - STATUS "
032100             WS-REJ-STATUS
032200         SET WS-FALHOU TO TRUE
032300         SET WS-FIM-CONTROLE TO TRUE
032400         SET WS-FIM-REJEITOS TO TRUE
032500     END-IF.
032600 1200-LER-REJEITADO-EXIT.
032700     EXIT.
032800*
032900*----------------------------------------------------------------
033000* 2000-PROCESSAR-CONTROLE
033100*     TRATA UM REGISTRO DO CONTROLE DA CONVERSAO. NA TROCA DE
033200*     CLIENTE GRAVA O RETORNO DO ANTERIOR. CADA 'M' CONSOME UM
033300*     MOVIMENTO DE CRMMOV, CONFERIDO CONTRA O REJEITADO CORRENTE.
033400*----------------------------------------------------------------
033500 2000-PROCESSAR-CONTROLE.
033600     IF WS-CLI-PENDENTE
033700        AND CNV-CODIGO NOT EQUAL WS-CLI-CODIGO
033800         PERFORM 2500-GRAVAR-CLIENTE
033900             THRU 2500-GRAVAR-CLIENTE-EXIT
034000     END-IF
034100     IF WS-CLI-VAZIO
034200         SET WS-CLI-PENDENTE TO TRUE
034300         MOVE CNV-CODIGO TO WS-CLI-CODIGO
034400         MOVE CNV-VERSAO-BASE TO WS-CLI-VERSAO-BASE
034500     END-IF
034600     EVALUATE TRUE
034700         WHEN CNV-TIPO-MOVIMENTO
034800             PERFORM 2100-CONFERIR-MOVIMENTO
034900                 THRU 2100-CONFERIR-MOVIMENTO-EXIT
035000         WHEN CNV-TIPO-REJEITADO
035100             ADD CNV-QTD-CAMPOS TO WS-CLI-REJEITADOS
035200             IF WS-CLI-MENSAGEM EQUAL SPACES
035300                 MOVE CNV-MENSAGEM TO WS-CLI-MENSAGEM
035400             END-IF
035500         WHEN CNV-TIPO-CONFLITO
035600             ADD CNV-QTD-CAMPOS TO WS-CLI-CONFLITO
035700             MOVE CNV-MENSAGEM TO WS-CLI-MENSAGEM
035750             MOVE CNV-VERSAO-CADASTRO TO WS-CLI-VERSAO-CAD
035800         WHEN OTHER
035900             DISPLAY "CRMRETOR: REGISTRO INVALIDO NO CONTROLE DA "
036000                 "CONVERSAO - TIPO " CNV-TIPO
036100             SET WS-FALHOU TO TRUE
036200             SET WS-FIM-CONTROLE TO TRUE
036300     END-EVALUATE
036400     PERFORM 1100-LER-CONTROLE
036500         THRU 1100-LER-CONTROLE-EXIT.
036600 2000-PROCESSAR-CONTROLE-EXIT.
036700     EXIT.
036800*
036900*----------------------------------------------------------------
037000* 2100-CONFERIR-MOVIMENTO
037100*     LE O MOVIMENTO GERADO CORRESPONDENTE AO REGISTRO 'M' E O
037200*     COMPARA COM O REJEITADO CORRENTE DO MOVTOCLI.
037300*----------------------------------------------------------------
037400 2100-CONFERIR-MOVIMENTO.
037500     READ MOV-FILE
037600         AT END
037700             SET WS-FIM-MOVTO TO TRUE
037800     END-READ
037900     IF WS-FIM-MOVTO
038000        OR WS-MOV-1 NOT EQUAL '0'
038100         DISPLAY "CRMRETOR: CRMMOV TERMINOU ANTES DO CONTROLE DA "
038200             "CONVERSAO - STATUS " WS-MOV-STATUS
038300             " CODIGO " CNV-CODIGO
038400         SET WS-FALHOU TO TRUE
038500         SET WS-FIM-CONTROLE TO TRUE
038600         GO TO 2100-CONFERIR-MOVIMENTO-EXIT
038700     END-IF
038800     ADD 1 TO WS-TOTAL-MOVIMENTOS
038900     IF WS-NAO-FIM-REJEITOS
039000        AND REJ-MOVIMENTO EQUAL MOVTO-REGISTRO
039100         ADD 1 TO WS-TOTAL-REJ-MOVTOCLI
039200         ADD CNV-QTD-CAMPOS TO WS-CLI-REJEITADOS
039300         IF WS-CLI-MENSAGEM EQUAL SPACES
039400             MOVE REJ-MENSAGEM TO WS-CLI-MENSAGEM
039500         END-IF
039600         PERFORM 1200-LER-REJEITADO
039700             THRU 1200-LER-REJEITADO-EXIT
039800     ELSE
039900         ADD CNV-QTD-CAMPOS TO WS-CLI-APLICADOS
040000     END-IF.
040100 2100-CONFERIR-MOVIMENTO-EXIT.
040200     EXIT.
040300*
040400*----------------------------------------------------------------
040500* 2500-GRAVAR-CLIENTE
040600*     GRAVA O RETORNO DO CLIENTE ACUMULADO E O ZERA.
040700*----------------------------------------------------------------
040800 2500-GRAVAR-CLIENTE.
040900     MOVE SPACES TO RET-DETALHE
041000     MOVE 'D' TO RET-TIPO
041100     MOVE WS-CLI-CODIGO TO RET-CODIGO
041200     MOVE WS-CLI-VERSAO-BASE TO RET-VERSAO-BASE
041300     MOVE WS-CLI-APLICADOS TO RET-QTD-APLICADOS
041400     MOVE WS-CLI-REJEITADOS TO RET-QTD-REJEITADOS
041500     MOVE WS-CLI-CONFLITO TO RET-QTD-CONFLITO
041600     MOVE WS-CLI-MENSAGEM TO RET-MENSAGEM
041650     MOVE WS-CLI-VERSAO-CAD TO RET-VERSAO-CADASTRO
041700     EVALUATE TRUE
041800         WHEN WS-CLI-CONFLITO IS GREATER THAN ZEROS
041900             SET RET-CONFLITO TO TRUE
042000         WHEN WS-CLI-APLICADOS EQUAL ZEROS
042100             SET RET-REJEITADO TO TRUE
042200         WHEN WS-CLI-REJEITADOS EQUAL ZEROS
042300             SET RET-APLICADO TO TRUE
042400             MOVE "ALTERACOES APLICADAS" TO RET-MENSAGEM
042500         WHEN OTHER
042600             SET RET-PARCIAL TO TRUE
042700     END-EVALUATE
042800     PERFORM 8000-GRAVAR-RETORNO
042900         THRU 8000-GRAVAR-RETORNO-EXIT
043000     ADD 1 TO WS-TOTAL-CLIENTES
043100     ADD WS-CLI-APLICADOS  TO WS-TOTAL-APLICADOS
043200     ADD WS-CLI-REJEITADOS TO WS-TOTAL-REJEITADOS
043300     ADD WS-CLI-CONFLITO   TO WS-TOTAL-CONFLITO
043400     MOVE ZEROS TO WS-CLI-CODIGO
043500                   WS-CLI-VERSAO-BASE
043550                   WS-CLI-VERSAO-CAD
043600                   WS-CLI-APLICADOS
043700                   WS-CLI-REJEITADOS
043800                   WS-CLI-CONFLITO
043900     MOVE SPACES TO WS-CLI-MENSAGEM
044000     SET WS-CLI-VAZIO TO TRUE.
044100 2500-GRAVAR-CLIENTE-EXIT.
044200     EXIT.
044300*
044400*----------------------------------------------------------------
044500* 3000-ENCERRAR-RETORNO
044600*     GRAVA O ULTIMO CLIENTE, CONFERE SE TODOS OS MOVIMENTOS DE
044700*     CRMMOV FORAM CASADOS E GRAVA O RODAPE DO RETORNO.
044800*----------------------------------------------------------------
044900 3000-ENCERRAR-RETORNO.
045000     IF WS-FALHOU
045100         GO TO 3000-ENCERRAR-RETORNO-EXIT
045200     END-IF
045300     IF WS-CLI-PENDENTE
045400         PERFORM 2500-GRAVAR-CLIENTE
045500             THRU 2500-GRAVAR-CLIENTE-EXIT
045600     END-IF
045700     READ MOV-FILE
045800         AT END
045900             SET WS-FIM-MOVTO TO TRUE
046000     END-READ
046100     IF WS-NAO-FIM-MOVTO
046200         DISPLAY "CRMRETOR: CRMMOV TEM MAIS MOVIMENTOS QUE O "
046300             "CONTROLE DA CONVERSAO"
046400         SET WS-FALHOU TO TRUE
046500         GO TO 3000-ENCERRAR-RETORNO-EXIT
046600     END-IF
046700     MOVE SPACES TO RET-RODAPE
046800     MOVE 'T' TO RET-TIPO
046900     MOVE WS-TOTAL-CLIENTES   TO RET-ROD-QUANTIDADE
047000     MOVE WS-TOTAL-APLICADOS  TO RET-ROD-APLICADOS
047100     MOVE WS-TOTAL-REJEITADOS TO RET-ROD-REJEITADOS
047200     MOVE WS-TOTAL-CONFLITO   TO RET-ROD-CONFLITO
047300     PERFORM 8000-GRAVAR-RETORNO
047400         THRU 8000-GRAVAR-RETORNO-EXIT.
047500 3000-ENCERRAR-RETORNO-EXIT.
047600     EXIT.
047700*
047800*----------------------------------------------------------------
047900* 7000-FINALIZAR
048000*     FECHA OS ARQUIVOS E DEVOLVE O CODIGO DE RETORNO.
048100*----------------------------------------------------------------
048200 7000-FINALIZAR.
048300     CLOSE CNV-FILE
048400     CLOSE MOV-FILE
048500     CLOSE REJ-FILE
048600     CLOSE RET-FILE
048700     DISPLAY "CRMRETOR: CLIENTES NO RETORNO.....: "
048800         WS-TOTAL-CLIENTES
048900     DISPLAY "CRMRETOR: CAMPOS APLICADOS........: "
049000         WS-TOTAL-APLICADOS
049100     DISPLAY "CRMRETOR: CAMPOS REJEITADOS.......: "
049200         WS-TOTAL-REJEITADOS
049300     DISPLAY "CRMRETOR:   MOVIMENTOS REJEITADOS "
049400         "PELO MOVTOCLI: " WS-TOTAL-REJ-MOVTOCLI
049500     DISPLAY "CRMRETOR: CAMPOS RETIDOS (CONFLITO): "
049600         WS-TOTAL-CONFLITO
049700     IF WS-FALHOU
049800         DISPLAY "CRMRETOR: RETORNO INVALIDO - NAO ENVIAR AO CRM "
049900             "- RC=8"
050000         MOVE 8 TO RETURN-CODE
050100     ELSE
050200         DISPLAY "CRMRETOR: RETORNO AO CRM GERADO - RC=0"
050300         MOVE ZEROS TO RETURN-CODE
050400     END-IF.
050500 7000-FINALIZAR-EXIT.
050600     EXIT.
050700*
050800*----------------------------------------------------------------
050900* 8000-GRAVAR-RETORNO
051000*     GRAVA O REGISTRO MONTADO NO ARQUIVO DE RETORNO.
051100*----------------------------------------------------------------
051200 8000-GRAVAR-RETORNO.
051300     WRITE RET-DETALHE
051400     IF WS-RET-1 NOT EQUAL '0'
051500         DISPLAY "CRMRETOR: FALHA DE GRAVACAO EM CRMRET - STATUS "
051600             WS-RET-STATUS
051700         SET WS-FALHOU TO TRUE
051800         SET WS-FIM-CONTROLE TO TRUE
051900     END-IF.
052000 8000-GRAVAR-RETORNO-EXIT.
052100     EXIT.
052200*
052300*----------------------------------------------------------------
052400* 9000-REGISTRAR-FIM
052500*     REGISTRA O FIM DO JOB, O CODIGO DE RETORNO E AS
052600*     QUANTIDADES NO CONTROLE DA CADEIA NOTURNA, PRESERVANDO O
052700*     CODIGO DE RETORNO DO JOB.
052800*----------------------------------------------------------------
052900 9000-REGISTRAR-FIM.
053000     SET WS-CTL-ENCERRAR TO TRUE
053100     MOVE RETURN-CODE TO WS-CTL-RC
053200     MOVE WS-TOTAL-CONTROLE TO WS-CTL-QTD-LIDOS
053300     MOVE WS-TOTAL-CLIENTES TO WS-CTL-QTD-GRAVADOS
053400     MOVE ZEROS TO WS-CTL-QTD-REJEITADOS
053500     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
053600     MOVE WS-CTL-RC TO RETURN-CODE
053700     IF NOT WS-CTL-LIBERADO
053800         DISPLAY "CRMRETOR: " WS-CTL-MENSAGEM
053900     END-IF.
054000 9000-REGISTRAR-FIM-EXIT.
054100     EXIT.
054200*
054300 END PROGRAM CRMRETOR.
