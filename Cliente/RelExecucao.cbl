000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RELEXEC.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - RELATORIO MATINAL DA
001200*                     SITUACAO DA CADEIA NOTURNA A PARTIR DO
001300*                     CONTROLE DE EXECUCAO (CTL-FILE).
001325* 15/10/2026  EDS     VINCGRP (VINCULOS DE MATRIZ/FILIAL DO GRUPO
001350*                     ECONOMICO) INCLUIDO NA CADEIA, DEPOIS DE
001375*                     EXTRDELT.
001383* 15/10/2026  EDS     CRMENTRA (ENTRADA DO CRM) ANTES DE MOVTOCLI
001391*                     E CRMRETOR (RETORNO AO CRM) NA CADEIA.
001400*----------------------------------------------------------------
001500*
001600*----------------------------------------------------------------
001700* PROPOSITO.
001800*     LISTAR, PARA UMA DATA DE NEGOCIO, A SITUACAO DE CADA JOB DA
001900*     CADEIA NOTURNA REGISTRADA NO CONTROLE DE EXECUCAO (GRAVADO
002000*     PELO SUBPROGRAMA CTLEXEC): INICIO, FIM, CODIGO DE RETORNO,
002100*     QUANTIDADES LIDAS, GRAVADAS E REJEITADAS E NUMERO DE
002200*     EXECUCOES. OS JOBS SAEM NA ORDEM DA CADEIA (TABELA
002300*     WS-CADEIA-TABELA), SEGUIDOS DOS JOBS REGISTRADOS NA DATA
002400*     QUE NAO FAZEM PARTE DELA, E O RELATORIO TERMINA COM O
002500*     RESUMO E O PRIMEIRO JOB, NA ORDEM DA CADEIA, QUE PRECISA
002600*     SER SUBMETIDO OU RESSUBMETIDO - O OPERADOR NAO PRECISA
002700*     PROCURAR NO SYSOUT DE CADA JOB.
002800*
002900*     SITUACOES:
003000*         CONCLUIDO       TERMINOU COM RC ATE 4
003100*         FALHOU          TERMINOU COM RC MAIOR QUE 4
003200*         RECUSADO        NAO INICIOU - PRE-REQUISITO NAO ATENDIDO
003300*                         (RC 12; O MOTIVO SAI NA LINHA SEGUINTE)
003400*         INTERROMPIDO    INICIOU E NAO REGISTROU O FIM (QUEDA OU
003500*                         CANCELAMENTO)
003600*         NAO EXECUTADO   JOB DIARIO OBRIGATORIO SEM REGISTRO NA
003700*                         DATA.
003800*         NAO PROGRAMADO  JOB EVENTUAL (CARGA, RECICLAGEM,
003900*                         EXPURGO, RESTAURACAO, UNIFICACAO,
004000*                         BATIMENTO OU RECARGA) SEM REGISTRO.
004100*
004200*     CARTAO DE PARAMETROS (PARAMS), COLUNAS FIXAS:
004300*         01-08  DATA DE NEGOCIO AAAAMMDD (BRANCOS = DATA DE
004400*                NEGOCIO CORRENTE, ABERTA POR JANFECHA)
004500*
004600*     RC=0  CADEIA COMPLETA, SEM PENDENCIAS.
004700*     RC=4  HA JOB FALHO, RECUSADO, INTERROMPIDO OU OBRIGATORIO
004800*           NAO EXECUTADO - VER A ACAO INDICADA NO RESUMO.
004900*     RC=8  CONTROLE DE EXECUCAO INDISPONIVEL OU DATA DE NEGOCIO
005000*           NAO INFORMADA NEM ABERTA.
005100*----------------------------------------------------------------
005200*
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-370.
005600 OBJECT-COMPUTER.   IBM-370.
005700 SPECIAL-NAMES.
005800     C01 IS NOVA-PAGINA.
005900*
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     COPY "sel-ctlfile.cpy".
006300
006400     SELECT PARAM-FILE ASSIGN TO "PARAMS"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PARAM-STATUS.
006700
006800     SELECT REL-FILE ASSIGN TO "RELEXEC"
006900         ORGANIZATION IS SEQUENTIAL.
007000*
007100 DATA DIVISION.
007200 FILE SECTION.
007300     COPY "fd-ctlfile.cpy".
007400*
007500 FD  PARAM-FILE
007600     LABEL RECORD STANDARD.
007700 01  PARAM-REGISTRO.
007800     05  PRM-DATA-NEGOCIO        PIC X(08).
007900*
008000 FD  REL-FILE
008100     LABEL RECORD STANDARD.
008200 01  REL-LINHA               PIC X(132).
008300*
008400 WORKING-STORAGE SECTION.
008500*----------------------------------------------------------------
008600* CONTADORES E INDICADORES
008700*----------------------------------------------------------------
008800 77  WS-QTD-CADEIA           PIC 9(02) COMP VALUE 16.
008900 77  WS-IND-JOB              PIC 9(02) COMP VALUE ZEROS.
009000 77  WS-IND-BUSCA            PIC 9(02) COMP VALUE ZEROS.
009100 77  WS-TOTAL-CONCLUIDO      PIC 9(03) COMP VALUE ZEROS.
009200 77  WS-TOTAL-FALHOU         PIC 9(03) COMP VALUE ZEROS.
009300 77  WS-TOTAL-RECUSADO       PIC 9(03) COMP VALUE ZEROS.
009400 77  WS-TOTAL-INTERROMPIDO   PIC 9(03) COMP VALUE ZEROS.
009500 77  WS-TOTAL-PENDENTE       PIC 9(03) COMP VALUE ZEROS.
009600 77  WS-TOTAL-NAO-PROGRAMADO PIC 9(03) COMP VALUE ZEROS.
009700 77  WS-PAGINA               PIC 9(04) COMP VALUE ZEROS.
009800 77  WS-LINHA                PIC 9(02) COMP VALUE ZEROS.
009900 77  WS-MAX-LINHAS           PIC 9(02) COMP VALUE 50.
010000 77  WS-RC-ACEITO            PIC 9(04) VALUE 4.
010100 77  WS-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
010200 77  WS-JOB-ACAO             PIC X(08) VALUE SPACES.
010300 77  WS-SITUACAO-ACAO        PIC X(16) VALUE SPACES.
010400*
010500 01  WS-SWITCHES.
010600     03  WS-SW-ACHOU         PIC X(01) VALUE 'N'.
010700         88  WS-ACHOU                VALUE 'S'.
010800         88  WS-NAO-ACHOU            VALUE 'N'.
010900     03  WS-SW-FIM-CTL       PIC X(01) VALUE 'N'.
011000         88  WS-FIM-CTL              VALUE 'S'.
011100         88  WS-NAO-FIM-CTL          VALUE 'N'.
011200     03  WS-SW-ACAO          PIC X(01) VALUE 'N'.
011300         88  WS-PRECISA-ACAO         VALUE 'S'.
011400         88  WS-SEM-ACAO             VALUE 'N'.
011500     03  WS-SW-OBRIGATORIO   PIC X(01) VALUE 'N'.
011600         88  WS-JOB-OBRIGATORIO      VALUE 'S'.
011700         88  WS-JOB-EVENTUAL         VALUE 'N'.
011800     03  WS-SW-OUTROS        PIC X(01) VALUE 'N'.
011900         88  WS-OUTROS-IMPRESSO      VALUE 'S'.
012000         88  WS-OUTROS-NAO-IMPRESSO  VALUE 'N'.
012100*
012200 01  WS-CTL-STATUS.
012300     03  WS-CTL-1            PIC X(01).
012400     03  WS-CTL-2            PIC X(01) USAGE DISPLAY.
012500*
012600 01  WS-PARAM-STATUS.
012700     03  WS-PARAM-1          PIC X(01).
012800     03  WS-PARAM-2          PIC X(01) USAGE DISPLAY.
012900*
013000*----------------------------------------------------------------
013100* CADEIA NOTURNA, NA ORDEM DE EXECUCAO: JOB, DESCRICAO E
013200* INDICADOR DE JOB DIARIO OBRIGATORIO ('S') OU EVENTUAL ('N')
013300*----------------------------------------------------------------
013400 01  WS-CADEIA-LISTA.
013500     03  FILLER  PIC X(34)
013600                 VALUE "JANFECHAFECHAMENTO DA JANELA     S".
013700     03  FILLER  PIC X(34)
013800                 VALUE "CARGACLICARGA DE CLIENTES        N".
013900     03  FILLER  PIC X(34)
014000                 VALUE "RECICLA RECICLAGEM DE REJEITOS   N".
014050     03  FILLER  PIC X(34)
014075                 VALUE "CRMENTRAENTRADA DO CRM           S".
014100     03  FILLER  PIC X(34)
014200                 VALUE "MOVTOCLIMOVIMENTO DE CLIENTES    S".
014300     03  FILLER  PIC X(34)
014400                 VALUE "EXPURGO EXPURGO DE INATIVOS      N".
014500     03  FILLER  PIC X(34)
014600                 VALUE "RESTAURARESTAURACAO DE CLIENTE   N".
014700     03  FILLER  PIC X(34)
014800                 VALUE "UNIFCAD UNIFICACAO DE CADASTROS  N".
014900     03  FILLER  PIC X(34)
015000                 VALUE "BATRFB  BATIMENTO RECEITA FEDERALN".
015100     03  FILLER  PIC X(34)
015200                 VALUE "CONCILIACONCILIACAO DIARIA       S".
015300     03  FILLER  PIC X(34)
015400                 VALUE "COPIASEGCOPIA DE SEGURANCA       S".
015500     03  FILLER  PIC X(34)
015600                 VALUE "EXTRDELTEXTRATO DE ALTERACOES    S".
015633     03  FILLER  PIC X(34)
015666                 VALUE "VINCGRP VINCULOS MATRIZ/FILIAL   S".
015675     03  FILLER  PIC X(34)
015690                 VALUE "CRMRETORRETORNO AO CRM           S".
015700     03  FILLER  PIC X(34)
015800                 VALUE "RECUPERARECARGA DAS COPIAS       N".
015900     03  FILLER  PIC X(34)
016000                 VALUE "JANABRE ABERTURA DA JANELA       S".
016100 01  WS-CADEIA-TABELA REDEFINES WS-CADEIA-LISTA.
016200     03  WS-CADEIA-ITEM      OCCURS 16 TIMES.
016300         05  WS-CAD-JOB          PIC X(08).
016400         05  WS-CAD-DESCRICAO    PIC X(25).
016500         05  WS-CAD-OBRIGATORIO  PIC X(01).
016600*
016700*----------------------------------------------------------------
016800* EDICAO DE DATA/HORA (AAAAMMDDHHMMSSCC -> DD/MM HH:MM)
016900*----------------------------------------------------------------
017000 01  WS-DH-ENTRADA           PIC 9(16).
017100 01  WS-DH-PARTES REDEFINES WS-DH-ENTRADA.
017200     03  WS-DHP-ANO          PIC 9(04).
017300     03  WS-DHP-MES          PIC 9(02).
017400     03  WS-DHP-DIA          PIC 9(02).
017500     03  WS-DHP-HORA         PIC 9(02).
017600     03  WS-DHP-MINUTO       PIC 9(02).
017700     03  FILLER              PIC 9(04).
017800 01  WS-DH-EDITADA.
017900     03  WS-DHE-DIA          PIC 9(02).
018000     03  FILLER              PIC X(01) VALUE "/".
018100     03  WS-DHE-MES          PIC 9(02).
018200     03  FILLER              PIC X(01) VALUE SPACE.
018300     03  WS-DHE-HORA         PIC 9(02).
018400     03  FILLER              PIC X(01) VALUE ":".
018500     03  WS-DHE-MINUTO       PIC 9(02).
018600*
018700 01  WS-DATA-PARTES.
018800     03  WS-DTP-ANO          PIC 9(04).
018900     03  WS-DTP-MES          PIC 9(02).
019000     03  WS-DTP-DIA          PIC 9(02).
019100 01  WS-DATA-PARTES-N REDEFINES WS-DATA-PARTES
019200                             PIC 9(08).
019300*
019400*----------------------------------------------------------------
019500* CABECALHOS DO RELATORIO
019600*----------------------------------------------------------------
019700 01  WS-CABECALHO-1.
019800     05  FILLER          PIC X(40)
019900             VALUE "SITUACAO DA CADEIA NOTURNA".
020000     05  FILLER          PIC X(18) VALUE "DATA DE NEGOCIO: ".
020100     05  WS-CAB-DIA      PIC 9(02).
020200     05  FILLER          PIC X(01) VALUE "/".
020300     05  WS-CAB-MES      PIC 9(02).
020400     05  FILLER          PIC X(01) VALUE "/".
020500     05  WS-CAB-ANO      PIC 9(04).
020600     05  FILLER          PIC X(20) VALUE SPACES.
020700     05  FILLER          PIC X(08) VALUE "PAGINA: ".
020800     05  WS-CAB-PAGINA   PIC ZZZ9.
020900*
021000 01  WS-CABECALHO-2.
021100     05  FILLER              PIC X(10) VALUE "JOB".
021200     05  FILLER              PIC X(26) VALUE "DESCRICAO".
021300     05  FILLER              PIC X(17) VALUE "SITUACAO".
021400     05  FILLER              PIC X(13) VALUE "INICIO".
021500     05  FILLER              PIC X(13) VALUE "FIM".
021600     05  FILLER              PIC X(05) VALUE "RC".
021700     05  FILLER              PIC X(13) VALUE "      LIDOS".
021800     05  FILLER              PIC X(13) VALUE "   GRAVADOS".
021900     05  FILLER              PIC X(13) VALUE " REJEITADOS".
022000     05  FILLER              PIC X(04) VALUE "EXEC".
022100*
022200*----------------------------------------------------------------
022300* LINHA DE DETALHE E LINHA DO MOTIVO DA RECUSA
022400*----------------------------------------------------------------
022500 01  WS-DETALHE.
022600     05  WS-DET-JOB          PIC X(08).
022700     05  FILLER              PIC X(02) VALUE SPACES.
022800     05  WS-DET-DESCRICAO    PIC X(25).
022900     05  FILLER              PIC X(01) VALUE SPACES.
023000     05  WS-DET-SITUACAO     PIC X(16).
023100     05  FILLER              PIC X(01) VALUE SPACES.
023200     05  WS-DET-INICIO       PIC X(11).
023300     05  FILLER              PIC X(02) VALUE SPACES.
023400     05  WS-DET-FIM          PIC X(11).
023500     05  FILLER              PIC X(02) VALUE SPACES.
023600     05  WS-DET-RC           PIC X(04).
023700     05  FILLER              PIC X(01) VALUE SPACES.
023800     05  WS-DET-LIDOS        PIC ZZZ,ZZZ,ZZ9.
023900     05  FILLER              PIC X(02) VALUE SPACES.
024000     05  WS-DET-GRAVADOS     PIC ZZZ,ZZZ,ZZ9.
024100     05  FILLER              PIC X(02) VALUE SPACES.
024200     05  WS-DET-REJEITADOS   PIC ZZZ,ZZZ,ZZ9.
024300     05  FILLER              PIC X(03) VALUE SPACES.
024400     05  WS-DET-EXECUCOES    PIC ZZ9.
024500*
024600 01  WS-DETALHE-MOTIVO.
024700     05  FILLER              PIC X(10) VALUE SPACES.
024800     05  FILLER              PIC X(08) VALUE "MOTIVO: ".
024900     05  WS-MOT-MENSAGEM     PIC X(40).
025000*
025100 01  WS-LINHA-OUTROS.
025200     05  FILLER              PIC X(60)
025300             VALUE "JOBS REGISTRADOS FORA DA CADEIA NOTURNA:".
025400*
025500*----------------------------------------------------------------
025600* RESUMO
025700*----------------------------------------------------------------
025800 01  WS-RESUMO-1.
025900     05  FILLER          PIC X(13) VALUE "CONCLUIDOS: ".
026000     05  WS-RES-CONCLUIDO PIC ZZ9.
026100     05  FILLER          PIC X(12) VALUE "   FALHOS: ".
026200     05  WS-RES-FALHOU   PIC ZZ9.
026300     05  FILLER          PIC X(14) VALUE "   RECUSADOS: ".
026400     05  WS-RES-RECUSADO PIC ZZ9.
026500     05  FILLER          PIC X(18) VALUE "   INTERROMPIDOS: ".
026600     05  WS-RES-INTERROMPIDO PIC ZZ9.
026700     05  FILLER          PIC X(29)
026800                 VALUE "   OBRIGATORIOS NAO EXECUT.: ".
026900     05  WS-RES-PENDENTE PIC ZZ9.
027000*
027100 01  WS-RESUMO-2.
027200     05  FILLER          PIC X(06) VALUE "ACAO: ".
027300     05  WS-RES-ACAO     PIC X(13).
027400     05  WS-RES-JOB      PIC X(08).
027500     05  FILLER          PIC X(02) VALUE SPACES.
027600     05  FILLER          PIC X(01) VALUE "(".
027700     05  WS-RES-SITUACAO PIC X(16).
027800     05  FILLER          PIC X(01) VALUE ")".
027900     05  FILLER          PIC X(40)
028000             VALUE " - DEMAIS JOBS DA CADEIA SEGUEM APOS ELE".
028100*
028200 01  WS-RESUMO-OK        PIC X(60)
028300     VALUE "ACAO: NENHUMA - CADEIA COMPLETA E SEM PENDENCIAS".
028400*
028500 PROCEDURE DIVISION.
028600*----------------------------------------------------------------
028700* 0000-MAINLINE
028800*     PARAGRAFO PRINCIPAL DO PROGRAMA.
028900*----------------------------------------------------------------
029000 0000-MAINLINE.
029100     PERFORM 1000-INICIALIZAR
029200         THRU 1000-INICIALIZAR-EXIT
029300     PERFORM 2000-CONFERIR-JOB
029400         THRU 2000-CONFERIR-JOB-EXIT
029500         VARYING WS-IND-JOB FROM 1 BY 1
029600         UNTIL WS-IND-JOB > WS-QTD-CADEIA
029700     PERFORM 3000-LISTAR-OUTROS
029800         THRU 3000-LISTAR-OUTROS-EXIT
029900     PERFORM 4000-IMPRIMIR-RESUMO
030000         THRU 4000-IMPRIMIR-RESUMO-EXIT
030100     PERFORM 5000-FINALIZAR
030200         THRU 5000-FINALIZAR-EXIT
030300     STOP RUN.
030400*
030500*----------------------------------------------------------------
030600* 1000-INICIALIZAR
030700*     ABRE O CONTROLE DE EXECUCAO, OBTEM A DATA DE NEGOCIO (DO
030800*     CARTAO OU A CORRENTE) E ABRE O RELATORIO.
030900*----------------------------------------------------------------
031000 1000-INICIALIZAR.
031100     OPEN INPUT CTL-FILE
031200     IF WS-CTL-1 NOT EQUAL '0'
031300         DISPLAY "RELEXEC: CONTROLE DE EXECUCAO NAO ABERTO - "
031400             "STATUS " WS-CTL-STATUS " - RC=8"
031500         MOVE 8 TO RETURN-CODE
031600         STOP RUN
031700     END-IF
031800     OPEN INPUT PARAM-FILE
031900     IF WS-PARAM-1 EQUAL '0'
032000         READ PARAM-FILE
032100             AT END
032200                 CONTINUE
032300             NOT AT END
032400                 IF PRM-DATA-NEGOCIO IS NUMERIC
032500                     MOVE PRM-DATA-NEGOCIO TO WS-DATA-NEGOCIO
032600                 END-IF
032700         END-READ
032800         CLOSE PARAM-FILE
032900     END-IF
033000     IF WS-DATA-NEGOCIO EQUAL ZEROS
033100         MOVE ZEROS      TO CTL-DATA-NEGOCIO
033200         MOVE "CORRENTE" TO CTL-JOB
033300         READ CTL-FILE
033400             INVALID KEY
033500                 CONTINUE
033600             NOT INVALID KEY
033700                 MOVE CTL-DATA-CORRENTE TO WS-DATA-NEGOCIO
033800         END-READ
033900     END-IF
034000     IF WS-DATA-NEGOCIO EQUAL ZEROS
034100         CLOSE CTL-FILE
034200         DISPLAY "RELEXEC: DATA DE NEGOCIO NAO INFORMADA NEM "
034300             "ABERTA POR JANFECHA - RC=8"
034400         MOVE 8 TO RETURN-CODE
034500         STOP RUN
034600     END-IF
034700     MOVE WS-DATA-NEGOCIO TO WS-DATA-PARTES-N
034800     MOVE WS-DTP-DIA TO WS-CAB-DIA
034900     MOVE WS-DTP-MES TO WS-CAB-MES
035000     MOVE WS-DTP-ANO TO WS-CAB-ANO
035100     OPEN OUTPUT REL-FILE
035200     PERFORM 2900-IMPRIMIR-CABECALHO
035300         THRU 2900-IMPRIMIR-CABECALHO-EXIT.
035400 1000-INICIALIZAR-EXIT.
035500     EXIT.
035600*
035700*----------------------------------------------------------------
035800* 2000-CONFERIR-JOB
035900*     LE O REGISTRO DE UM JOB DA CADEIA NA DATA DE NEGOCIO,
036000*     CLASSIFICA A SITUACAO E IMPRIME A LINHA. O PRIMEIRO JOB QUE
036100*     PRECISA DE ACAO, NA ORDEM DA CADEIA, E O INDICADO NO RESUMO.
036200*----------------------------------------------------------------
036300 2000-CONFERIR-JOB.
036400     MOVE WS-DATA-NEGOCIO        TO CTL-DATA-NEGOCIO
036500     MOVE WS-CAD-JOB (WS-IND-JOB) TO CTL-JOB
036600     MOVE WS-CAD-OBRIGATORIO (WS-IND-JOB) TO WS-SW-OBRIGATORIO
036700     MOVE WS-CAD-DESCRICAO (WS-IND-JOB) TO WS-DET-DESCRICAO
036800     READ CTL-FILE
036900         INVALID KEY
037000             SET WS-NAO-ACHOU TO TRUE
037100         NOT INVALID KEY
037200             SET WS-ACHOU TO TRUE
037300     END-READ
037400     PERFORM 2100-CLASSIFICAR
037500         THRU 2100-CLASSIFICAR-EXIT
037600     PERFORM 2200-IMPRIMIR-JOB
037700         THRU 2200-IMPRIMIR-JOB-EXIT.
037800 2000-CONFERIR-JOB-EXIT.
037900     EXIT.
038000*
038100*----------------------------------------------------------------
038200* 2100-CLASSIFICAR
038300*     DEFINE A SITUACAO DO JOB, SOMA NOS TOTAIS E GUARDA O
038400*     PRIMEIRO JOB QUE PRECISA SER SUBMETIDO OU RESSUBMETIDO.
038500*----------------------------------------------------------------
038600 2100-CLASSIFICAR.
038700     SET WS-SEM-ACAO TO TRUE
038800     EVALUATE TRUE
038900         WHEN WS-NAO-ACHOU AND WS-JOB-OBRIGATORIO
039000             MOVE "NAO EXECUTADO" TO WS-DET-SITUACAO
039100             ADD 1 TO WS-TOTAL-PENDENTE
039200             SET WS-PRECISA-ACAO TO TRUE
039300         WHEN WS-NAO-ACHOU
039400             MOVE "NAO PROGRAMADO" TO WS-DET-SITUACAO
039500             ADD 1 TO WS-TOTAL-NAO-PROGRAMADO
039600         WHEN CTL-EM-EXECUCAO
039700             MOVE "INTERROMPIDO"  TO WS-DET-SITUACAO
039800             ADD 1 TO WS-TOTAL-INTERROMPIDO
039900             SET WS-PRECISA-ACAO TO TRUE
040000         WHEN CTL-RECUSADO
040100             MOVE "RECUSADO"      TO WS-DET-SITUACAO
040200             ADD 1 TO WS-TOTAL-RECUSADO
040300             SET WS-PRECISA-ACAO TO TRUE
040400         WHEN CTL-RC > WS-RC-ACEITO
040500             MOVE "FALHOU"        TO WS-DET-SITUACAO
040600             ADD 1 TO WS-TOTAL-FALHOU
040700             SET WS-PRECISA-ACAO TO TRUE
040800         WHEN OTHER
040900             MOVE "CONCLUIDO"     TO WS-DET-SITUACAO
041000             ADD 1 TO WS-TOTAL-CONCLUIDO
041100     END-EVALUATE
041200     IF WS-PRECISA-ACAO AND WS-JOB-ACAO EQUAL SPACES
041300         MOVE CTL-JOB         TO WS-JOB-ACAO
041400         MOVE WS-DET-SITUACAO TO WS-SITUACAO-ACAO
041500     END-IF.
041600 2100-CLASSIFICAR-EXIT.
041700     EXIT.
041800*
041900*----------------------------------------------------------------
042000* 2200-IMPRIMIR-JOB
042100*     IMPRIME A LINHA DO JOB E, NA RECUSA, O MOTIVO REGISTRADO.
042200*----------------------------------------------------------------
042300 2200-IMPRIMIR-JOB.
042400     IF WS-LINHA + 2 > WS-MAX-LINHAS
042500         PERFORM 2900-IMPRIMIR-CABECALHO
042600             THRU 2900-IMPRIMIR-CABECALHO-EXIT
042700     END-IF
042800     MOVE CTL-JOB TO WS-DET-JOB
042900     IF WS-NAO-ACHOU
043000         MOVE SPACES TO WS-DET-INICIO
043100                        WS-DET-FIM
043200                        WS-DET-RC
043300         MOVE ZEROS  TO WS-DET-LIDOS
043400                        WS-DET-GRAVADOS
043500                        WS-DET-REJEITADOS
043600                        WS-DET-EXECUCOES
043700     ELSE
043800         MOVE CTL-INICIO TO WS-DH-ENTRADA
043900         PERFORM 2300-EDITAR-DATA-HORA
044000             THRU 2300-EDITAR-DATA-HORA-EXIT
044100         MOVE WS-DH-EDITADA TO WS-DET-INICIO
044200         MOVE SPACES TO WS-DET-FIM
044300                        WS-DET-RC
044400         IF NOT CTL-EM-EXECUCAO
044500             MOVE CTL-FIM TO WS-DH-ENTRADA
044600             PERFORM 2300-EDITAR-DATA-HORA
044700                 THRU 2300-EDITAR-DATA-HORA-EXIT
044800             MOVE WS-DH-EDITADA TO WS-DET-FIM
044900             MOVE CTL-RC TO WS-DET-RC
045000         END-IF
045100         MOVE CTL-QTD-LIDOS      TO WS-DET-LIDOS
045200         MOVE CTL-QTD-GRAVADOS   TO WS-DET-GRAVADOS
045300         MOVE CTL-QTD-REJEITADOS TO WS-DET-REJEITADOS
045400         MOVE CTL-EXECUCOES      TO WS-DET-EXECUCOES
045500     END-IF
045600     WRITE REL-LINHA FROM WS-DETALHE
045700     ADD 1 TO WS-LINHA
045800     IF WS-ACHOU AND CTL-RECUSADO
045900         MOVE CTL-MENSAGEM TO WS-MOT-MENSAGEM
046000         WRITE REL-LINHA FROM WS-DETALHE-MOTIVO
046100         ADD 1 TO WS-LINHA
046200     END-IF.
046300 2200-IMPRIMIR-JOB-EXIT.
046400     EXIT.
046500*
046600*----------------------------------------------------------------
046700* 2300-EDITAR-DATA-HORA
046800*     EDITA WS-DH-ENTRADA COMO DD/MM HH:MM.
046900*----------------------------------------------------------------
047000 2300-EDITAR-DATA-HORA.
047100     MOVE WS-DHP-DIA    TO WS-DHE-DIA
047200     MOVE WS-DHP-MES    TO WS-DHE-MES
047300     MOVE WS-DHP-HORA   TO WS-DHE-HORA
047400     MOVE WS-DHP-MINUTO TO WS-DHE-MINUTO.
047500 2300-EDITAR-DATA-HORA-EXIT.
047600     EXIT.
047700*
047800*----------------------------------------------------------------
047900* 2900-IMPRIMIR-CABECALHO
048000*     IMPRIME O CABECALHO DE PAGINA.
048100*----------------------------------------------------------------
048200 2900-IMPRIMIR-CABECALHO.
048300     ADD 1 TO WS-PAGINA
048400     MOVE WS-PAGINA TO WS-CAB-PAGINA
048500     IF WS-PAGINA IS GREATER THAN 1
048600         WRITE REL-LINHA FROM WS-CABECALHO-1
048700             BEFORE ADVANCING NOVA-PAGINA
048800     ELSE
048900         WRITE REL-LINHA FROM WS-CABECALHO-1
049000     END-IF
049100     MOVE SPACES TO REL-LINHA
049200     WRITE REL-LINHA
049300     WRITE REL-LINHA FROM WS-CABECALHO-2
049400     MOVE SPACES TO REL-LINHA
049500     WRITE REL-LINHA
049600     MOVE 4 TO WS-LINHA.
049700 2900-IMPRIMIR-CABECALHO-EXIT.
049800     EXIT.
049900*
050000*----------------------------------------------------------------
050100* 3000-LISTAR-OUTROS
050200*     PERCORRE OS REGISTROS DA DATA DE NEGOCIO E LISTA OS JOBS
050300*     QUE NAO ESTAO NA TABELA DA CADEIA.
050400*----------------------------------------------------------------
050500 3000-LISTAR-OUTROS.
050600     SET WS-NAO-FIM-CTL TO TRUE
050700     MOVE WS-DATA-NEGOCIO TO CTL-DATA-NEGOCIO
050800     MOVE LOW-VALUES      TO CTL-JOB
050900     START CTL-FILE KEY IS NOT LESS THAN CTL-CHAVE
051000         INVALID KEY
051100             SET WS-FIM-CTL TO TRUE
051200     END-START
051300     PERFORM 3100-LER-PROXIMO
051400         THRU 3100-LER-PROXIMO-EXIT
051500         UNTIL WS-FIM-CTL.
051600 3000-LISTAR-OUTROS-EXIT.
051700     EXIT.
051800*
051900*----------------------------------------------------------------
052000* 3100-LER-PROXIMO
052100*     LE O PROXIMO REGISTRO DA DATA E, SE O JOB NAO FOR DA
052200*     CADEIA, CLASSIFICA E IMPRIME.
052300*----------------------------------------------------------------
052400 3100-LER-PROXIMO.
052500     READ CTL-FILE NEXT RECORD
052600         AT END
052700             SET WS-FIM-CTL TO TRUE
052800     END-READ
052900     IF WS-FIM-CTL
053000         GO TO 3100-LER-PROXIMO-EXIT
053100     END-IF
053200     IF CTL-DATA-NEGOCIO NOT EQUAL WS-DATA-NEGOCIO
053300         SET WS-FIM-CTL TO TRUE
053400         GO TO 3100-LER-PROXIMO-EXIT
053500     END-IF
053600     SET WS-NAO-ACHOU TO TRUE
053700     PERFORM 3200-COMPARAR-JOB
053800         THRU 3200-COMPARAR-JOB-EXIT
053900         VARYING WS-IND-BUSCA FROM 1 BY 1
054000         UNTIL WS-IND-BUSCA > WS-QTD-CADEIA
054100            OR WS-ACHOU
054200     IF WS-ACHOU
054300         GO TO 3100-LER-PROXIMO-EXIT
054400     END-IF
054500     IF WS-OUTROS-NAO-IMPRESSO
054600         IF WS-LINHA + 4 > WS-MAX-LINHAS
054700             PERFORM 2900-IMPRIMIR-CABECALHO
054800                 THRU 2900-IMPRIMIR-CABECALHO-EXIT
054900         END-IF
055000         MOVE SPACES TO REL-LINHA
055100         WRITE REL-LINHA
055200         WRITE REL-LINHA FROM WS-LINHA-OUTROS
055300         ADD 2 TO WS-LINHA
055400         SET WS-OUTROS-IMPRESSO TO TRUE
055500     END-IF
055600     SET WS-ACHOU TO TRUE
055700     SET WS-JOB-EVENTUAL TO TRUE
055800     MOVE "JOB FORA DA CADEIA" TO WS-DET-DESCRICAO
055900     PERFORM 2100-CLASSIFICAR
056000         THRU 2100-CLASSIFICAR-EXIT
056100     PERFORM 2200-IMPRIMIR-JOB
056200         THRU 2200-IMPRIMIR-JOB-EXIT.
056300 3100-LER-PROXIMO-EXIT.
056400     EXIT.
056500*
056600 3200-COMPARAR-JOB.
056700     IF WS-CAD-JOB (WS-IND-BUSCA) EQUAL CTL-JOB
056800         SET WS-ACHOU TO TRUE
056900     END-IF.
057000 3200-COMPARAR-JOB-EXIT.
057100     EXIT.
057200*
057300*----------------------------------------------------------------
057400* 4000-IMPRIMIR-RESUMO
057500*     IMPRIME OS TOTAIS POR SITUACAO E A ACAO INDICADA: O
057600*     PRIMEIRO JOB, NA ORDEM DA CADEIA, A SUBMETER (OBRIGATORIO
057700*     NAO EXECUTADO) OU A RESSUBMETER APOS A CORRECAO (FALHO,
057800*     RECUSADO OU INTERROMPIDO).
057900*----------------------------------------------------------------
058000 4000-IMPRIMIR-RESUMO.
058100     IF WS-LINHA + 5 > WS-MAX-LINHAS
058200         PERFORM 2900-IMPRIMIR-CABECALHO
058300             THRU 2900-IMPRIMIR-CABECALHO-EXIT
058400     END-IF
058500     MOVE WS-TOTAL-CONCLUIDO    TO WS-RES-CONCLUIDO
058600     MOVE WS-TOTAL-FALHOU       TO WS-RES-FALHOU
058700     MOVE WS-TOTAL-RECUSADO     TO WS-RES-RECUSADO
058800     MOVE WS-TOTAL-INTERROMPIDO TO WS-RES-INTERROMPIDO
058900     MOVE WS-TOTAL-PENDENTE     TO WS-RES-PENDENTE
059000     MOVE SPACES TO REL-LINHA
059100     WRITE REL-LINHA
059200     WRITE REL-LINHA FROM WS-RESUMO-1
059300     MOVE SPACES TO REL-LINHA
059400     WRITE REL-LINHA
059500     IF WS-JOB-ACAO EQUAL SPACES
059600         WRITE REL-LINHA FROM WS-RESUMO-OK
059700         DISPLAY "RELEXEC: " WS-RESUMO-OK
059800     ELSE
059900         IF WS-SITUACAO-ACAO EQUAL "NAO EXECUTADO"
060000             MOVE "SUBMETER"      TO WS-RES-ACAO
060100         ELSE
060200             MOVE "RESSUBMETER"   TO WS-RES-ACAO
060300         END-IF
060400         MOVE WS-JOB-ACAO      TO WS-RES-JOB
060500         MOVE WS-SITUACAO-ACAO TO WS-RES-SITUACAO
060600         WRITE REL-LINHA FROM WS-RESUMO-2
060700         DISPLAY "RELEXEC: " WS-RESUMO-2
060800     END-IF
060900     DISPLAY "RELEXEC: " WS-RESUMO-1.
061000 4000-IMPRIMIR-RESUMO-EXIT.
061100     EXIT.
061200*
061300*----------------------------------------------------------------
061400* 5000-FINALIZAR
061500*     FECHA OS ARQUIVOS E DEVOLVE O CODIGO DE RETORNO - ZERO COM A
061600*     CADEIA COMPLETA, 4 COM ACAO PENDENTE.
061700*----------------------------------------------------------------
061800 5000-FINALIZAR.
061900     CLOSE CTL-FILE
062000           REL-FILE
062100     IF WS-JOB-ACAO EQUAL SPACES
062200         MOVE 0 TO RETURN-CODE
062300     ELSE
062400         MOVE 4 TO RETURN-CODE
062500     END-IF.
062600 5000-FINALIZAR-EXIT.
062700     EXIT.
062800*
062900 END PROGRAM RELEXEC.
