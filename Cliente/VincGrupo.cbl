000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    VINCGRP.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - MONTAGEM AUTOMATICA DOS
001200*                     VINCULOS DE MATRIZ/FILIAL DO GRUPO ECONOMICO
001300*                     PELA RAIZ DO CNPJ.
001400*----------------------------------------------------------------
001500*
001600*----------------------------------------------------------------
001700* PROPOSITO.
001800*     MONTAR, A PARTIR DO CADASTRO DE CLIENTES, OS VINCULOS DE
001900*     FILIAL ('F') DO ARQUIVO DE VINCULOS (VIN-FILE). OS CLIENTES
002000*     PESSOA JURIDICA SAO LIDOS NA ORDEM DO INDICE ALTERNADO DE
002100*     SIS-DOCUMENTO, O QUE AGRUPA OS ESTABELECIMENTOS DE UMA MESMA
002200*     RAIZ DE CNPJ (OITO PRIMEIROS DIGITOS) E TRAZ A MATRIZ (ORDEM
002300*     0001) ANTES DAS FILIAIS. CADA FILIAL E LIGADA A MATRIZ DA
002400*     SUA RAIZ:
002500*         - VINCULO JA EXISTENTE E CONFIRMADO (DATA DE CONFIRMACAO
002600*           DESTA EXECUCAO), PRESERVANDO A MARCA DE REVISAO;
002700*         - VINCULO NOVO E INCLUIDO COM ORIGEM AUTOMATICA. SE A
002800*           MATRIZ JA ESTIVER INATIVA E A FILIAL ATIVA, O VINCULO
002900*           JA NASCE SINALIZADO PARA REVISAO.
003000*     AO FINAL, OS VINCULOS DE FILIAL AUTOMATICOS NAO CONFIRMADOS
003100*     NESTA EXECUCAO (DOCUMENTO ALTERADO, MATRIZ SUBSTITUIDA OU
003200*     CLIENTE EXPURGADO) SAO EXCLUIDOS. OS VINCULOS DE
003300*     REPRESENTANTE LEGAL E DE SOCIO, INFORMADOS PELO CADASTRO
003400*     (MANUTVIN), NAO SAO TOCADOS.
003500*
003600*     QUANDO HA MAIS DE UM CLIENTE COM O CNPJ DA MATRIZ, VALE O
003700*     PRIMEIRO ATIVO (OU O PRIMEIRO, SE TODOS INATIVOS); OS
003800*     DEMAIS SAEM NO RELATORIO COMO MATRIZ DUPLICADA (CASO DE
003900*     UNIFICACAO DE CADASTRO - UNIFCAD). RAIZ SEM MATRIZ
004000*     CADASTRADA NAO GERA VINCULO E SAI NO RELATORIO.
004100*
004200*     A SINALIZACAO DAS FILIAIS PARA REVISAO QUANDO A MATRIZ E
004300*     INATIVADA E FEITA PELO MODULO MANUTENCAO, NA PROPRIA
004400*     EXCLUSAO DA MATRIZ; A REVISAO E ENCERRADA PELO CADASTRO NO
004500*     JOB MANUTVIN (OPERACAO 'V').
004600*
004700*     SAIDA: RELVINC - OCORRENCIAS (VINCULOS INCLUIDOS E
004800*     EXCLUIDOS, MATRIZES DUPLICADAS, RAIZES SEM MATRIZ) E RESUMO.
004900*
004970*     JOB DA CADEIA NOTURNA - SO INICIA COM O SISTEMA FECHADO ('F'
005040*     EM SIT-FILE), REGISTRA A EXECUCAO NO CONTROLE DA CADEIA
005110*     (CTLEXEC) E SO INICIA DEPOIS DE MOVTOCLI CONCLUIDO.
005180*     RC=0  VINCULOS ATUALIZADOS.
005250*     RC=8  SISTEMA ABERTO (FORA DA JANELA DE LOTE), CADASTRO OU
005320*           ARQUIVO DE VINCULOS NAO ABERTO, ERRO DE LEITURA NO
005390*           CADASTRO OU FALHA DE GRAVACAO EM VIN-FILE.
005500*     RC=12 JOB RECUSADO PELO CONTROLE DA CADEIA.
005600*----------------------------------------------------------------
005700*
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER.   IBM-370.
006100 OBJECT-COMPUTER.   IBM-370.
006200 SPECIAL-NAMES.
006300     C01 IS NOVA-PAGINA.
006400*
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     COPY "sel-sisfile.cpy".
006800     COPY "sel-vinfile.cpy".
006850     COPY "sel-sitfile.cpy".
006900
007000     SELECT REL-FILE ASSIGN TO "RELVINC"
007100         ORGANIZATION IS SEQUENTIAL.
007200*
007300 DATA DIVISION.
007400 FILE SECTION.
007500     COPY "fd-sisfile.cpy".
007600     COPY "fd-vinfile.cpy".
007650     COPY "fd-sitfile.cpy".
007700*
007800 FD  REL-FILE
007900     LABEL RECORD STANDARD.
008000 01  REL-LINHA               PIC X(132).
008100*
008200 WORKING-STORAGE SECTION.
008300*----------------------------------------------------------------
008400* CONTADORES E INDICADORES
008500*----------------------------------------------------------------
008600 77  WS-TOTAL-LIDO           PIC 9(07) COMP VALUE ZEROS.
008700 77  WS-TOTAL-JURIDICAS      PIC 9(07) COMP VALUE ZEROS.
008800 77  WS-TOTAL-RAIZES         PIC 9(07) COMP VALUE ZEROS.
008900 77  WS-TOTAL-MATRIZES       PIC 9(07) COMP VALUE ZEROS.
009000 77  WS-TOTAL-FILIAIS        PIC 9(07) COMP VALUE ZEROS.
009100 77  WS-TOTAL-SEM-MATRIZ     PIC 9(07) COMP VALUE ZEROS.
009200 77  WS-TOTAL-FIL-SEM-MATRIZ PIC 9(07) COMP VALUE ZEROS.
009300 77  WS-TOTAL-DUPLICADAS     PIC 9(07) COMP VALUE ZEROS.
009400 77  WS-TOTAL-ORDEM-INVALIDA PIC 9(07) COMP VALUE ZEROS.
009500 77  WS-TOTAL-INCLUIDOS      PIC 9(07) COMP VALUE ZEROS.
009600 77  WS-TOTAL-CONFIRMADOS    PIC 9(07) COMP VALUE ZEROS.
009700 77  WS-TOTAL-EXCLUIDOS      PIC 9(07) COMP VALUE ZEROS.
009800 77  WS-TOTAL-REVISAO        PIC 9(07) COMP VALUE ZEROS.
009900 77  WS-RAIZ-FILIAIS         PIC 9(05) COMP VALUE ZEROS.
010000 77  WS-PAGINA               PIC 9(04) COMP VALUE ZEROS.
010100 77  WS-LINHA                PIC 9(02) COMP VALUE ZEROS.
010200 77  WS-MAX-LINHAS           PIC 9(02) COMP VALUE 50.
010300 77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
010400 77  WS-OPERADOR-LOTE        PIC X(08) VALUE "VINCGRP".
010500*
010600 01  WS-SWITCHES.
010700     03  WS-SW-FIM-CADASTRO  PIC X(01) VALUE 'N'.
010800         88  WS-FIM-CADASTRO         VALUE 'S'.
010900         88  WS-NAO-FIM-CADASTRO     VALUE 'N'.
011000     03  WS-SW-FIM-VINCULOS  PIC X(01) VALUE 'N'.
011100         88  WS-FIM-VINCULOS         VALUE 'S'.
011200         88  WS-NAO-FIM-VINCULOS     VALUE 'N'.
011300     03  WS-SW-FALHA         PIC X(01) VALUE 'N'.
011400         88  WS-FALHOU               VALUE 'S'.
011500         88  WS-SEM-FALHA            VALUE 'N'.
011600*
011700 01  WS-FILE-STATUS.
011800     03  WS-FILE-1           PIC X(01).
011900     03  WS-FILE-2           PIC X(01) USAGE DISPLAY.
012000*
012100 01  WS-VIN-STATUS.
012200     03  WS-VIN-1            PIC X(01).
012300     03  WS-VIN-2            PIC X(01) USAGE DISPLAY.
012400*
012420 01  WS-SIT-STATUS.
012440     03  WS-SIT-1            PIC X(01).
012460     03  WS-SIT-2            PIC X(01) USAGE DISPLAY.
012480*
012500*----------------------------------------------------------------
012600* DOCUMENTO DO CLIENTE CORRENTE: RAIZ (8), ORDEM DO
012700* ESTABELECIMENTO (4) E DIGITOS VERIFICADORES (2)
012800*----------------------------------------------------------------
012900 01  WS-DOCUMENTO            PIC 9(14).
013000 01  WS-DOCUMENTO-PARTES REDEFINES WS-DOCUMENTO.
013100     03  WS-DOC-RAIZ         PIC 9(08).
013200     03  WS-DOC-ORDEM        PIC 9(04).
013300         88  WS-DOC-MATRIZ           VALUE 0001.
013400         88  WS-DOC-ORDEM-INVALIDA   VALUE 0000.
013500     03  WS-DOC-DV           PIC 9(02).
013600*
013700*----------------------------------------------------------------
013800* RAIZ DE CNPJ EM TRATAMENTO E A MATRIZ ESCOLHIDA PARA ELA
013900*----------------------------------------------------------------
014000 01  WS-RAIZ-CORRENTE        PIC 9(08) VALUE ZEROS.
014100 01  WS-MATRIZ.
014200     03  WS-MAT-CODIGO       PIC 9(07) VALUE ZEROS.
014300     03  WS-MAT-DOCUMENTO    PIC 9(14) VALUE ZEROS.
014400     03  WS-MAT-SITUACAO     PIC X(01) VALUE SPACE.
014500         88  WS-MAT-ATIVA            VALUE '1'.
014600         88  WS-MAT-INATIVA          VALUE '0'.
014700*
014800*----------------------------------------------------------------
014900* AREA DE COMUNICACAO COM O CONTROLE DA CADEIA (CTLEXEC)
015000*----------------------------------------------------------------
015100     COPY "wk-ctlexec.cpy".
015200*
015300*----------------------------------------------------------------
015400* LINHAS DO RELATORIO
015500*----------------------------------------------------------------
015600 01  WS-CABECALHO-1.
015700     05  FILLER          PIC X(40)
015800             VALUE "VINCULOS DE MATRIZ/FILIAL - GRUPO ECON.".
015900     05  FILLER          PIC X(08) VALUE "DATA: ".
016000     05  WS-CAB-DATA.
016100         10  WS-CAB-DIA      PIC 9(02).
016200         10  FILLER          PIC X(01) VALUE '/'.
016300         10  WS-CAB-MES      PIC 9(02).
016400         10  FILLER          PIC X(01) VALUE '/'.
016500         10  WS-CAB-ANO      PIC 9(04).
016600     05  FILLER          PIC X(40) VALUE SPACES.
016700     05  FILLER          PIC X(08) VALUE "PAGINA: ".
016800     05  WS-CAB-PAGINA   PIC ZZZ9.
016900*
017000 01  WS-LINHA-SECAO.
017100     05  WS-SEC-TITULO       PIC X(80).
017200*
017300 01  WS-LINHA-COLUNAS-SECAO  PIC X(132).
017400*
017500 01  WS-LINHA-IMPRESSAO      PIC X(132).
017600*
017700 01  WS-LINHA-INFO.
017800     05  WS-INF-ROTULO       PIC X(40).
017900     05  WS-INF-VALOR        PIC X(60).
018000*
018100 01  WS-EDT-QUANTIDADE       PIC ZZZ,ZZZ,ZZ9.
018200 01  WS-EDT-FILIAIS          PIC ZZZZ9.
018300*
018400 01  WS-COLUNAS-OCORRENCIA.
018500     05  FILLER              PIC X(09) VALUE "CODIGO".
018600     05  FILLER              PIC X(16) VALUE "DOCUMENTO".
018700     05  FILLER              PIC X(32) VALUE "NOME".
018800     05  FILLER              PIC X(30) VALUE "OCORRENCIA".
018900     05  FILLER              PIC X(06) VALUE "MATRIZ".
019000*
019100 01  WS-LINHA-OCORRENCIA.
019200     05  WS-OCO-CODIGO       PIC 9(07).
019300     05  FILLER              PIC X(02) VALUE SPACES.
019400     05  WS-OCO-DOCUMENTO    PIC 9(14).
019500     05  FILLER              PIC X(02) VALUE SPACES.
019600     05  WS-OCO-NOME         PIC X(30).
019700     05  FILLER              PIC X(02) VALUE SPACES.
019800     05  WS-OCO-DESCRICAO    PIC X(28).
019900     05  FILLER              PIC X(02) VALUE SPACES.
020000     05  WS-OCO-MATRIZ       PIC X(07).
020100*
020200 PROCEDURE DIVISION.
020300*----------------------------------------------------------------
020400* 0000-MAINLINE
020500*     PARAGRAFO PRINCIPAL DO PROGRAMA.
020600*----------------------------------------------------------------
020700 0000-MAINLINE.
020800     PERFORM 1000-INICIALIZAR
020900         THRU 1000-INICIALIZAR-EXIT
021000     PERFORM 2000-PROCESSAR-CLIENTE
021100         THRU 2000-PROCESSAR-CLIENTE-EXIT
021200         UNTIL WS-FIM-CADASTRO
021300     PERFORM 2100-QUEBRA-RAIZ
021400         THRU 2100-QUEBRA-RAIZ-EXIT
021500     IF WS-SEM-FALHA
021600         PERFORM 3000-EXCLUIR-NAO-CONFIRMADOS
021700             THRU 3000-EXCLUIR-NAO-CONFIRMADOS-EXIT
021800     END-IF
021900     PERFORM 5000-IMPRIMIR-RESUMO
022000         THRU 5000-IMPRIMIR-RESUMO-EXIT
022100     PERFORM 7000-FINALIZAR
022200         THRU 7000-FINALIZAR-EXIT
022300     PERFORM 9000-REGISTRAR-FIM
022400         THRU 9000-REGISTRAR-FIM-EXIT
022500     STOP RUN.
022600*
022700*----------------------------------------------------------------
022800* 1000-INICIALIZAR
022900*     CONFERE A JANELA DE LOTE, REGISTRA O INICIO NO CONTROLE DA
023000*     CADEIA, ABRE O CADASTRO NA ORDEM DE DOCUMENTO, O ARQUIVO DE
023100*     VINCULOS E O RELATORIO E LE O PRIMEIRO CLIENTE.
023200*----------------------------------------------------------------
023300 1000-INICIALIZAR.
023330     PERFORM 1010-CONFERIR-JANELA
023360         THRU 1010-CONFERIR-JANELA-EXIT
023400     PERFORM 1020-REGISTRAR-INICIO
023500         THRU 1020-REGISTRAR-INICIO-EXIT
023600     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
023700     MOVE WS-DATA-HOJE (1:4) TO WS-CAB-ANO
023800     MOVE WS-DATA-HOJE (5:2) TO WS-CAB-MES
023900     MOVE WS-DATA-HOJE (7:2) TO WS-CAB-DIA
024000     OPEN OUTPUT REL-FILE
024100     MOVE WS-MAX-LINHAS TO WS-LINHA
024200     ADD 1 TO WS-LINHA
024300     MOVE "OCORRENCIAS" TO WS-SEC-TITULO
024400     MOVE WS-COLUNAS-OCORRENCIA TO WS-LINHA-COLUNAS-SECAO
024500     OPEN INPUT SIS-FILE
024600     IF WS-FILE-1 NOT EQUAL '0'
024700         DISPLAY "VINCGRP: CADASTRO (SISFILE) NAO ABERTO - "
024800             "STATUS " WS-FILE-STATUS
024900         SET WS-FALHOU TO TRUE
025000         SET WS-FIM-CADASTRO TO TRUE
025100         GO TO 1000-INICIALIZAR-EXIT
025200     END-IF
025300     OPEN I-O VIN-FILE
025400     IF WS-VIN-1 NOT EQUAL '0'
025500         DISPLAY "VINCGRP: ARQUIVO DE VINCULOS (VINFILE) NAO "
025600             "ABERTO - STATUS " WS-VIN-STATUS
025700         SET WS-FALHOU TO TRUE
025800         SET WS-FIM-CADASTRO TO TRUE
025900         GO TO 1000-INICIALIZAR-EXIT
026000     END-IF
026100     MOVE ZEROS TO SIS-DOCUMENTO
026200     START SIS-FILE KEY IS NOT LESS THAN SIS-DOCUMENTO
026300         INVALID KEY
026400             SET WS-FIM-CADASTRO TO TRUE
026500     END-START
026600     PERFORM 1100-LER-CADASTRO
026700         THRU 1100-LER-CADASTRO-EXIT.
026800 1000-INICIALIZAR-EXIT.
026900     EXIT.
027000*
027002*----------------------------------------------------------------
027004* 1010-CONFERIR-JANELA
027006*     SO DEIXA O JOB PROSSEGUIR COM O SISTEMA FECHADO ('F' EM
027008*     SIT-FILE): O ARQUIVO DE VINCULOS TAMBEM E ATUALIZADO PELO
027010*     ONLINE (MODULO MANUTENCAO). SEM SIT-FILE (AMBIENTE AINDA SEM
027012*     JANELA), SEGUE.
027014*----------------------------------------------------------------
027016 1010-CONFERIR-JANELA.
027018     OPEN INPUT SIT-FILE
027020     IF WS-SIT-1 EQUAL '3'
027022         GO TO 1010-CONFERIR-JANELA-EXIT
027024     END-IF
027026     IF WS-SIT-1 NOT EQUAL '0'
027028         DISPLAY "VINCGRP: SITUACAO DO SISTEMA NAO ABERTA - "
027030             "STATUS " WS-SIT-STATUS
027032             " - JOB NAO INICIADO - RC=8"
027034         MOVE 8 TO RETURN-CODE
027036         STOP RUN
027038     END-IF
027040     READ SIT-FILE
027042         AT END
027044             CONTINUE
027046     END-READ
027048     IF WS-SIT-1 NOT EQUAL '0'
027050         CLOSE SIT-FILE
027052         DISPLAY "VINCGRP: SITUACAO DO SISTEMA ILEGIVEL - "
027054             "STATUS " WS-SIT-STATUS
027056             " - JOB NAO INICIADO - RC=8"
027058         MOVE 8 TO RETURN-CODE
027060         STOP RUN
027062     END-IF
027064     IF NOT SIT-FECHADO
027066         CLOSE SIT-FILE
027068         DISPLAY "VINCGRP: SISTEMA ABERTO (FORA DA JANELA DE "
027070             "LOTE) - JOB NAO INICIADO - RC=8"
027072         MOVE 8 TO RETURN-CODE
027074         STOP RUN
027076     END-IF
027078     CLOSE SIT-FILE.
027080 1010-CONFERIR-JANELA-EXIT.
027082     EXIT.
027084*
027100*----------------------------------------------------------------
027200* 1020-REGISTRAR-INICIO
027300*     REGISTRA O INICIO DO JOB NO CONTROLE DA CADEIA NOTURNA
027400*     (CTLEXEC), QUE CONFERE OS PRE-REQUISITOS NA DATA DE
027500*     NEGOCIO CORRENTE. JOB RECUSADO TERMINA COM CODIGO DE
027600*     RETORNO 12; CONTROLE INDISPONIVEL, COM 8.
027700*----------------------------------------------------------------
027800 1020-REGISTRAR-INICIO.
027900     SET WS-CTL-INICIAR TO TRUE
028000     MOVE "VINCGRP" TO WS-CTL-JOB
028100     MOVE ZEROS TO WS-CTL-DATA-NEGOCIO
028200     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
028300     IF WS-CTL-RECUSADO
028400         DISPLAY "VINCGRP: " WS-CTL-MENSAGEM
028500         DISPLAY "VINCGRP: PRE-REQUISITO NAO ATENDIDO - JOB NAO "
028600             "INICIADO - RC=12"
028700         MOVE 12 TO RETURN-CODE
028800         STOP RUN
028900     END-IF
029000     IF WS-CTL-INDISPONIVEL
029100         DISPLAY "VINCGRP: " WS-CTL-MENSAGEM
029200         DISPLAY "VINCGRP: CONTROLE DA CADEIA INDISPONIVEL - "
029300             "JOB NAO INICIADO - RC=8"
029400         MOVE 8 TO RETURN-CODE
029500         STOP RUN
029600     END-IF.
029700 1020-REGISTRAR-INICIO-EXIT.
029800     EXIT.
029900*
030000*----------------------------------------------------------------
030100* 1100-LER-CADASTRO
030200*     LE O PROXIMO CLIENTE NA ORDEM DE DOCUMENTO.
030300*----------------------------------------------------------------
030400 1100-LER-CADASTRO.
030500     IF WS-FIM-CADASTRO
030600         GO TO 1100-LER-CADASTRO-EXIT
030700     END-IF
030800     READ SIS-FILE NEXT
030900         AT END
031000             SET WS-FIM-CADASTRO TO TRUE
031100     END-READ
031140     IF WS-FILE-STATUS EQUAL '10'
031180         SET WS-FIM-CADASTRO TO TRUE
031220         GO TO 1100-LER-CADASTRO-EXIT
031260     END-IF
031300     IF WS-FILE-1 NOT EQUAL '0'
031340         DISPLAY "VINCGRP: ERRO DE LEITURA NO CADASTRO (SISFILE) "
031380             "- STATUS " WS-FILE-STATUS
031420         SET WS-FALHOU TO TRUE
031460         SET WS-FIM-CADASTRO TO TRUE
031500         GO TO 1100-LER-CADASTRO-EXIT
031540     END-IF
031580     ADD 1 TO WS-TOTAL-LIDO.
031700 1100-LER-CADASTRO-EXIT.
031800     EXIT.
031900*
032000*----------------------------------------------------------------
032100* 2000-PROCESSAR-CLIENTE
032200*     TRATA O CLIENTE CORRENTE: SO PESSOA JURIDICA COM DOCUMENTO.
032300*     NA TROCA DE RAIZ, FECHA A ANTERIOR. A ORDEM 0001 E
032400*     CANDIDATA A MATRIZ; AS DEMAIS SAO FILIAIS DA MATRIZ
032500*     ESCOLHIDA PARA A RAIZ.
032600*----------------------------------------------------------------
032700 2000-PROCESSAR-CLIENTE.
032800     IF NOT SIS-DOC-JURIDICA
032900        OR SIS-DOCUMENTO EQUAL ZEROS
033000         GO TO 2000-PROCESSAR-CLIENTE-EXIT
033100     END-IF
033200     ADD 1 TO WS-TOTAL-JURIDICAS
033300     MOVE SIS-DOCUMENTO TO WS-DOCUMENTO
033400     IF WS-DOC-RAIZ NOT EQUAL WS-RAIZ-CORRENTE
033500         PERFORM 2100-QUEBRA-RAIZ
033600             THRU 2100-QUEBRA-RAIZ-EXIT
033700         MOVE WS-DOC-RAIZ TO WS-RAIZ-CORRENTE
033800         ADD 1 TO WS-TOTAL-RAIZES
033900     END-IF
034000     EVALUATE TRUE
034100         WHEN WS-DOC-ORDEM-INVALIDA
034200             ADD 1 TO WS-TOTAL-ORDEM-INVALIDA
034300             MOVE "ORDEM 0000 - SEM VINCULO" TO WS-OCO-DESCRICAO
034400             MOVE SPACES TO WS-OCO-MATRIZ
034500             PERFORM 2400-IMPRIMIR-OCORRENCIA
034600                 THRU 2400-IMPRIMIR-OCORRENCIA-EXIT
034700         WHEN WS-DOC-MATRIZ
034800             PERFORM 2200-ESCOLHER-MATRIZ
034900                 THRU 2200-ESCOLHER-MATRIZ-EXIT
035000         WHEN OTHER
035100             ADD 1 TO WS-TOTAL-FILIAIS
035200                      WS-RAIZ-FILIAIS
035300             IF WS-MAT-CODIGO EQUAL ZEROS
035400                 ADD 1 TO WS-TOTAL-FIL-SEM-MATRIZ
035500             ELSE
035600                 PERFORM 2300-GRAVAR-VINCULO
035700                     THRU 2300-GRAVAR-VINCULO-EXIT
035800             END-IF
035900     END-EVALUATE.
036000 2000-PROCESSAR-CLIENTE-EXIT.
036100     PERFORM 1100-LER-CADASTRO
036200         THRU 1100-LER-CADASTRO-EXIT.
036300*
036400*----------------------------------------------------------------
036500* 2100-QUEBRA-RAIZ
036600*     FECHA A RAIZ ANTERIOR: RAIZ COM FILIAIS E SEM MATRIZ
036700*     CADASTRADA SAI COMO OCORRENCIA. PREPARA A PROXIMA RAIZ.
036800*----------------------------------------------------------------
036900 2100-QUEBRA-RAIZ.
037000     IF WS-RAIZ-CORRENTE NOT EQUAL ZEROS
037100        AND WS-MAT-CODIGO EQUAL ZEROS
037200        AND WS-RAIZ-FILIAIS IS GREATER THAN ZEROS
037300         ADD 1 TO WS-TOTAL-SEM-MATRIZ
037400         MOVE SPACES TO WS-LINHA-OCORRENCIA
037500         MOVE ZEROS TO WS-OCO-CODIGO
037600         COMPUTE WS-OCO-DOCUMENTO = WS-RAIZ-CORRENTE * 1000000
037700         MOVE "RAIZ SEM MATRIZ CADASTRADA" TO WS-OCO-NOME
037800         MOVE WS-RAIZ-FILIAIS TO WS-EDT-FILIAIS
037900         STRING "FILIAIS SEM VINCULO: " DELIMITED BY SIZE
038000                WS-EDT-FILIAIS          DELIMITED BY SIZE
038100             INTO WS-OCO-DESCRICAO
038200         MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-IMPRESSAO
038300         PERFORM 8000-IMPRIMIR-LINHA
038400             THRU 8000-IMPRIMIR-LINHA-EXIT
038500         MOVE SPACES TO WS-LINHA-OCORRENCIA
038600     END-IF
038700     MOVE ZEROS TO WS-MAT-CODIGO
038800                   WS-MAT-DOCUMENTO
038900                   WS-RAIZ-FILIAIS
039000     MOVE SPACE TO WS-MAT-SITUACAO.
039100 2100-QUEBRA-RAIZ-EXIT.
039200     EXIT.
039300*
039400*----------------------------------------------------------------
039500* 2200-ESCOLHER-MATRIZ
039600*     O PRIMEIRO CLIENTE COM ORDEM 0001 E A MATRIZ DA RAIZ; UM
039700*     SEGUINTE ATIVO SUBSTITUI UMA MATRIZ INATIVA. O CLIENTE NAO
039800*     ESCOLHIDO SAI COMO MATRIZ DUPLICADA.
039900*----------------------------------------------------------------
040000 2200-ESCOLHER-MATRIZ.
040100     IF WS-MAT-CODIGO EQUAL ZEROS
040200         ADD 1 TO WS-TOTAL-MATRIZES
040300         MOVE SIS-CODIGO    TO WS-MAT-CODIGO
040400         MOVE SIS-DOCUMENTO TO WS-MAT-DOCUMENTO
040500         MOVE SIS-SITUACAO  TO WS-MAT-SITUACAO
040600         GO TO 2200-ESCOLHER-MATRIZ-EXIT
040700     END-IF
040800     ADD 1 TO WS-TOTAL-DUPLICADAS
040900     MOVE "MATRIZ DUPLICADA - IGNORADA" TO WS-OCO-DESCRICAO
041000     IF WS-MAT-INATIVA
041100        AND SIS-ATIVO
041200         MOVE WS-MAT-CODIGO TO WS-OCO-CODIGO
041300         MOVE WS-MAT-DOCUMENTO TO WS-OCO-DOCUMENTO
041400         MOVE "(MATRIZ INATIVA SUBSTITUIDA)" TO WS-OCO-NOME
041500         MOVE SIS-CODIGO TO WS-OCO-MATRIZ
041600         MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-IMPRESSAO
041700         PERFORM 8000-IMPRIMIR-LINHA
041800             THRU 8000-IMPRIMIR-LINHA-EXIT
041900         MOVE SPACES TO WS-LINHA-OCORRENCIA
042000         MOVE SIS-CODIGO    TO WS-MAT-CODIGO
042100         MOVE SIS-DOCUMENTO TO WS-MAT-DOCUMENTO
042200         MOVE SIS-SITUACAO  TO WS-MAT-SITUACAO
042300     ELSE
042400         MOVE WS-MAT-CODIGO TO WS-OCO-MATRIZ
042500         PERFORM 2400-IMPRIMIR-OCORRENCIA
042600             THRU 2400-IMPRIMIR-OCORRENCIA-EXIT
042700     END-IF.
042800 2200-ESCOLHER-MATRIZ-EXIT.
042900     EXIT.
043000*
043100*----------------------------------------------------------------
043200* 2300-GRAVAR-VINCULO
043300*     CONFIRMA O VINCULO DA FILIAL CORRENTE COM A MATRIZ DA RAIZ
043400*     OU O INCLUI, SE AINDA NAO EXISTIR.
043500*----------------------------------------------------------------
043600 2300-GRAVAR-VINCULO.
043700     MOVE SIS-CODIGO    TO VIN-CODIGO
043800     SET VIN-TIPO-FILIAL TO TRUE
043900     MOVE WS-MAT-CODIGO TO VIN-CODIGO-VINCULADO
044000     READ VIN-FILE KEY IS VIN-CHAVE
044100     IF WS-VIN-1 EQUAL '0'
044200         MOVE WS-DOC-RAIZ  TO VIN-RAIZ-CNPJ
044300         MOVE WS-DATA-HOJE TO VIN-DATA-CONFIRMACAO
044400         REWRITE VIN-DADOS
044500         IF WS-VIN-1 NOT EQUAL '0'
044600             PERFORM 2310-FALHA-VINCULO
044650                 THRU 2310-FALHA-VINCULO-EXIT
044700             GO TO 2300-GRAVAR-VINCULO-EXIT
044750         END-IF
044800         ADD 1 TO WS-TOTAL-CONFIRMADOS
044900         GO TO 2300-GRAVAR-VINCULO-EXIT
045000     END-IF
045100     IF WS-VIN-STATUS NOT EQUAL '23'
045200         PERFORM 2310-FALHA-VINCULO
045250             THRU 2310-FALHA-VINCULO-EXIT
045270         GO TO 2300-GRAVAR-VINCULO-EXIT
045300     END-IF
045400     MOVE SIS-CODIGO       TO VIN-CODIGO
045500     SET VIN-TIPO-FILIAL   TO TRUE
045600     MOVE WS-MAT-CODIGO    TO VIN-CODIGO-VINCULADO
045700     MOVE WS-DOC-RAIZ      TO VIN-RAIZ-CNPJ
045800     SET VIN-ORIGEM-AUTOMATICA TO TRUE
045900     MOVE WS-OPERADOR-LOTE TO VIN-OPERADOR
046000     MOVE WS-DATA-HOJE     TO VIN-DATA-INCLUSAO
046100                              VIN-DATA-CONFIRMACAO
046200     MOVE "VINCULO INCLUIDO" TO WS-OCO-DESCRICAO
046300     IF WS-MAT-INATIVA
046400        AND SIS-ATIVO
046500         SET VIN-EM-REVISAO TO TRUE
046600         MOVE WS-DATA-HOJE TO VIN-DATA-REVISAO
046700         ADD 1 TO WS-TOTAL-REVISAO
046800         MOVE "INCLUIDO - MATRIZ INATIVA" TO WS-OCO-DESCRICAO
046900     ELSE
047000         SET VIN-SEM-REVISAO TO TRUE
047100         MOVE ZEROS TO VIN-DATA-REVISAO
047200     END-IF
047300     WRITE VIN-DADOS
047400     IF WS-VIN-1 NOT EQUAL '0'
047500         PERFORM 2310-FALHA-VINCULO
047550             THRU 2310-FALHA-VINCULO-EXIT
047570         GO TO 2300-GRAVAR-VINCULO-EXIT
047600     END-IF
047700     ADD 1 TO WS-TOTAL-INCLUIDOS
047800     MOVE WS-MAT-CODIGO TO WS-OCO-MATRIZ
047900     PERFORM 2400-IMPRIMIR-OCORRENCIA
048000         THRU 2400-IMPRIMIR-OCORRENCIA-EXIT.
048700 2300-GRAVAR-VINCULO-EXIT.
048800     EXIT.
048805*
048812*----------------------------------------------------------------
048819* 2310-FALHA-VINCULO
048826*     FALHA DE GRAVACAO NO ARQUIVO DE VINCULOS: ENCERRA A LEITURA
048833*     DO CADASTRO E O JOB TERMINA COM ERRO.
048840*----------------------------------------------------------------
048847 2310-FALHA-VINCULO.
048854     DISPLAY "VINCGRP: FALHA DE GRAVACAO EM VINFILE - STATUS "
048861         WS-VIN-STATUS " CODIGO " SIS-CODIGO
048868     SET WS-FALHOU TO TRUE
048875     SET WS-FIM-CADASTRO TO TRUE.
048882 2310-FALHA-VINCULO-EXIT.
048889     EXIT.
048900*
049000*----------------------------------------------------------------
049100* 2400-IMPRIMIR-OCORRENCIA
049200*     IMPRIME UMA OCORRENCIA DO CLIENTE CORRENTE, COM A DESCRICAO
049300*     E A MATRIZ JA MOVIDAS PARA A LINHA.
049400*----------------------------------------------------------------
049500 2400-IMPRIMIR-OCORRENCIA.
049600     MOVE SIS-CODIGO    TO WS-OCO-CODIGO
049700     MOVE SIS-DOCUMENTO TO WS-OCO-DOCUMENTO
049800     MOVE SIS-NOME      TO WS-OCO-NOME
049900     MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-IMPRESSAO
050000     PERFORM 8000-IMPRIMIR-LINHA
050100         THRU 8000-IMPRIMIR-LINHA-EXIT
050200     MOVE SPACES TO WS-LINHA-OCORRENCIA.
050300 2400-IMPRIMIR-OCORRENCIA-EXIT.
050400     EXIT.
050500*
050600*----------------------------------------------------------------
050700* 3000-EXCLUIR-NAO-CONFIRMADOS
050800*     PERCORRE O ARQUIVO DE VINCULOS E EXCLUI OS VINCULOS DE
050900*     FILIAL AUTOMATICOS QUE ESTA EXECUCAO NAO CONFIRMOU.
051000*----------------------------------------------------------------
051100 3000-EXCLUIR-NAO-CONFIRMADOS.
051200     MOVE LOW-VALUES TO VIN-CHAVE
051300     START VIN-FILE KEY IS NOT LESS THAN VIN-CHAVE
051400         INVALID KEY
051500             SET WS-FIM-VINCULOS TO TRUE
051600     END-START
051700     PERFORM 3100-LER-VINCULO
051800         THRU 3100-LER-VINCULO-EXIT
051900     PERFORM 3200-CONFERIR-VINCULO
052000         THRU 3200-CONFERIR-VINCULO-EXIT
052100         UNTIL WS-FIM-VINCULOS.
052200 3000-EXCLUIR-NAO-CONFIRMADOS-EXIT.
052300     EXIT.
052400*
052500 3100-LER-VINCULO.
052600     IF WS-FIM-VINCULOS
052700         GO TO 3100-LER-VINCULO-EXIT
052800     END-IF
052900     READ VIN-FILE NEXT
053000         AT END
053100             SET WS-FIM-VINCULOS TO TRUE
053200     END-READ
053300     IF WS-VIN-1 NOT EQUAL '0'
053400         SET WS-FIM-VINCULOS TO TRUE
053500     END-IF.
053600 3100-LER-VINCULO-EXIT.
053700     EXIT.
053800*
053900 3200-CONFERIR-VINCULO.
054000     IF VIN-TIPO-FILIAL
054100        AND VIN-ORIGEM-AUTOMATICA
054200        AND VIN-DATA-CONFIRMACAO IS LESS THAN WS-DATA-HOJE
054300         DELETE VIN-FILE RECORD
054400         IF WS-VIN-1 NOT EQUAL '0'
054500             DISPLAY "VINCGRP: FALHA NA EXCLUSAO EM VINFILE - "
054600                 "STATUS " WS-VIN-STATUS " CODIGO " VIN-CODIGO
054700             SET WS-FALHOU TO TRUE
054800             SET WS-FIM-VINCULOS TO TRUE
054900             GO TO 3200-CONFERIR-VINCULO-EXIT
055000         END-IF
055100         ADD 1 TO WS-TOTAL-EXCLUIDOS
055200         MOVE SPACES TO WS-LINHA-OCORRENCIA
055300         MOVE VIN-CODIGO TO WS-OCO-CODIGO
055400         MOVE ZEROS TO WS-OCO-DOCUMENTO
055500         MOVE "VINCULO NAO CONFIRMADO" TO WS-OCO-NOME
055600         MOVE "VINCULO EXCLUIDO" TO WS-OCO-DESCRICAO
055700         MOVE VIN-CODIGO-VINCULADO TO WS-OCO-MATRIZ
055800         MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-IMPRESSAO
055900         PERFORM 8000-IMPRIMIR-LINHA
056000             THRU 8000-IMPRIMIR-LINHA-EXIT
056100         MOVE SPACES TO WS-LINHA-OCORRENCIA
056200     END-IF
056300     PERFORM 3100-LER-VINCULO
056400         THRU 3100-LER-VINCULO-EXIT.
056500 3200-CONFERIR-VINCULO-EXIT.
056600     EXIT.
056700*
056800*----------------------------------------------------------------
056900* 5000-IMPRIMIR-RESUMO
057000*     IMPRIME AS CONTAGENS DA EXECUCAO.
057100*----------------------------------------------------------------
057200 5000-IMPRIMIR-RESUMO.
057300     MOVE "RESUMO" TO WS-SEC-TITULO
057400     MOVE SPACES TO WS-LINHA-COLUNAS-SECAO
057500     PERFORM 8100-ABRIR-SECAO
057600         THRU 8100-ABRIR-SECAO-EXIT
057700     MOVE "CLIENTES LIDOS" TO WS-INF-ROTULO
057800     MOVE WS-TOTAL-LIDO TO WS-EDT-QUANTIDADE
057900     PERFORM 5100-IMPRIMIR-QUANTIDADE
058000         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
058100     MOVE "PESSOAS JURIDICAS" TO WS-INF-ROTULO
058200     MOVE WS-TOTAL-JURIDICAS TO WS-EDT-QUANTIDADE
058300     PERFORM 5100-IMPRIMIR-QUANTIDADE
058400         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
058500     MOVE "RAIZES DE CNPJ" TO WS-INF-ROTULO
058600     MOVE WS-TOTAL-RAIZES TO WS-EDT-QUANTIDADE
058700     PERFORM 5100-IMPRIMIR-QUANTIDADE
058800         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
058900     MOVE "    MATRIZES" TO WS-INF-ROTULO
059000     MOVE WS-TOTAL-MATRIZES TO WS-EDT-QUANTIDADE
059100     PERFORM 5100-IMPRIMIR-QUANTIDADE
059200         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
059300     MOVE "    FILIAIS" TO WS-INF-ROTULO
059400     MOVE WS-TOTAL-FILIAIS TO WS-EDT-QUANTIDADE
059500     PERFORM 5100-IMPRIMIR-QUANTIDADE
059600         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
059700     MOVE "    RAIZES SEM MATRIZ CADASTRADA" TO WS-INF-ROTULO
059800     MOVE WS-TOTAL-SEM-MATRIZ TO WS-EDT-QUANTIDADE
059900     PERFORM 5100-IMPRIMIR-QUANTIDADE
060000         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
060100     MOVE "    FILIAIS SEM MATRIZ CADASTRADA" TO WS-INF-ROTULO
060200     MOVE WS-TOTAL-FIL-SEM-MATRIZ TO WS-EDT-QUANTIDADE
060300     PERFORM 5100-IMPRIMIR-QUANTIDADE
060400         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
060500     MOVE "    MATRIZES DUPLICADAS" TO WS-INF-ROTULO
060600     MOVE WS-TOTAL-DUPLICADAS TO WS-EDT-QUANTIDADE
060700     PERFORM 5100-IMPRIMIR-QUANTIDADE
060800         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
060900     MOVE "    ORDEM DE ESTABELECIMENTO 0000" TO WS-INF-ROTULO
061000     MOVE WS-TOTAL-ORDEM-INVALIDA TO WS-EDT-QUANTIDADE
061100     PERFORM 5100-IMPRIMIR-QUANTIDADE
061200         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
061300     MOVE "VINCULOS CONFIRMADOS" TO WS-INF-ROTULO
061400     MOVE WS-TOTAL-CONFIRMADOS TO WS-EDT-QUANTIDADE
061500     PERFORM 5100-IMPRIMIR-QUANTIDADE
061600         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
061700     MOVE "VINCULOS INCLUIDOS" TO WS-INF-ROTULO
061800     MOVE WS-TOTAL-INCLUIDOS TO WS-EDT-QUANTIDADE
061900     PERFORM 5100-IMPRIMIR-QUANTIDADE
062000         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
062100     MOVE "    JA SINALIZADOS PARA REVISAO" TO WS-INF-ROTULO
062200     MOVE WS-TOTAL-REVISAO TO WS-EDT-QUANTIDADE
062300     PERFORM 5100-IMPRIMIR-QUANTIDADE
062400         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
062500     MOVE "VINCULOS EXCLUIDOS" TO WS-INF-ROTULO
062600     MOVE WS-TOTAL-EXCLUIDOS TO WS-EDT-QUANTIDADE
062700     PERFORM 5100-IMPRIMIR-QUANTIDADE
062800         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT.
062900 5000-IMPRIMIR-RESUMO-EXIT.
063000     EXIT.
063100*
063200 5100-IMPRIMIR-QUANTIDADE.
063300     MOVE WS-EDT-QUANTIDADE TO WS-INF-VALOR
063400     PERFORM 8200-IMPRIMIR-INFO
063500         THRU 8200-IMPRIMIR-INFO-EXIT.
063600 5100-IMPRIMIR-QUANTIDADE-EXIT.
063700     EXIT.
063800*
063900*----------------------------------------------------------------
064000* 7000-FINALIZAR
064100*     FECHA OS ARQUIVOS E DEVOLVE O CODIGO DE RETORNO.
064200*----------------------------------------------------------------
064300 7000-FINALIZAR.
064400     IF WS-FALHOU
064500         MOVE "EXECUCAO INTERROMPIDA POR FALHA - VER O LOG DO JOB"
064600           TO WS-LINHA-IMPRESSAO
064700         PERFORM 8000-IMPRIMIR-LINHA
064800             THRU 8000-IMPRIMIR-LINHA-EXIT
064900     END-IF
065000     CLOSE SIS-FILE
065100     CLOSE VIN-FILE
065200     CLOSE REL-FILE
065300     DISPLAY "VINCGRP: VINCULOS INCLUIDOS...: "
065400         WS-TOTAL-INCLUIDOS
065500     DISPLAY "VINCGRP: VINCULOS CONFIRMADOS.: "
065600         WS-TOTAL-CONFIRMADOS
065700     DISPLAY "VINCGRP: VINCULOS EXCLUIDOS...: "
065800         WS-TOTAL-EXCLUIDOS
065900     IF WS-FALHOU
066000         DISPLAY "VINCGRP: TERMINO COM FALHA - RC=8"
066100         MOVE 8 TO RETURN-CODE
066200     ELSE
066300         DISPLAY "VINCGRP: VINCULOS ATUALIZADOS - RC=0"
066400         MOVE ZEROS TO RETURN-CODE
066500     END-IF.
066600 7000-FINALIZAR-EXIT.
066700     EXIT.
066800*
066900*----------------------------------------------------------------
067000* 8000-IMPRIMIR-LINHA
067100*     IMPRIME A LINHA MONTADA EM WS-LINHA-IMPRESSAO, COM QUEBRA
067200*     DE PAGINA.
067300*----------------------------------------------------------------
067400 8000-IMPRIMIR-LINHA.
067500     IF WS-LINHA IS GREATER THAN WS-MAX-LINHAS
067600         PERFORM 8900-IMPRIMIR-CABECALHO
067700             THRU 8900-IMPRIMIR-CABECALHO-EXIT
067800     END-IF
067900     WRITE REL-LINHA FROM WS-LINHA-IMPRESSAO
068000     ADD 1 TO WS-LINHA
068100     MOVE SPACES TO WS-LINHA-IMPRESSAO.
068200 8000-IMPRIMIR-LINHA-EXIT.
068300     EXIT.
068400*
068500*----------------------------------------------------------------
068600* 8100-ABRIR-SECAO
068700*     INICIA A SECAO CUJO TITULO ESTA EM WS-SEC-TITULO (PAGINA
068800*     NOVA SE NAO COUBER O INICIO DA SECAO).
068900*----------------------------------------------------------------
069000 8100-ABRIR-SECAO.
069100     IF WS-LINHA + 5 IS GREATER THAN WS-MAX-LINHAS
069200         PERFORM 8900-IMPRIMIR-CABECALHO
069300             THRU 8900-IMPRIMIR-CABECALHO-EXIT
069400         GO TO 8100-ABRIR-SECAO-EXIT
069500     END-IF
069600     MOVE SPACES TO REL-LINHA
069700     WRITE REL-LINHA
069800     WRITE REL-LINHA FROM WS-LINHA-SECAO
069900     ADD 2 TO WS-LINHA
070000     IF WS-LINHA-COLUNAS-SECAO NOT EQUAL SPACES
070100         WRITE REL-LINHA FROM WS-LINHA-COLUNAS-SECAO
070200         ADD 1 TO WS-LINHA
070300     END-IF.
070400 8100-ABRIR-SECAO-EXIT.
070500     EXIT.
070600*
070700 8200-IMPRIMIR-INFO.
070800     MOVE WS-LINHA-INFO TO WS-LINHA-IMPRESSAO
070900     PERFORM 8000-IMPRIMIR-LINHA
071000         THRU 8000-IMPRIMIR-LINHA-EXIT
071100     MOVE SPACES TO WS-LINHA-INFO.
071200 8200-IMPRIMIR-INFO-EXIT.
071300     EXIT.
071400*
071500*----------------------------------------------------------------
071600* 8900-IMPRIMIR-CABECALHO
071700*     QUEBRA DE PAGINA - IMPRIME O CABECALHO, O TITULO DA SECAO
071800*     CORRENTE E, SE HOUVER, OS TITULOS DAS COLUNAS.
071900*----------------------------------------------------------------
072000 8900-IMPRIMIR-CABECALHO.
072100     ADD 1 TO WS-PAGINA
072200     MOVE WS-PAGINA TO WS-CAB-PAGINA
072300     IF WS-PAGINA IS GREATER THAN 1
072400         WRITE REL-LINHA FROM WS-CABECALHO-1
072500             BEFORE ADVANCING NOVA-PAGINA
072600     ELSE
072700         WRITE REL-LINHA FROM WS-CABECALHO-1
072800     END-IF
072900     MOVE SPACES TO REL-LINHA
073000     WRITE REL-LINHA
073100     WRITE REL-LINHA FROM WS-LINHA-SECAO
073200     MOVE 3 TO WS-LINHA
073300     IF WS-LINHA-COLUNAS-SECAO NOT EQUAL SPACES
073400         WRITE REL-LINHA FROM WS-LINHA-COLUNAS-SECAO
073500         ADD 1 TO WS-LINHA
073600     END-IF.
073700 8900-IMPRIMIR-CABECALHO-EXIT.
073800     EXIT.
073900*
074000*----------------------------------------------------------------
074100* 9000-REGISTRAR-FIM
074200*     REGISTRA O FIM DO JOB, O CODIGO DE RETORNO E AS
074300*     QUANTIDADES NO CONTROLE DA CADEIA NOTURNA, PRESERVANDO O
074400*     CODIGO DE RETORNO DO JOB.
074500*----------------------------------------------------------------
074600 9000-REGISTRAR-FIM.
074700     SET WS-CTL-ENCERRAR TO TRUE
074800     MOVE RETURN-CODE TO WS-CTL-RC
074900     MOVE WS-TOTAL-LIDO TO WS-CTL-QTD-LIDOS
075000     COMPUTE WS-CTL-QTD-GRAVADOS = WS-TOTAL-INCLUIDOS
075100                                 + WS-TOTAL-CONFIRMADOS
075200                                 + WS-TOTAL-EXCLUIDOS
075300     MOVE ZEROS TO WS-CTL-QTD-REJEITADOS
075400     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
075500     MOVE WS-CTL-RC TO RETURN-CODE
075600     IF NOT WS-CTL-LIBERADO
075700         DISPLAY "VINCGRP: " WS-CTL-MENSAGEM
075800     END-IF.
075900 9000-REGISTRAR-FIM-EXIT.
076000     EXIT.
076100*
076200 END PROGRAM VINCGRP.
