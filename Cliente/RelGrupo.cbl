000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RELGRUPO.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - RELATORIO DOS GRUPOS
001200*                     ECONOMICOS POR RAIZ DE CNPJ.
001300*----------------------------------------------------------------
001400*
001500*----------------------------------------------------------------
001600* PROPOSITO.
001700*     LISTAR, PARA CADA RAIZ DE CNPJ (OITO PRIMEIROS DIGITOS DE
001800*     SIS-DOCUMENTO), TODOS OS ESTABELECIMENTOS CADASTRADOS -
001900*     MATRIZ (ORDEM 0001) E FILIAIS - COM A SITUACAO, O TELEFONE
002000*     E O E-MAIL PREFERENCIAIS (CTT-FILE) E A MARCA DE REVISAO
002100*     DO VINCULO DE FILIAL (VIN-FILE). SOB CADA ESTABELECIMENTO
002200*     SAEM OS REPRESENTANTES LEGAIS E SOCIOS VINCULADOS A ELE.
002300*
002400*     OS CLIENTES PESSOA JURIDICA SAO LIDOS NA ORDEM DO INDICE
002500*     ALTERNADO DE SIS-DOCUMENTO, QUE JA AGRUPA OS
002600*     ESTABELECIMENTOS DE UMA RAIZ E TRAZ A MATRIZ ANTES DAS
002700*     FILIAIS. RAIZ SEM MATRIZ CADASTRADA E DESTACADA.
002800*
002900*     O TELEFONE E O E-MAIL SAO OS PREFERENCIAIS DE CADA TIPO OU,
003000*     NA FALTA DELES, OS PRIMEIROS CADASTRADOS DO TIPO (MESMA
003100*     REGRA DA INTERFACE EXTRDELT). SEM CONTFILE OU VINFILE O
003200*     RELATORIO SAI SEM CONTATOS OU SEM VINCULOS.
003300*
003400*     CARTAO DE PARAMETROS (PARAMS), OPCIONAL:
003500*         01-08  RAIZ DO CNPJ (BRANCOS = TODAS AS RAIZES)
003600*
003700*     SAIDA: RELGRP - GRUPOS ECONOMICOS E RESUMO.
003800*
003900*     JOB SOB DEMANDA, FORA DA CADEIA NOTURNA; SO LE OS ARQUIVOS.
004000*     RC=0  RELATORIO EMITIDO.
004100*     RC=4  NENHUM ESTABELECIMENTO SELECIONADO.
004200*     RC=8  CARTAO INVALIDO OU CADASTRO NAO ABERTO.
004300*----------------------------------------------------------------
004400*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 SPECIAL-NAMES.
005000     C01 IS NOVA-PAGINA.
005100*
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     COPY "sel-sisfile.cpy".
005500     COPY "sel-contfile.cpy".
005600     COPY "sel-vinfile.cpy".
005700
005800     SELECT PARAM-FILE ASSIGN TO "PARAMS"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-PARAM-STATUS.
006100
006200     SELECT REL-FILE ASSIGN TO "RELGRP"
006300         ORGANIZATION IS SEQUENTIAL.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700     COPY "fd-sisfile.cpy".
006800     COPY "fd-contfile.cpy".
006900     COPY "fd-vinfile.cpy".
007000*
007100 FD  PARAM-FILE
007200     LABEL RECORD STANDARD.
007300 01  PARAM-REGISTRO.
007400     05  PRM-RAIZ                PIC X(08).
007500     05  PRM-RAIZ-NUM REDEFINES PRM-RAIZ
007600                                 PIC 9(08).
007700     05  FILLER                  PIC X(72).
007800*
007900 FD  REL-FILE
008000     LABEL RECORD STANDARD.
008100 01  REL-LINHA               PIC X(132).
008200*
008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------
008500* CONTADORES E INDICADORES
008600*----------------------------------------------------------------
008700 77  WS-TOTAL-RAIZES         PIC 9(07) COMP VALUE ZEROS.
008800 77  WS-TOTAL-ESTAB          PIC 9(07) COMP VALUE ZEROS.
008900 77  WS-TOTAL-MATRIZES       PIC 9(07) COMP VALUE ZEROS.
009000 77  WS-TOTAL-FILIAIS        PIC 9(07) COMP VALUE ZEROS.
009100 77  WS-TOTAL-ORDEM-INVALIDA PIC 9(07) COMP VALUE ZEROS.
009200 77  WS-TOTAL-ATIVOS         PIC 9(07) COMP VALUE ZEROS.
009300 77  WS-TOTAL-INATIVOS       PIC 9(07) COMP VALUE ZEROS.
009400 77  WS-TOTAL-SEM-MATRIZ     PIC 9(07) COMP VALUE ZEROS.
009500 77  WS-TOTAL-REVISAO        PIC 9(07) COMP VALUE ZEROS.
009600 77  WS-TOTAL-MAT-INATIVA    PIC 9(07) COMP VALUE ZEROS.
009700 77  WS-TOTAL-RESPONSAVEIS   PIC 9(07) COMP VALUE ZEROS.
009800 77  WS-RAIZ-ESTAB           PIC 9(05) COMP VALUE ZEROS.
009900 77  WS-PAGINA               PIC 9(04) COMP VALUE ZEROS.
010000 77  WS-LINHA                PIC 9(02) COMP VALUE ZEROS.
010100 77  WS-MAX-LINHAS           PIC 9(02) COMP VALUE 50.
010200 77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
010300*
010400 01  WS-SWITCHES.
010500     03  WS-SW-FIM-CADASTRO  PIC X(01) VALUE 'N'.
010600         88  WS-FIM-CADASTRO         VALUE 'S'.
010700         88  WS-NAO-FIM-CADASTRO     VALUE 'N'.
010800     03  WS-SW-FIM-CONTATO   PIC X(01) VALUE 'N'.
010900         88  WS-FIM-CONTATO          VALUE 'S'.
011000         88  WS-NAO-FIM-CONTATO      VALUE 'N'.
011100     03  WS-SW-FIM-VINCULOS  PIC X(01) VALUE 'N'.
011200         88  WS-FIM-VINCULOS         VALUE 'S'.
011300         88  WS-NAO-FIM-VINCULOS     VALUE 'N'.
011400     03  WS-SW-CTT-ABERTO    PIC X(01) VALUE 'N'.
011500         88  WS-CTT-ABERTO           VALUE 'S'.
011600         88  WS-CTT-FECHADO          VALUE 'N'.
011700     03  WS-SW-VIN-ABERTO    PIC X(01) VALUE 'N'.
011800         88  WS-VIN-ABERTO           VALUE 'S'.
011900         88  WS-VIN-FECHADO          VALUE 'N'.
012000*
012100 01  WS-FILE-STATUS.
012200     03  WS-FILE-1           PIC X(01).
012300     03  WS-FILE-2           PIC X(01) USAGE DISPLAY.
012400*
012500 01  WS-CTT-STATUS.
012600     03  WS-CTT-1            PIC X(01).
012700     03  WS-CTT-2            PIC X(01) USAGE DISPLAY.
012800*
012900 01  WS-VIN-STATUS.
013000     03  WS-VIN-1            PIC X(01).
013100     03  WS-VIN-2            PIC X(01) USAGE DISPLAY.
013200*
013300 01  WS-PARAM-STATUS.
013400     03  WS-PARAM-1          PIC X(01).
013500     03  WS-PARAM-2          PIC X(01) USAGE DISPLAY.
013600*
013700*----------------------------------------------------------------
013800* RAIZ SELECIONADA NO CARTAO (ZEROS = TODAS)
013900*----------------------------------------------------------------
014000 01  WS-SEL-RAIZ             PIC 9(08) VALUE ZEROS.
014100*
014200*----------------------------------------------------------------
014300* DOCUMENTO DO CLIENTE CORRENTE: RAIZ (8), ORDEM DO
014400* ESTABELECIMENTO (4) E DIGITOS VERIFICADORES (2)
014500*----------------------------------------------------------------
014600 01  WS-DOCUMENTO            PIC 9(14).
014700 01  WS-DOCUMENTO-PARTES REDEFINES WS-DOCUMENTO.
014800     03  WS-DOC-RAIZ         PIC 9(08).
014900     03  WS-DOC-ORDEM        PIC 9(04).
015000         88  WS-DOC-MATRIZ           VALUE 0001.
015100         88  WS-DOC-ORDEM-INVALIDA   VALUE 0000.
015200     03  WS-DOC-DV           PIC 9(02).
015300*
015400*----------------------------------------------------------------
015500* RAIZ EM TRATAMENTO E SITUACAO DA SUA MATRIZ
015600*----------------------------------------------------------------
015700 01  WS-RAIZ-CORRENTE        PIC 9(08) VALUE ZEROS.
015800 01  WS-MAT-SITUACAO         PIC X(01) VALUE SPACE.
015900     88  WS-MAT-ATIVA                VALUE '1'.
016000     88  WS-MAT-INATIVA              VALUE '0'.
016100     88  WS-MAT-NAO-ENCONTRADA       VALUE SPACE.
016200*
016300*----------------------------------------------------------------
016400* CONTATOS PREFERENCIAIS DO ESTABELECIMENTO CORRENTE
016500*----------------------------------------------------------------
016600 01  WS-TEL-PREFERIDO        PIC X(40).
016700 01  WS-EMAIL-PREFERIDO      PIC X(40).
016800*
016900*----------------------------------------------------------------
017000* LINHAS DO RELATORIO
017100*----------------------------------------------------------------
017200 01  WS-CABECALHO-1.
017300     05  FILLER          PIC X(40)
017400             VALUE "GRUPOS ECONOMICOS POR RAIZ DE CNPJ".
017500     05  FILLER          PIC X(08) VALUE "DATA: ".
017600     05  WS-CAB-DATA.
017700         10  WS-CAB-DIA      PIC 9(02).
017800         10  FILLER          PIC X(01) VALUE '/'.
017900         10  WS-CAB-MES      PIC 9(02).
018000         10  FILLER          PIC X(01) VALUE '/'.
018100         10  WS-CAB-ANO      PIC 9(04).
018200     05  FILLER          PIC X(40) VALUE SPACES.
018300     05  FILLER          PIC X(08) VALUE "PAGINA: ".
018400     05  WS-CAB-PAGINA   PIC ZZZ9.
018500*
018600 01  WS-LINHA-SECAO.
018700     05  WS-SEC-TITULO       PIC X(80).
018800*
018900 01  WS-LINHA-COLUNAS-SECAO  PIC X(132).
019000*
019100 01  WS-LINHA-IMPRESSAO      PIC X(132).
019200*
019300 01  WS-LINHA-INFO.
019400     05  WS-INF-ROTULO       PIC X(40).
019500     05  WS-INF-VALOR        PIC X(60).
019600*
019700 01  WS-EDT-QUANTIDADE       PIC ZZZ,ZZZ,ZZ9.
019800 01  WS-EDT-ESTAB            PIC ZZZZ9.
019900*
020000 01  WS-COLUNAS-ESTAB.
020100     05  FILLER              PIC X(02) VALUE SPACES.
020200     05  FILLER              PIC X(09) VALUE "CODIGO".
020300     05  FILLER              PIC X(16) VALUE "DOCUMENTO".
020400     05  FILLER              PIC X(08) VALUE "TIPO".
020500     05  FILLER              PIC X(32) VALUE "NOME".
020600     05  FILLER              PIC X(09) VALUE "SITUACAO".
020700     05  FILLER              PIC X(20) VALUE "TELEFONE".
020800     05  FILLER              PIC X(33) VALUE "E-MAIL".
020900     05  FILLER              PIC X(03) VALUE "REV".
021000*
021100 01  WS-LINHA-RAIZ.
021200     05  FILLER              PIC X(14) VALUE "RAIZ DO CNPJ: ".
021300     05  WS-RAZ-RAIZ         PIC 9(08).
021400     05  FILLER              PIC X(02) VALUE SPACES.
021500     05  WS-RAZ-DESCRICAO    PIC X(50).
021600*
021700 01  WS-LINHA-ESTAB.
021800     05  FILLER              PIC X(02) VALUE SPACES.
021900     05  WS-EST-CODIGO       PIC 9(07).
022000     05  FILLER              PIC X(02) VALUE SPACES.
022100     05  WS-EST-DOCUMENTO    PIC 9(14).
022200     05  FILLER              PIC X(02) VALUE SPACES.
022300     05  WS-EST-TIPO         PIC X(06).
022400     05  FILLER              PIC X(02) VALUE SPACES.
022500     05  WS-EST-NOME         PIC X(30).
022600     05  FILLER              PIC X(02) VALUE SPACES.
022700     05  WS-EST-SITUACAO     PIC X(07).
022800     05  FILLER              PIC X(02) VALUE SPACES.
022900     05  WS-EST-TELEFONE     PIC X(18).
023000     05  FILLER              PIC X(02) VALUE SPACES.
023100     05  WS-EST-EMAIL        PIC X(31).
023200     05  FILLER              PIC X(02) VALUE SPACES.
023300     05  WS-EST-REVISAO      PIC X(03).
023400*
023500 01  WS-LINHA-RESPONSAVEL.
023600     05  FILLER              PIC X(35) VALUE SPACES.
023700     05  WS-RSP-PAPEL        PIC X(22).
023800     05  WS-RSP-CODIGO       PIC 9(07).
023900*
024000 PROCEDURE DIVISION.
024100*----------------------------------------------------------------
024200* 0000-MAINLINE
024300*     PARAGRAFO PRINCIPAL DO PROGRAMA.
024400*----------------------------------------------------------------
024500 0000-MAINLINE.
024600     PERFORM 1000-INICIALIZAR
024700         THRU 1000-INICIALIZAR-EXIT
024800     PERFORM 2000-PROCESSAR-CLIENTE
024900         THRU 2000-PROCESSAR-CLIENTE-EXIT
025000         UNTIL WS-FIM-CADASTRO
025100     PERFORM 2100-FECHAR-RAIZ
025200         THRU 2100-FECHAR-RAIZ-EXIT
025300     PERFORM 5000-IMPRIMIR-RESUMO
025400         THRU 5000-IMPRIMIR-RESUMO-EXIT
025500     PERFORM 7000-FINALIZAR
025600         THRU 7000-FINALIZAR-EXIT
025700     STOP RUN.
025800*
025900*----------------------------------------------------------------
026000* 1000-INICIALIZAR
026100*     LE O CARTAO DE PARAMETROS, ABRE O CADASTRO NA ORDEM DE
026200*     DOCUMENTO (A PARTIR DA RAIZ SELECIONADA), OS CONTATOS, OS
026300*     VINCULOS E O RELATORIO E LE O PRIMEIRO CLIENTE.
026400*----------------------------------------------------------------
026500 1000-INICIALIZAR.
026600     MOVE SPACES TO PARAM-REGISTRO
026700     OPEN INPUT PARAM-FILE
026800     IF WS-PARAM-1 EQUAL '0'
026900         READ PARAM-FILE
027000             AT END
027100                 MOVE SPACES TO PARAM-REGISTRO
027200         END-READ
027300         CLOSE PARAM-FILE
027400     END-IF
027500     IF PRM-RAIZ NOT EQUAL SPACES
027600         IF PRM-RAIZ-NUM IS NOT NUMERIC
027700            OR PRM-RAIZ-NUM EQUAL ZEROS
027800             DISPLAY "RELGRUPO: RAIZ DO CNPJ INVALIDA NO CARTAO "
027900                 "- " PRM-RAIZ " - RC=8"
028000             MOVE 8 TO RETURN-CODE
028100             STOP RUN
028200         END-IF
028300         MOVE PRM-RAIZ-NUM TO WS-SEL-RAIZ
028400     END-IF
028500     OPEN INPUT SIS-FILE
028600     IF WS-FILE-1 NOT EQUAL '0'
028700         DISPLAY "RELGRUPO: CADASTRO (SISFILE) NAO ABERTO - "
028800             "STATUS " WS-FILE-STATUS
028900         MOVE 8 TO RETURN-CODE
029000         STOP RUN
029100     END-IF
029200     SET WS-CTT-ABERTO TO TRUE
029300     OPEN INPUT CTT-FILE
029400     IF WS-CTT-1 NOT EQUAL '0'
029500         SET WS-CTT-FECHADO TO TRUE
029600         DISPLAY "RELGRUPO: CONTFILE NAO ABERTO - O RELATORIO "
029700             "SEGUIRA SEM CONTATOS. ERRO: "
029800             WS-CTT-STATUS
029900     END-IF
030000     SET WS-VIN-ABERTO TO TRUE
030100     OPEN INPUT VIN-FILE
030200     IF WS-VIN-1 NOT EQUAL '0'
030300         SET WS-VIN-FECHADO TO TRUE
030400         DISPLAY "RELGRUPO: VINFILE NAO ABERTO - O RELATORIO "
030500             "SEGUIRA SEM VINCULOS. ERRO: "
030600             WS-VIN-STATUS
030700     END-IF
030800     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
030900     MOVE WS-DATA-HOJE (1:4) TO WS-CAB-ANO
031000     MOVE WS-DATA-HOJE (5:2) TO WS-CAB-MES
031100     MOVE WS-DATA-HOJE (7:2) TO WS-CAB-DIA
031200     OPEN OUTPUT REL-FILE
031300     MOVE WS-MAX-LINHAS TO WS-LINHA
031400     ADD 1 TO WS-LINHA
031500     MOVE "GRUPOS ECONOMICOS" TO WS-SEC-TITULO
031600     MOVE WS-COLUNAS-ESTAB TO WS-LINHA-COLUNAS-SECAO
031700     COMPUTE SIS-DOCUMENTO = WS-SEL-RAIZ * 1000000
031800     START SIS-FILE KEY IS NOT LESS THAN SIS-DOCUMENTO
031900         INVALID KEY
032000             SET WS-FIM-CADASTRO TO TRUE
032100     END-START
032200     PERFORM 1100-LER-CADASTRO
032300         THRU 1100-LER-CADASTRO-EXIT.
032400 1000-INICIALIZAR-EXIT.
032500     EXIT.
032600*
032700*----------------------------------------------------------------
032800* 1100-LER-CADASTRO
032900*     LE O PROXIMO CLIENTE NA ORDEM DE DOCUMENTO. COM RAIZ
033000*     SELECIONADA, A LEITURA TERMINA AO PASSAR DA RAIZ.
033100*----------------------------------------------------------------
033200 1100-LER-CADASTRO.
033300     IF WS-FIM-CADASTRO
033400         GO TO 1100-LER-CADASTRO-EXIT
033500     END-IF
033600     READ SIS-FILE NEXT
033700         AT END
033800             SET WS-FIM-CADASTRO TO TRUE
033900     END-READ
034000     IF WS-FILE-1 NOT EQUAL '0'
034100         SET WS-FIM-CADASTRO TO TRUE
034200         GO TO 1100-LER-CADASTRO-EXIT
034300     END-IF
034400     MOVE SIS-DOCUMENTO TO WS-DOCUMENTO
034500     IF WS-SEL-RAIZ NOT EQUAL ZEROS
034600        AND WS-DOC-RAIZ NOT EQUAL WS-SEL-RAIZ
034700         SET WS-FIM-CADASTRO TO TRUE
034800     END-IF.
034900 1100-LER-CADASTRO-EXIT.
035000     EXIT.
035100*
035200*----------------------------------------------------------------
035300* 2000-PROCESSAR-CLIENTE
035400*     TRATA O CLIENTE CORRENTE: SO PESSOA JURIDICA COM DOCUMENTO.
035500*     NA TROCA DE RAIZ, FECHA A ANTERIOR E ABRE A NOVA.
035600*----------------------------------------------------------------
035700 2000-PROCESSAR-CLIENTE.
035800     IF NOT SIS-DOC-JURIDICA
035900        OR SIS-DOCUMENTO EQUAL ZEROS
036000         GO TO 2000-PROCESSAR-CLIENTE-EXIT
036100     END-IF
036200     IF WS-DOC-RAIZ NOT EQUAL WS-RAIZ-CORRENTE
036300         PERFORM 2100-FECHAR-RAIZ
036400             THRU 2100-FECHAR-RAIZ-EXIT
036500         PERFORM 2050-ABRIR-RAIZ
036600             THRU 2050-ABRIR-RAIZ-EXIT
036700     END-IF
036800     PERFORM 2200-IMPRIMIR-ESTABELECIMENTO
036900         THRU 2200-IMPRIMIR-ESTABELECIMENTO-EXIT
037000     PERFORM 2500-LISTAR-RESPONSAVEIS
037100         THRU 2500-LISTAR-RESPONSAVEIS-EXIT.
037200 2000-PROCESSAR-CLIENTE-EXIT.
037300     PERFORM 1100-LER-CADASTRO
037400         THRU 1100-LER-CADASTRO-EXIT.
037500*
037600*----------------------------------------------------------------
037700* 2050-ABRIR-RAIZ
037800*     IMPRIME A IDENTIFICACAO DA NOVA RAIZ (EM PAGINA NOVA SE
037900*     NAO COUBER COM AO MENOS UM ESTABELECIMENTO).
038000*----------------------------------------------------------------
038100 2050-ABRIR-RAIZ.
038200     MOVE WS-DOC-RAIZ TO WS-RAIZ-CORRENTE
038300     ADD 1 TO WS-TOTAL-RAIZES
038400     MOVE ZEROS TO WS-RAIZ-ESTAB
038500     MOVE SPACE TO WS-MAT-SITUACAO
038600     IF WS-LINHA + 3 IS GREATER THAN WS-MAX-LINHAS
038700         PERFORM 8900-IMPRIMIR-CABECALHO
038800             THRU 8900-IMPRIMIR-CABECALHO-EXIT
038900     END-IF
039000     PERFORM 8000-IMPRIMIR-LINHA
039100         THRU 8000-IMPRIMIR-LINHA-EXIT
039200     MOVE WS-RAIZ-CORRENTE TO WS-RAZ-RAIZ
039300     MOVE SPACES TO WS-RAZ-DESCRICAO
039400     MOVE WS-LINHA-RAIZ TO WS-LINHA-IMPRESSAO
039500     PERFORM 8000-IMPRIMIR-LINHA
039600         THRU 8000-IMPRIMIR-LINHA-EXIT.
039700 2050-ABRIR-RAIZ-EXIT.
039800     EXIT.
039900*
040000*----------------------------------------------------------------
040100* 2100-FECHAR-RAIZ
040200*     FECHA A RAIZ ANTERIOR COM A QUANTIDADE DE ESTABELECIMENTOS
040300*     E O DESTAQUE DE RAIZ SEM MATRIZ CADASTRADA.
040400*----------------------------------------------------------------
040500 2100-FECHAR-RAIZ.
040600     IF WS-RAIZ-CORRENTE EQUAL ZEROS
040700         GO TO 2100-FECHAR-RAIZ-EXIT
040800     END-IF
040900     MOVE WS-RAIZ-CORRENTE TO WS-RAZ-RAIZ
041000     MOVE WS-RAIZ-ESTAB TO WS-EDT-ESTAB
041100     MOVE SPACES TO WS-RAZ-DESCRICAO
041200     IF WS-MAT-NAO-ENCONTRADA
041300         ADD 1 TO WS-TOTAL-SEM-MATRIZ
041400         STRING "ESTABELECIMENTOS: " DELIMITED BY SIZE
041500                WS-EDT-ESTAB          DELIMITED BY SIZE
041600                " - SEM MATRIZ CADASTRADA"
041700                                      DELIMITED BY SIZE
041800             INTO WS-RAZ-DESCRICAO
041900     ELSE
042000         STRING "ESTABELECIMENTOS: " DELIMITED BY SIZE
042100                WS-EDT-ESTAB          DELIMITED BY SIZE
042200             INTO WS-RAZ-DESCRICAO
042300     END-IF
042400     MOVE WS-LINHA-RAIZ TO WS-LINHA-IMPRESSAO
042500     PERFORM 8000-IMPRIMIR-LINHA
042600         THRU 8000-IMPRIMIR-LINHA-EXIT
042700     MOVE ZEROS TO WS-RAIZ-CORRENTE.
042800 2100-FECHAR-RAIZ-EXIT.
042900     EXIT.
043000*
043100*----------------------------------------------------------------
043200* 2200-IMPRIMIR-ESTABELECIMENTO
043300*     IMPRIME O ESTABELECIMENTO CORRENTE COM O TIPO (MATRIZ OU
043400*     FILIAL), A SITUACAO, OS CONTATOS PREFERENCIAIS E A MARCA DE
043500*     REVISAO DO VINCULO DE FILIAL.
043600*----------------------------------------------------------------
043700 2200-IMPRIMIR-ESTABELECIMENTO.
043800     ADD 1 TO WS-TOTAL-ESTAB
043900              WS-RAIZ-ESTAB
044000     MOVE SPACES TO WS-EST-REVISAO
044100     EVALUATE TRUE
044200         WHEN WS-DOC-MATRIZ
044300             ADD 1 TO WS-TOTAL-MATRIZES
044400             MOVE "MATRIZ" TO WS-EST-TIPO
044500             IF WS-MAT-NAO-ENCONTRADA
044600                OR (WS-MAT-INATIVA AND SIS-ATIVO)
044700                 MOVE SIS-SITUACAO TO WS-MAT-SITUACAO
044800             END-IF
044900         WHEN WS-DOC-ORDEM-INVALIDA
045000             ADD 1 TO WS-TOTAL-ORDEM-INVALIDA
045100             MOVE "ORD.0" TO WS-EST-TIPO
045200         WHEN OTHER
045300             ADD 1 TO WS-TOTAL-FILIAIS
045400             MOVE "FILIAL" TO WS-EST-TIPO
045500             PERFORM 2400-OBTER-REVISAO
045600                 THRU 2400-OBTER-REVISAO-EXIT
045700             IF WS-MAT-INATIVA
045800                AND SIS-ATIVO
045900                 ADD 1 TO WS-TOTAL-MAT-INATIVA
046000             END-IF
046100     END-EVALUATE
046200     IF SIS-ATIVO
046300         ADD 1 TO WS-TOTAL-ATIVOS
046400         MOVE "ATIVO" TO WS-EST-SITUACAO
046500     ELSE
046600         ADD 1 TO WS-TOTAL-INATIVOS
046700         MOVE "INATIVO" TO WS-EST-SITUACAO
046800     END-IF
046900     PERFORM 2300-OBTER-CONTATOS
047000         THRU 2300-OBTER-CONTATOS-EXIT
047100     MOVE SIS-CODIGO         TO WS-EST-CODIGO
047200     MOVE SIS-DOCUMENTO      TO WS-EST-DOCUMENTO
047300     MOVE SIS-NOME           TO WS-EST-NOME
047400     MOVE WS-TEL-PREFERIDO   TO WS-EST-TELEFONE
047500     MOVE WS-EMAIL-PREFERIDO TO WS-EST-EMAIL
047600     MOVE WS-LINHA-ESTAB TO WS-LINHA-IMPRESSAO
047700     PERFORM 8000-IMPRIMIR-LINHA
047800         THRU 8000-IMPRIMIR-LINHA-EXIT.
047900 2200-IMPRIMIR-ESTABELECIMENTO-EXIT.
048000     EXIT.
048100*
048200*----------------------------------------------------------------
048300* 2300-OBTER-CONTATOS
048400*     LE OS CONTATOS DO ESTABELECIMENTO E GUARDA O TELEFONE E O
048500*     E-MAIL PREFERENCIAIS DE CADA TIPO OU, NA FALTA DELES, OS
048600*     PRIMEIROS CADASTRADOS DO TIPO.
048700*----------------------------------------------------------------
048800 2300-OBTER-CONTATOS.
048900     MOVE SPACES TO WS-TEL-PREFERIDO
049000                    WS-EMAIL-PREFERIDO
049100     IF WS-CTT-FECHADO
049200         GO TO 2300-OBTER-CONTATOS-EXIT
049300     END-IF
049400     SET WS-NAO-FIM-CONTATO TO TRUE
049500     MOVE SIS-CODIGO TO CTT-CODIGO
049600     MOVE ZEROS TO CTT-SEQUENCIA
049700     START CTT-FILE KEY IS NOT LESS THAN CTT-CHAVE
049800         INVALID KEY
049900             SET WS-FIM-CONTATO TO TRUE
050000     END-START
050100     PERFORM 2310-LER-CONTATO
050200         THRU 2310-LER-CONTATO-EXIT
050300     PERFORM 2320-CLASSIFICAR-CONTATO
050400         THRU 2320-CLASSIFICAR-CONTATO-EXIT
050500         UNTIL WS-FIM-CONTATO.
050600 2300-OBTER-CONTATOS-EXIT.
050700     EXIT.
050800*
050900 2310-LER-CONTATO.
051000     IF WS-FIM-CONTATO
051100         GO TO 2310-LER-CONTATO-EXIT
051200     END-IF
051300     READ CTT-FILE NEXT
051400         AT END
051500             SET WS-FIM-CONTATO TO TRUE
051600     END-READ
051700     IF WS-CTT-1 NOT EQUAL '0'
051800        OR CTT-CODIGO NOT EQUAL SIS-CODIGO
051900         SET WS-FIM-CONTATO TO TRUE
052000     END-IF.
052100 2310-LER-CONTATO-EXIT.
052200     EXIT.
052300*
052400 2320-CLASSIFICAR-CONTATO.
052500     IF CTT-TIPO-TELEFONE
052600        AND (WS-TEL-PREFERIDO EQUAL SPACES OR CTT-PREF-SIM)
052700         MOVE CTT-VALOR TO WS-TEL-PREFERIDO
052800     END-IF
052900     IF CTT-TIPO-EMAIL
053000        AND (WS-EMAIL-PREFERIDO EQUAL SPACES OR CTT-PREF-SIM)
053100         MOVE CTT-VALOR TO WS-EMAIL-PREFERIDO
053200     END-IF
053300     PERFORM 2310-LER-CONTATO
053400         THRU 2310-LER-CONTATO-EXIT.
053500 2320-CLASSIFICAR-CONTATO-EXIT.
053600     EXIT.
053700*
053800*----------------------------------------------------------------
053900* 2400-OBTER-REVISAO
054000*     PROCURA O VINCULO DE FILIAL DO ESTABELECIMENTO E MARCA A
054100*     COLUNA DE REVISAO QUANDO ELE ESTA SINALIZADO (MATRIZ
054200*     INATIVADA COM A FILIAL ATIVA).
054300*----------------------------------------------------------------
054400 2400-OBTER-REVISAO.
054500     IF WS-VIN-FECHADO
054600         GO TO 2400-OBTER-REVISAO-EXIT
054700     END-IF
054800     MOVE SIS-CODIGO TO VIN-CODIGO
054900     SET VIN-TIPO-FILIAL TO TRUE
055000     MOVE ZEROS TO VIN-CODIGO-VINCULADO
055100     START VIN-FILE KEY IS NOT LESS THAN VIN-CHAVE
055200         INVALID KEY
055300             GO TO 2400-OBTER-REVISAO-EXIT
055400     END-START
055500     READ VIN-FILE NEXT
055600         AT END
055700             GO TO 2400-OBTER-REVISAO-EXIT
055800     END-READ
055900     IF WS-VIN-1 EQUAL '0'
056000        AND VIN-CODIGO EQUAL SIS-CODIGO
056100        AND VIN-TIPO-FILIAL
056200        AND VIN-EM-REVISAO
056300         ADD 1 TO WS-TOTAL-REVISAO
056400         MOVE "SIM" TO WS-EST-REVISAO
056500     END-IF.
056600 2400-OBTER-REVISAO-EXIT.
056700     EXIT.
056800*
056900*----------------------------------------------------------------
057000* 2500-LISTAR-RESPONSAVEIS
057100*     LISTA SOB O ESTABELECIMENTO OS REPRESENTANTES LEGAIS E OS
057200*     SOCIOS VINCULADOS A ELE (INDICE ALTERNADO DE VIN-FILE).
057300*----------------------------------------------------------------
057400 2500-LISTAR-RESPONSAVEIS.
057500     IF WS-VIN-FECHADO
057600         GO TO 2500-LISTAR-RESPONSAVEIS-EXIT
057700     END-IF
057800     SET WS-NAO-FIM-VINCULOS TO TRUE
057900     MOVE SIS-CODIGO TO VIN-CODIGO-VINCULADO
058000     START VIN-FILE KEY IS EQUAL VIN-CODIGO-VINCULADO
058100         INVALID KEY
058200             SET WS-FIM-VINCULOS TO TRUE
058300     END-START
058400     PERFORM 2510-LER-VINCULO
058500         THRU 2510-LER-VINCULO-EXIT
058600     PERFORM 2520-IMPRIMIR-RESPONSAVEL
058700         THRU 2520-IMPRIMIR-RESPONSAVEL-EXIT
058800         UNTIL WS-FIM-VINCULOS.
058900 2500-LISTAR-RESPONSAVEIS-EXIT.
059000     EXIT.
059100*
059200 2510-LER-VINCULO.
059300     IF WS-FIM-VINCULOS
059400         GO TO 2510-LER-VINCULO-EXIT
059500     END-IF
059600     READ VIN-FILE NEXT
059700         AT END
059800             SET WS-FIM-VINCULOS TO TRUE
059900     END-READ
060000     IF WS-VIN-1 NOT EQUAL '0'
060100        OR VIN-CODIGO-VINCULADO NOT EQUAL SIS-CODIGO
060200         SET WS-FIM-VINCULOS TO TRUE
060300     END-IF.
060400 2510-LER-VINCULO-EXIT.
060500     EXIT.
060600*
060700 2520-IMPRIMIR-RESPONSAVEL.
060800     IF NOT VIN-TIPO-FILIAL
060900         ADD 1 TO WS-TOTAL-RESPONSAVEIS
061000         IF VIN-TIPO-REPRESENTANTE
061100             MOVE "REPRESENTANTE LEGAL:" TO WS-RSP-PAPEL
061200         ELSE
061300             MOVE "SOCIO:" TO WS-RSP-PAPEL
061400         END-IF
061500         MOVE VIN-CODIGO TO WS-RSP-CODIGO
061600         MOVE WS-LINHA-RESPONSAVEL TO WS-LINHA-IMPRESSAO
061700         PERFORM 8000-IMPRIMIR-LINHA
061800             THRU 8000-IMPRIMIR-LINHA-EXIT
061900     END-IF
062000     PERFORM 2510-LER-VINCULO
062100         THRU 2510-LER-VINCULO-EXIT.
062400 2520-IMPRIMIR-RESPONSAVEL-EXIT.
062500     EXIT.
062600*
062700*----------------------------------------------------------------
062800* 5000-IMPRIMIR-RESUMO
062900*     IMPRIME AS CONTAGENS DO RELATORIO.
063000*----------------------------------------------------------------
063100 5000-IMPRIMIR-RESUMO.
063200     MOVE "RESUMO" TO WS-SEC-TITULO
063300     MOVE SPACES TO WS-LINHA-COLUNAS-SECAO
063400     PERFORM 8100-ABRIR-SECAO
063500         THRU 8100-ABRIR-SECAO-EXIT
063600     MOVE "RAIZ SELECIONADA" TO WS-INF-ROTULO
063700     IF WS-SEL-RAIZ EQUAL ZEROS
063800         MOVE "TODAS" TO WS-INF-VALOR
063900     ELSE
064000         MOVE WS-SEL-RAIZ TO WS-INF-VALOR
064100     END-IF
064200     PERFORM 8200-IMPRIMIR-INFO
064300         THRU 8200-IMPRIMIR-INFO-EXIT
064400     MOVE "RAIZES DE CNPJ" TO WS-INF-ROTULO
064500     MOVE WS-TOTAL-RAIZES TO WS-EDT-QUANTIDADE
064600     PERFORM 5100-IMPRIMIR-QUANTIDADE
064700         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
064800     MOVE "    SEM MATRIZ CADASTRADA" TO WS-INF-ROTULO
064900     MOVE WS-TOTAL-SEM-MATRIZ TO WS-EDT-QUANTIDADE
065000     PERFORM 5100-IMPRIMIR-QUANTIDADE
065100         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
065200     MOVE "ESTABELECIMENTOS" TO WS-INF-ROTULO
065300     MOVE WS-TOTAL-ESTAB TO WS-EDT-QUANTIDADE
065400     PERFORM 5100-IMPRIMIR-QUANTIDADE
065500         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
065600     MOVE "    MATRIZES" TO WS-INF-ROTULO
065700     MOVE WS-TOTAL-MATRIZES TO WS-EDT-QUANTIDADE
065800     PERFORM 5100-IMPRIMIR-QUANTIDADE
065900         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
066000     MOVE "    FILIAIS" TO WS-INF-ROTULO
066100     MOVE WS-TOTAL-FILIAIS TO WS-EDT-QUANTIDADE
066200     PERFORM 5100-IMPRIMIR-QUANTIDADE
066300         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
066400     MOVE "    ORDEM DE ESTABELECIMENTO 0000" TO WS-INF-ROTULO
066500     MOVE WS-TOTAL-ORDEM-INVALIDA TO WS-EDT-QUANTIDADE
066600     PERFORM 5100-IMPRIMIR-QUANTIDADE
066700         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
066800     MOVE "    ATIVOS" TO WS-INF-ROTULO
066900     MOVE WS-TOTAL-ATIVOS TO WS-EDT-QUANTIDADE
067000     PERFORM 5100-IMPRIMIR-QUANTIDADE
067100         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
067200     MOVE "    INATIVOS" TO WS-INF-ROTULO
067300     MOVE WS-TOTAL-INATIVOS TO WS-EDT-QUANTIDADE
067400     PERFORM 5100-IMPRIMIR-QUANTIDADE
067500         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
067600     MOVE "FILIAIS SINALIZADAS PARA REVISAO" TO WS-INF-ROTULO
067700     MOVE WS-TOTAL-REVISAO TO WS-EDT-QUANTIDADE
067800     PERFORM 5100-IMPRIMIR-QUANTIDADE
067900         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
068000     MOVE "FILIAIS ATIVAS COM MATRIZ INATIVA" TO WS-INF-ROTULO
068100     MOVE WS-TOTAL-MAT-INATIVA TO WS-EDT-QUANTIDADE
068200     PERFORM 5100-IMPRIMIR-QUANTIDADE
068300         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
068400     MOVE "REPRESENTANTES E SOCIOS LISTADOS" TO WS-INF-ROTULO
068500     MOVE WS-TOTAL-RESPONSAVEIS TO WS-EDT-QUANTIDADE
068600     PERFORM 5100-IMPRIMIR-QUANTIDADE
068700         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT.
068800 5000-IMPRIMIR-RESUMO-EXIT.
068900     EXIT.
069000*
069100 5100-IMPRIMIR-QUANTIDADE.
069200     MOVE WS-EDT-QUANTIDADE TO WS-INF-VALOR
069300     PERFORM 8200-IMPRIMIR-INFO
069400         THRU 8200-IMPRIMIR-INFO-EXIT.
069500 5100-IMPRIMIR-QUANTIDADE-EXIT.
069600     EXIT.
069700*
069800*----------------------------------------------------------------
069900* 7000-FINALIZAR
070000*     FECHA OS ARQUIVOS E DEVOLVE O CODIGO DE RETORNO.
070100*----------------------------------------------------------------
070200 7000-FINALIZAR.
070300     CLOSE SIS-FILE
070400     IF WS-CTT-ABERTO
070500         CLOSE CTT-FILE
070600     END-IF
070700     IF WS-VIN-ABERTO
070800         CLOSE VIN-FILE
070900     END-IF
071000     CLOSE REL-FILE
071100     DISPLAY "RELGRUPO: RAIZES DE CNPJ.......: " WS-TOTAL-RAIZES
071200     DISPLAY "RELGRUPO: ESTABELECIMENTOS.....: " WS-TOTAL-ESTAB
071300     IF WS-TOTAL-ESTAB EQUAL ZEROS
071400         DISPLAY "RELGRUPO: NENHUM ESTABELECIMENTO SELECIONADO "
071500             "- RC=4"
071600         MOVE 4 TO RETURN-CODE
071700     ELSE
071800         DISPLAY "RELGRUPO: RELATORIO EMITIDO - RC=0"
071900         MOVE ZEROS TO RETURN-CODE
072000     END-IF.
072100 7000-FINALIZAR-EXIT.
072200     EXIT.
072300*
072400*----------------------------------------------------------------
072500* 8000-IMPRIMIR-LINHA
072600*     IMPRIME A LINHA MONTADA EM WS-LINHA-IMPRESSAO, COM QUEBRA
072700*     DE PAGINA.
072800*----------------------------------------------------------------
072900 8000-IMPRIMIR-LINHA.
073000     IF WS-LINHA IS GREATER THAN WS-MAX-LINHAS
073100         PERFORM 8900-IMPRIMIR-CABECALHO
073200             THRU 8900-IMPRIMIR-CABECALHO-EXIT
073300     END-IF
073400     WRITE REL-LINHA FROM WS-LINHA-IMPRESSAO
073500     ADD 1 TO WS-LINHA
073600     MOVE SPACES TO WS-LINHA-IMPRESSAO.
073700 8000-IMPRIMIR-LINHA-EXIT.
073800     EXIT.
073900*
074000*----------------------------------------------------------------
074100* 8100-ABRIR-SECAO
074200*     INICIA A SECAO CUJO TITULO ESTA EM WS-SEC-TITULO (PAGINA
074300*     NOVA SE NAO COUBER O INICIO DA SECAO).
074400*----------------------------------------------------------------
074500 8100-ABRIR-SECAO.
074600     IF WS-LINHA + 5 IS GREATER THAN WS-MAX-LINHAS
074700         PERFORM 8900-IMPRIMIR-CABECALHO
074800             THRU 8900-IMPRIMIR-CABECALHO-EXIT
074900         GO TO 8100-ABRIR-SECAO-EXIT
075000     END-IF
075100     MOVE SPACES TO REL-LINHA
075200     WRITE REL-LINHA
075300     WRITE REL-LINHA FROM WS-LINHA-SECAO
075400     ADD 2 TO WS-LINHA
075500     IF WS-LINHA-COLUNAS-SECAO NOT EQUAL SPACES
075600         WRITE REL-LINHA FROM WS-LINHA-COLUNAS-SECAO
075700         ADD 1 TO WS-LINHA
075800     END-IF.
075900 8100-ABRIR-SECAO-EXIT.
076000     EXIT.
076100*
076200 8200-IMPRIMIR-INFO.
076300     MOVE WS-LINHA-INFO TO WS-LINHA-IMPRESSAO
076400     PERFORM 8000-IMPRIMIR-LINHA
076500         THRU 8000-IMPRIMIR-LINHA-EXIT
076600     MOVE SPACES TO WS-LINHA-INFO.
076700 8200-IMPRIMIR-INFO-EXIT.
076800     EXIT.
076900*
077000*----------------------------------------------------------------
077100* 8900-IMPRIMIR-CABECALHO
077200*     QUEBRA DE PAGINA - IMPRIME O CABECALHO, O TITULO DA SECAO
077300*     CORRENTE E, SE HOUVER, OS TITULOS DAS COLUNAS.
077400*----------------------------------------------------------------
077500 8900-IMPRIMIR-CABECALHO.
077600     ADD 1 TO WS-PAGINA
077700     MOVE WS-PAGINA TO WS-CAB-PAGINA
077800     IF WS-PAGINA IS GREATER THAN 1
077900         WRITE REL-LINHA FROM WS-CABECALHO-1
078000             BEFORE ADVANCING NOVA-PAGINA
078100     ELSE
078200         WRITE REL-LINHA FROM WS-CABECALHO-1
078300     END-IF
078400     MOVE SPACES TO REL-LINHA
078500     WRITE REL-LINHA
078600     WRITE REL-LINHA FROM WS-LINHA-SECAO
078700     MOVE 3 TO WS-LINHA
078800     IF WS-LINHA-COLUNAS-SECAO NOT EQUAL SPACES
078900         WRITE REL-LINHA FROM WS-LINHA-COLUNAS-SECAO
079000         ADD 1 TO WS-LINHA
079100     END-IF.
079200 8900-IMPRIMIR-CABECALHO-EXIT.
079300     EXIT.
079400*
079500 END PROGRAM RELGRUPO.
