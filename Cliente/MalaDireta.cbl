000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MALADIR.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - MALA DIRETA: ETIQUETAS
001200*                     NO PADRAO DOS CORREIOS E ARQUIVO PARA A
001300*                     GRAFICA CONTRATADA, ORDENADOS POR CEP.
001400*----------------------------------------------------------------
001500*
001600*----------------------------------------------------------------
001700* PROPOSITO.
001800*     SELECIONAR OS CLIENTES ATIVOS DE SIS-FILE PELOS CRITERIOS
001900*     DO CARTAO (UF, CIDADE, TIPO DE DOCUMENTO E FAIXA DE CEP)
002000*     E GERAR, EM ORDEM DE CEP (E LOGRADOURO/NUMERO DENTRO DO
002100*     CEP), AS ETIQUETAS DE ENDERECAMENTO E O ARQUIVO PARA A
002200*     GRAFICA CONTRATADA DA POSTAGEM.
002300*
002400*     FICAM DE FORA, LISTADOS NO RELATORIO COM O MOTIVO, OS
002500*     CLIENTES SELECIONADOS COM ENDERECO INCOMPLETO:
002600*         - CEP ZERADO E CEP FORA DAS FAIXAS DA UF (MESMAS
002700*           VERIFICACOES DE ENDERECO DO RELQUALI, SOBRE A TABELA
002800*           COMUM AO MODULO MANUTENCAO);
002900*         - LOGRADOURO, NUMERO OU CIDADE EM BRANCO.
003000*     UM CLIENTE PODE SAIR EM MAIS DE UMA LINHA, UMA POR MOTIVO.
003100*     CLIENTE COM CEP FORA DA FAIXA PEDIDA NAO E SELECIONADO;
003200*     CEP ZERADO SO SAI COMO EXCLUIDO.
003300*
003400*     SAIDAS:
003500*         ETIQ      ETIQUETAS PARA FORMULARIO CONTINUO DE DUAS
003600*                   CARREIRAS, SEIS LINHAS POR ETIQUETA: NOME;
003700*                   LOGRADOURO, NUMERO E COMPLEMENTO; BAIRRO;
003800*                   CEP (99999-999), CIDADE E UF NA ULTIMA LINHA.
003900*         CONTRAT   ARQUIVO DE LAYOUT FIXO (200 POSICOES) PARA A
004000*                   GRAFICA: 'H' CABECALHO, 'D' UM POR CLIENTE NA
004100*                   ORDEM DE CEP, 'T' RODAPE COM A QUANTIDADE.
004200*         MALAREL   RELATORIO DE CONTROLE: PARAMETROS, CLIENTES
004300*                   DEIXADOS DE FORA E O MOTIVO, TOTAIS POR
004400*                   PREFIXO DE CEP (CINCO DIGITOS - BASE DO
004500*                   DESCONTO DE POSTAGEM POR CEP), SUBTOTAIS POR
004600*                   REGIAO POSTAL (PRIMEIRO DIGITO) E RESUMO.
004700*
004800*     CARTAO DE PARAMETROS (PARAMS), COLUNAS FIXAS:
004900*         01-02  UF (BRANCOS = TODAS)
005000*         04-23  CIDADE (BRANCOS = TODAS)
005100*         25     TIPO DE DOCUMENTO F OU J (BRANCO = AMBOS)
005200*         27-34  CEP INICIAL (BRANCOS = 00000000)
005300*         36-43  CEP FINAL (BRANCOS = 99999999)
005400*         45-64  IDENTIFICACAO DA CAMPANHA
005500*     SEM CARTAO, SAEM TODOS OS CLIENTES ATIVOS.
005600*
005700*     RC=0  MALA DIRETA GERADA.
005800*     RC=4  NENHUM CLIENTE SELECIONADO - SAIDAS VAZIAS.
005900*     RC=8  CARTAO INVALIDO, CADASTRO NAO ABERTO OU FALHA DE
006000*           GRAVACAO - AS SAIDAS NAO DEVEM SER USADAS.
006100*----------------------------------------------------------------
006200*
006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
006500 SOURCE-COMPUTER.   IBM-370.
006600 OBJECT-COMPUTER.   IBM-370.
006700 SPECIAL-NAMES.
006800     C01 IS NOVA-PAGINA.
006900*
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     COPY "sel-sisfile.cpy".
007300
007400     SELECT PARAM-FILE ASSIGN TO "PARAMS"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-PARAM-STATUS.
007700
007800     SELECT ETIQUETA-FILE ASSIGN TO "ETIQ"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-ETQ-STATUS.
008100
008200     SELECT CONTRATADA-FILE ASSIGN TO "CONTRAT"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-CTR-STATUS.
008500
008600     SELECT REL-FILE ASSIGN TO "MALAREL"
008700         ORGANIZATION IS SEQUENTIAL.
008800
008900     SELECT ORDEM-FILE ASSIGN TO "SORTWK".
009000*
009100 DATA DIVISION.
009200 FILE SECTION.
009300     COPY "fd-sisfile.cpy".
009400*
009500 FD  PARAM-FILE
009600     LABEL RECORD STANDARD.
009700 01  PARAM-REGISTRO.
009800     05  PRM-UF                  PIC X(02).
009900     05  FILLER                  PIC X(01).
010000     05  PRM-CIDADE              PIC X(20).
010100     05  FILLER                  PIC X(01).
010200     05  PRM-TIPO-DOC            PIC X(01).
010300     05  FILLER                  PIC X(01).
010400     05  PRM-CEP-INICIAL         PIC X(08).
010500     05  FILLER                  PIC X(01).
010600     05  PRM-CEP-FINAL           PIC X(08).
010700     05  FILLER                  PIC X(01).
010800     05  PRM-CAMPANHA            PIC X(20).
010900*
011000 FD  ETIQUETA-FILE
011100     LABEL RECORD STANDARD.
011200 01  ETQ-LINHA                   PIC X(132).
011300*
011400 FD  CONTRATADA-FILE
011500     LABEL RECORD STANDARD.
011600 01  CTR-REGISTRO                PIC X(200).
011700*
011800 FD  REL-FILE
011900     LABEL RECORD STANDARD.
012000 01  REL-LINHA               PIC X(132).
012100*
012200 SD  ORDEM-FILE.
012300 01  ORDEM-REGISTRO.
012400     05  ORD-CEP                 PIC 9(08).
012500     05  ORD-CEP-X REDEFINES ORD-CEP.
012600         10  ORD-CEP-REGIAO      PIC X(01).
012700         10  FILLER              PIC X(04).
012800         10  ORD-CEP-SUFIXO      PIC X(03).
012900     05  ORD-LOGRADOURO          PIC X(30).
013000     05  ORD-NUMERO              PIC X(06).
013100     05  ORD-CODIGO              PIC 9(07).
013200     05  ORD-NOME                PIC X(30).
013300     05  ORD-COMPLEMENTO         PIC X(15).
013400     05  ORD-BAIRRO              PIC X(20).
013500     05  ORD-CIDADE              PIC X(20).
013600     05  ORD-ESTADO              PIC X(02).
013700     05  ORD-TIPO-DOC            PIC X(01).
013800*
013900 WORKING-STORAGE SECTION.
014000*----------------------------------------------------------------
014100* CONTADORES E INDICADORES
014200*----------------------------------------------------------------
014300 77  WS-TOTAL-LIDO           PIC 9(07) COMP VALUE ZEROS.
014400 77  WS-TOTAL-INATIVOS       PIC 9(07) COMP VALUE ZEROS.
014500 77  WS-TOTAL-FORA-SELECAO   PIC 9(07) COMP VALUE ZEROS.
014600 77  WS-TOTAL-EXCLUIDOS      PIC 9(07) COMP VALUE ZEROS.
014700 77  WS-TOTAL-SELECIONADOS   PIC 9(07) COMP VALUE ZEROS.
014800 77  WS-TOTAL-GRAVADOS       PIC 9(07) COMP VALUE ZEROS.
014900 77  WS-EXC-CEP-ZERADO       PIC 9(07) COMP VALUE ZEROS.
015000 77  WS-EXC-CEP-FORA-UF      PIC 9(07) COMP VALUE ZEROS.
015100 77  WS-EXC-LOGRADOURO       PIC 9(07) COMP VALUE ZEROS.
015200 77  WS-EXC-NUMERO           PIC 9(07) COMP VALUE ZEROS.
015300 77  WS-EXC-CIDADE           PIC 9(07) COMP VALUE ZEROS.
015400 77  WS-PREFIXO-QTDE         PIC 9(07) COMP VALUE ZEROS.
015500 77  WS-REGIAO-QTDE          PIC 9(07) COMP VALUE ZEROS.
015600 77  WS-REGIAO-PREFIXOS      PIC 9(05) COMP VALUE ZEROS.
015700 77  WS-TOTAL-PREFIXOS       PIC 9(05) COMP VALUE ZEROS.
015800 77  WS-PAGINA               PIC 9(04) COMP VALUE ZEROS.
015900 77  WS-LINHA                PIC 9(02) COMP VALUE ZEROS.
016000 77  WS-MAX-LINHAS           PIC 9(02) COMP VALUE 50.
016100 77  WS-ETQ-PREENCHIDAS      PIC 9(01) COMP VALUE ZEROS.
016200 77  WS-ETQ-INDICE           PIC 9(01) COMP VALUE ZEROS.
016300 77  WS-ETQ-PONTEIRO         PIC 9(03) COMP VALUE ZEROS.
016400 77  WS-PREFIXO-ANTERIOR     PIC X(05) VALUE SPACES.
016500 77  WS-REGIAO-ANTERIOR      PIC X(01) VALUE SPACES.
016600*
016700 01  WS-SWITCHES.
016800     03  WS-SW-FIM-CADASTRO  PIC X(01) VALUE 'N'.
016900         88  WS-FIM-CADASTRO         VALUE 'S'.
017000         88  WS-NAO-FIM-CADASTRO     VALUE 'N'.
017100     03  WS-SW-FIM-ORDEM     PIC X(01) VALUE 'N'.
017200         88  WS-FIM-ORDEM            VALUE 'S'.
017300         88  WS-NAO-FIM-ORDEM        VALUE 'N'.
017400     03  WS-SW-PRIMEIRO      PIC X(01) VALUE 'S'.
017500         88  WS-PRIMEIRO-REGISTRO    VALUE 'S'.
017600         88  WS-NAO-PRIMEIRO-REGISTRO VALUE 'N'.
017700     03  WS-SW-CLIENTE-EXC   PIC X(01) VALUE 'N'.
017800         88  WS-CLIENTE-EXCLUIDO     VALUE 'S'.
017900         88  WS-CLIENTE-COMPLETO     VALUE 'N'.
018000     03  WS-SW-UF            PIC X(01) VALUE 'N'.
018100         88  WS-UF-ACHADA            VALUE 'S'.
018200         88  WS-UF-NAO-ACHADA        VALUE 'N'.
018300     03  WS-SW-CARTAO        PIC X(01) VALUE 'N'.
018400         88  WS-CARTAO-INVALIDO      VALUE 'S'.
018500         88  WS-CARTAO-VALIDO        VALUE 'N'.
018600     03  WS-SW-FALHA         PIC X(01) VALUE 'N'.
018700         88  WS-FALHOU               VALUE 'S'.
018800         88  WS-SEM-FALHA            VALUE 'N'.
018900*
019000 01  WS-FILE-STATUS.
019100     03  WS-FILE-1           PIC X(01).
019200     03  WS-FILE-2           PIC X(01) USAGE DISPLAY.
019300*
019400 01  WS-PARAM-STATUS.
019500     03  WS-PARAM-1          PIC X(01).
019600     03  WS-PARAM-2          PIC X(01) USAGE DISPLAY.
019700*
019800 01  WS-ETQ-STATUS.
019900     03  WS-ETQ-1            PIC X(01).
020000     03  WS-ETQ-2            PIC X(01) USAGE DISPLAY.
020100*
020200 01  WS-CTR-STATUS.
020300     03  WS-CTR-1            PIC X(01).
020400     03  WS-CTR-2            PIC X(01) USAGE DISPLAY.
020500*
020600*----------------------------------------------------------------
020700* CRITERIOS DE SELECAO (CARTAO DE PARAMETROS)
020800*----------------------------------------------------------------
020900 01  WS-SELECAO.
021000     05  WS-SEL-UF           PIC X(02) VALUE SPACES.
021100     05  WS-SEL-CIDADE       PIC X(20) VALUE SPACES.
021200     05  WS-SEL-TIPO-DOC     PIC X(01) VALUE SPACES.
021300     05  WS-SEL-CEP-INICIAL  PIC 9(08) VALUE ZEROS.
021400     05  WS-SEL-CEP-FINAL    PIC 9(08) VALUE 99999999.
021500     05  WS-SEL-CAMPANHA     PIC X(20) VALUE SPACES.
021600*
021700*----------------------------------------------------------------
021800* TABELAS DE VALIDACAO DE UF E DE FAIXAS DE CEP POR UF,
021900* COMUNS AO MODULO MANUTENCAO.
022000*----------------------------------------------------------------
022100     COPY "wk-valtab.cpy".
022200 77  WS-UF-INDICE            PIC 9(02) COMP.
022300 77  WS-CEP-INDICE           PIC 9(02) COMP.
022400 77  WS-CEP-PREFIXO          PIC 9(03).
022500*
022600 01  WS-DATA-GERACAO.
022700     05  WS-GER-ANO          PIC 9(04).
022800     05  WS-GER-MES          PIC 9(02).
022900     05  WS-GER-DIA          PIC 9(02).
023000*
023100*----------------------------------------------------------------
023200* REGISTROS DO ARQUIVO DA GRAFICA CONTRATADA (LRECL 200)
023300*----------------------------------------------------------------
023400 01  WS-CABECALHO-CONTRATADA.
023500     05  FILLER              PIC X(01) VALUE 'H'.
023600     05  WS-CCB-DATA         PIC 9(08).
023700     05  WS-CCB-CAMPANHA     PIC X(20).
023800     05  FILLER              PIC X(171) VALUE SPACES.
023900*
024000 01  WS-DETALHE-CONTRATADA.
024100     05  FILLER              PIC X(01) VALUE 'D'.
024200     05  WS-CDT-SEQUENCIA    PIC 9(07).
024300     05  WS-CDT-CODIGO       PIC 9(07).
024400     05  WS-CDT-NOME         PIC X(30).
024500     05  WS-CDT-LOGRADOURO   PIC X(30).
024600     05  WS-CDT-NUMERO       PIC X(06).
024700     05  WS-CDT-COMPLEMENTO  PIC X(15).
024800     05  WS-CDT-BAIRRO       PIC X(20).
024900     05  WS-CDT-CIDADE       PIC X(20).
025000     05  WS-CDT-UF           PIC X(02).
025100     05  WS-CDT-CEP          PIC 9(08).
025200     05  WS-CDT-TIPO-DOC     PIC X(01).
025300     05  FILLER              PIC X(53) VALUE SPACES.
025400*
025500 01  WS-RODAPE-CONTRATADA.
025600     05  FILLER              PIC X(01) VALUE 'T'.
025700     05  WS-CRD-QUANTIDADE   PIC 9(07).
025800     05  FILLER              PIC X(192) VALUE SPACES.
025900*
026000*----------------------------------------------------------------
026100* CARREIRA DE ETIQUETAS EM MONTAGEM - DUAS ETIQUETAS LADO A
026200* LADO, QUATRO LINHAS DE ENDERECO MAIS DUAS DE ESPACAMENTO.
026300*----------------------------------------------------------------
026400 01  WS-ETIQUETAS.
026500     03  WS-ETQ-LINHA        OCCURS 4 TIMES.
026600         05  WS-ETQ-TEXTO    OCCURS 2 TIMES
026700                             PIC X(64).
026800         05  FILLER          PIC X(04).
026900*
027000 01  WS-CEP-EDITADO.
027100     05  WS-CED-PREFIXO      PIC X(05).
027200     05  FILLER              PIC X(01) VALUE '-'.
027300     05  WS-CED-SUFIXO       PIC X(03).
027400*
027500*----------------------------------------------------------------
027600* LINHAS DO RELATORIO
027700*----------------------------------------------------------------
027800 01  WS-CABECALHO-1.
027900     05  FILLER          PIC X(28)
028000             VALUE "MALA DIRETA - CONTROLE".
028100     05  FILLER          PIC X(12) VALUE "CAMPANHA: ".
028200     05  WS-CAB-CAMPANHA PIC X(20).
028300     05  FILLER          PIC X(38) VALUE SPACES.
028400     05  FILLER          PIC X(08) VALUE "PAGINA: ".
028500     05  WS-CAB-PAGINA   PIC ZZZ9.
028600*
028700 01  WS-LINHA-SECAO.
028800     05  WS-SEC-TITULO       PIC X(80).
028900*
029000 01  WS-LINHA-COLUNAS-SECAO  PIC X(132).
029100*
029200 01  WS-LINHA-IMPRESSAO      PIC X(132).
029300*
029400 01  WS-LINHA-INFO.
029500     05  WS-INF-ROTULO       PIC X(40).
029600     05  WS-INF-VALOR        PIC X(60).
029700*
029800 01  WS-EDT-QUANTIDADE       PIC ZZZ,ZZZ,ZZ9.
029900*
030000 01  WS-DATA-EDITADA.
030100     05  WS-DTE-DIA          PIC 9(02).
030200     05  FILLER              PIC X(01) VALUE '/'.
030300     05  WS-DTE-MES          PIC 9(02).
030400     05  FILLER              PIC X(01) VALUE '/'.
030500     05  WS-DTE-ANO          PIC 9(04).
030600*
030700 01  WS-FAIXA-EDITADA.
030800     05  WS-FXE-INICIAL-PREFIXO PIC X(05).
030900     05  FILLER              PIC X(01) VALUE '-'.
031000     05  WS-FXE-INICIAL-SUFIXO  PIC X(03).
031100     05  FILLER              PIC X(03) VALUE " A ".
031200     05  WS-FXE-FINAL-PREFIXO   PIC X(05).
031300     05  FILLER              PIC X(01) VALUE '-'.
031400     05  WS-FXE-FINAL-SUFIXO    PIC X(03).
031500*
031600 01  WS-COLUNAS-EXCLUIDO.
031700     05  FILLER              PIC X(09) VALUE "CODIGO".
031800     05  FILLER              PIC X(04) VALUE "UF".
031900     05  FILLER              PIC X(11) VALUE "CEP".
032000     05  FILLER              PIC X(28) VALUE "MOTIVO".
032100     05  FILLER              PIC X(30) VALUE "NOME".
032200*
032300 01  WS-LINHA-EXCLUIDO.
032400     05  WS-EXL-CODIGO       PIC 9(07).
032500     05  FILLER              PIC X(02) VALUE SPACES.
032600     05  WS-EXL-UF           PIC X(02).
032700     05  FILLER              PIC X(02) VALUE SPACES.
032800     05  WS-EXL-CEP          PIC X(09).
032900     05  FILLER              PIC X(02) VALUE SPACES.
033000     05  WS-EXL-MOTIVO       PIC X(26).
033100     05  FILLER              PIC X(02) VALUE SPACES.
033200     05  WS-EXL-NOME         PIC X(30).
033300*
033400 01  WS-COLUNAS-PREFIXO.
033500     05  FILLER              PIC X(24) VALUE "PREFIXO DE CEP".
033600     05  FILLER              PIC X(11) VALUE " QUANTIDADE".
033700*
033800 01  WS-LINHA-PREFIXO.
033900     05  FILLER              PIC X(08) VALUE SPACES.
034000     05  WS-PRF-PREFIXO      PIC X(05).
034100     05  FILLER              PIC X(11) VALUE SPACES.
034200     05  WS-PRF-QUANTIDADE   PIC ZZZ,ZZZ,ZZ9.
034300*
034400 01  WS-LINHA-REGIAO.
034500     05  FILLER              PIC X(16)
034600                             VALUE "TOTAL DA REGIAO ".
034700     05  WS-RGI-REGIAO       PIC X(01).
034800     05  FILLER              PIC X(07) VALUE SPACES.
034900     05  WS-RGI-QUANTIDADE   PIC ZZZ,ZZZ,ZZ9.
035000     05  FILLER              PIC X(04) VALUE SPACES.
035100     05  WS-RGI-PREFIXOS     PIC ZZ,ZZ9.
035200     05  FILLER              PIC X(09) VALUE " PREFIXOS".
035300*
035400 PROCEDURE DIVISION.
035500*----------------------------------------------------------------
035600* 0000-MAINLINE
035700*     PARAGRAFO PRINCIPAL DO PROGRAMA.
035800*----------------------------------------------------------------
035900 0000-MAINLINE.
036000     PERFORM 1000-INICIALIZAR
036100         THRU 1000-INICIALIZAR-EXIT
036200     SORT ORDEM-FILE
036300         ON ASCENDING KEY ORD-CEP
036400                          ORD-LOGRADOURO
036500                          ORD-NUMERO
036600                          ORD-CODIGO
036700         INPUT PROCEDURE IS 2000-SELECIONAR
036800                        THRU 2000-SELECIONAR-EXIT
036900         OUTPUT PROCEDURE IS 3000-GERAR-SAIDAS
037000                        THRU 3000-GERAR-SAIDAS-EXIT
037100     PERFORM 5000-IMPRIMIR-RESUMO
037200         THRU 5000-IMPRIMIR-RESUMO-EXIT
037300     PERFORM 7000-FINALIZAR
037400         THRU 7000-FINALIZAR-EXIT
037500     STOP RUN.
037600*
037700*----------------------------------------------------------------
037800* 1000-INICIALIZAR
037900*     LE E CONSISTE O CARTAO DE PARAMETROS, ABRE O CADASTRO E AS
038000*     SAIDAS E IMPRIME OS CRITERIOS DA SELECAO. CARTAO INVALIDO
038100*     OU CADASTRO NAO ABERTO TERMINA COM RC=8.
038200*----------------------------------------------------------------
038300 1000-INICIALIZAR.
038400     MOVE SPACES TO PARAM-REGISTRO
038500     OPEN INPUT PARAM-FILE
038600     IF WS-PARAM-1 EQUAL '0'
038700         READ PARAM-FILE
038800             AT END
038900                 MOVE SPACES TO PARAM-REGISTRO
039000         END-READ
039100         CLOSE PARAM-FILE
039200     END-IF
039300     PERFORM 1100-CONSISTIR-CARTAO
039400         THRU 1100-CONSISTIR-CARTAO-EXIT
039500     IF WS-CARTAO-INVALIDO
039600         MOVE 8 TO RETURN-CODE
039700         STOP RUN
039800     END-IF
039900     OPEN INPUT SIS-FILE
040000     IF WS-FILE-1 NOT EQUAL '0'
040100         DISPLAY "MALADIR: CADASTRO (SISFILE) NAO ABERTO - "
040200             "STATUS " WS-FILE-STATUS
040300         MOVE 8 TO RETURN-CODE
040400         STOP RUN
040500     END-IF
040600     MOVE ZEROS TO SIS-CODIGO
040700     START SIS-FILE KEY IS NOT LESS THAN SIS-CODIGO
040800         INVALID KEY
040900             SET WS-FIM-CADASTRO TO TRUE
041000     END-START
041100     ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD
041200     OPEN OUTPUT ETIQUETA-FILE
041300     OPEN OUTPUT CONTRATADA-FILE
041400     IF WS-ETQ-1 NOT EQUAL '0'
041500        OR WS-CTR-1 NOT EQUAL '0'
041600         DISPLAY "MALADIR: SAIDAS NAO ABERTAS - ETIQ "
041700             WS-ETQ-STATUS " CONTRAT " WS-CTR-STATUS
041800         MOVE 8 TO RETURN-CODE
041900         STOP RUN
042000     END-IF
042100     MOVE WS-DATA-GERACAO TO WS-CCB-DATA
042200     MOVE WS-SEL-CAMPANHA TO WS-CCB-CAMPANHA
042300     WRITE CTR-REGISTRO FROM WS-CABECALHO-CONTRATADA
042400     IF WS-CTR-1 NOT EQUAL '0'
042500         SET WS-FALHOU TO TRUE
042600     END-IF
042700     MOVE SPACES TO WS-ETIQUETAS
042800     MOVE WS-SEL-CAMPANHA TO WS-CAB-CAMPANHA
042900     OPEN OUTPUT REL-FILE
043000     MOVE WS-MAX-LINHAS TO WS-LINHA
043100     ADD 1 TO WS-LINHA
043200     PERFORM 1300-IMPRIMIR-PARAMETROS
043300         THRU 1300-IMPRIMIR-PARAMETROS-EXIT.
043400 1000-INICIALIZAR-EXIT.
043500     EXIT.
043600*
043700*----------------------------------------------------------------
043800* 1100-CONSISTIR-CARTAO
043900*     CONFERE OS CRITERIOS DO CARTAO: UF DA TABELA COMUM, TIPO
044000*     DE DOCUMENTO F OU J, CEPS NUMERICOS E FAIXA CRESCENTE.
044100*----------------------------------------------------------------
044200 1100-CONSISTIR-CARTAO.
044300     SET WS-CARTAO-VALIDO TO TRUE
044400     MOVE PRM-UF       TO WS-SEL-UF
044500     MOVE PRM-CIDADE   TO WS-SEL-CIDADE
044600     MOVE PRM-TIPO-DOC TO WS-SEL-TIPO-DOC
044700     MOVE PRM-CAMPANHA TO WS-SEL-CAMPANHA
044800     IF WS-SEL-UF NOT EQUAL SPACES
044900         SET WS-UF-NAO-ACHADA TO TRUE
045000         PERFORM 1110-COMPARAR-UF
045100             THRU 1110-COMPARAR-UF-EXIT
045200             VARYING WS-UF-INDICE FROM 1 BY 1
045300             UNTIL WS-UF-INDICE > 27
045400                OR WS-UF-ACHADA
045500         IF WS-UF-NAO-ACHADA
045600             DISPLAY "MALADIR: UF INVALIDA NO CARTAO: " PRM-UF
045700             SET WS-CARTAO-INVALIDO TO TRUE
045800         END-IF
045900     END-IF
046000     IF WS-SEL-TIPO-DOC NOT EQUAL SPACES
046100        AND WS-SEL-TIPO-DOC NOT EQUAL 'F'
046200        AND WS-SEL-TIPO-DOC NOT EQUAL 'J'
046300         DISPLAY "MALADIR: TIPO DE DOCUMENTO INVALIDO NO "
046400             "CARTAO: " PRM-TIPO-DOC
046500         SET WS-CARTAO-INVALIDO TO TRUE
046600     END-IF
046700     IF PRM-CEP-INICIAL NOT EQUAL SPACES
046800         IF PRM-CEP-INICIAL IS NUMERIC
046900             MOVE PRM-CEP-INICIAL TO WS-SEL-CEP-INICIAL
047000         ELSE
047100             DISPLAY "MALADIR: CEP INICIAL INVALIDO NO CARTAO: "
047200                 PRM-CEP-INICIAL
047300             SET WS-CARTAO-INVALIDO TO TRUE
047400         END-IF
047500     END-IF
047600     IF PRM-CEP-FINAL NOT EQUAL SPACES
047700         IF PRM-CEP-FINAL IS NUMERIC
047800             MOVE PRM-CEP-FINAL TO WS-SEL-CEP-FINAL
047900         ELSE
048000             DISPLAY "MALADIR: CEP FINAL INVALIDO NO CARTAO: "
048100                 PRM-CEP-FINAL
048200             SET WS-CARTAO-INVALIDO TO TRUE
048300         END-IF
048400     END-IF
048500     IF WS-CARTAO-VALIDO
048600        AND WS-SEL-CEP-INICIAL IS GREATER THAN WS-SEL-CEP-FINAL
048700         DISPLAY "MALADIR: CEP INICIAL MAIOR QUE O FINAL NO "
048800             "CARTAO: " PRM-CEP-INICIAL " " PRM-CEP-FINAL
048900         SET WS-CARTAO-INVALIDO TO TRUE
049000     END-IF.
049100 1100-CONSISTIR-CARTAO-EXIT.
049200     EXIT.
049300*
049400 1110-COMPARAR-UF.
049500     IF WS-UF-ITEM(WS-UF-INDICE) EQUAL WS-SEL-UF
049600         SET WS-UF-ACHADA TO TRUE
049700     END-IF.
049800 1110-COMPARAR-UF-EXIT.
049900     EXIT.
050000*
050100*----------------------------------------------------------------
050200* 1300-IMPRIMIR-PARAMETROS
050300*     IMPRIME OS CRITERIOS DA SELECAO E ABRE A SECAO DOS
050400*     CLIENTES DEIXADOS DE FORA.
050500*----------------------------------------------------------------
050600 1300-IMPRIMIR-PARAMETROS.
050700     MOVE "CRITERIOS DA SELECAO - CLIENTES ATIVOS"
050800       TO WS-SEC-TITULO
050900     MOVE SPACES TO WS-LINHA-COLUNAS-SECAO
051000     PERFORM 8100-ABRIR-SECAO
051100         THRU 8100-ABRIR-SECAO-EXIT
051200     MOVE "UF" TO WS-INF-ROTULO
051300     MOVE WS-SEL-UF TO WS-INF-VALOR
051400     IF WS-SEL-UF EQUAL SPACES
051500         MOVE "TODAS" TO WS-INF-VALOR
051600     END-IF
051700     PERFORM 8200-IMPRIMIR-INFO
051800         THRU 8200-IMPRIMIR-INFO-EXIT
051900     MOVE "CIDADE" TO WS-INF-ROTULO
052000     MOVE WS-SEL-CIDADE TO WS-INF-VALOR
052100     IF WS-SEL-CIDADE EQUAL SPACES
052200         MOVE "TODAS" TO WS-INF-VALOR
052300     END-IF
052400     PERFORM 8200-IMPRIMIR-INFO
052500         THRU 8200-IMPRIMIR-INFO-EXIT
052600     MOVE "TIPO DE DOCUMENTO" TO WS-INF-ROTULO
052700     EVALUATE WS-SEL-TIPO-DOC
052800         WHEN 'F'
052900             MOVE "F - PESSOA FISICA" TO WS-INF-VALOR
053000         WHEN 'J'
053100             MOVE "J - PESSOA JURIDICA" TO WS-INF-VALOR
053200         WHEN OTHER
053300             MOVE "FISICAS E JURIDICAS" TO WS-INF-VALOR
053400     END-EVALUATE
053500     PERFORM 8200-IMPRIMIR-INFO
053600         THRU 8200-IMPRIMIR-INFO-EXIT
053700     MOVE "FAIXA DE CEP" TO WS-INF-ROTULO
053800     MOVE WS-SEL-CEP-INICIAL(1:5) TO WS-FXE-INICIAL-PREFIXO
053900     MOVE WS-SEL-CEP-INICIAL(6:3) TO WS-FXE-INICIAL-SUFIXO
054000     MOVE WS-SEL-CEP-FINAL(1:5)   TO WS-FXE-FINAL-PREFIXO
054100     MOVE WS-SEL-CEP-FINAL(6:3)   TO WS-FXE-FINAL-SUFIXO
054200     MOVE WS-FAIXA-EDITADA TO WS-INF-VALOR
054300     PERFORM 8200-IMPRIMIR-INFO
054400         THRU 8200-IMPRIMIR-INFO-EXIT
054500     MOVE "DATA DA GERACAO" TO WS-INF-ROTULO
054600     MOVE WS-GER-DIA TO WS-DTE-DIA
054700     MOVE WS-GER-MES TO WS-DTE-MES
054800     MOVE WS-GER-ANO TO WS-DTE-ANO
054900     MOVE WS-DATA-EDITADA TO WS-INF-VALOR
055000     PERFORM 8200-IMPRIMIR-INFO
055100         THRU 8200-IMPRIMIR-INFO-EXIT
055200     MOVE "CLIENTES DEIXADOS DE FORA - ENDERECO INCOMPLETO"
055300       TO WS-SEC-TITULO
055400     MOVE WS-COLUNAS-EXCLUIDO TO WS-LINHA-COLUNAS-SECAO
055500     PERFORM 8100-ABRIR-SECAO
055600         THRU 8100-ABRIR-SECAO-EXIT.
055700 1300-IMPRIMIR-PARAMETROS-EXIT.
055800     EXIT.
055900*
056000*----------------------------------------------------------------
056100* 2000-SELECIONAR
056200*     PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO - LE O CADASTRO
056300*     NA SEQUENCIA DA CHAVE, APONTA OS CLIENTES SELECIONADOS COM
056400*     ENDERECO INCOMPLETO E LIBERA OS DEMAIS PARA ORDENACAO.
056500*----------------------------------------------------------------
056600 2000-SELECIONAR.
056700     PERFORM 2100-LER-CADASTRO
056800         THRU 2100-LER-CADASTRO-EXIT
056900     PERFORM 2200-EXAMINAR-CLIENTE
057000         THRU 2200-EXAMINAR-CLIENTE-EXIT
057100         UNTIL WS-FIM-CADASTRO
057200     CLOSE SIS-FILE
057300     IF WS-TOTAL-EXCLUIDOS EQUAL ZEROS
057400         MOVE "NENHUM CLIENTE DEIXADO DE FORA"
057500           TO WS-LINHA-IMPRESSAO
057600         PERFORM 8000-IMPRIMIR-LINHA
057700             THRU 8000-IMPRIMIR-LINHA-EXIT
057800     END-IF.
057900 2000-SELECIONAR-EXIT.
058000     EXIT.
058100*
058200 2100-LER-CADASTRO.
058300     IF WS-FIM-CADASTRO
058400         GO TO 2100-LER-CADASTRO-EXIT
058500     END-IF
058600     READ SIS-FILE NEXT
058700         AT END
058800             SET WS-FIM-CADASTRO TO TRUE
058900     END-READ
059000     IF WS-FILE-1 NOT EQUAL '0'
059100         SET WS-FIM-CADASTRO TO TRUE
059200     END-IF.
059300 2100-LER-CADASTRO-EXIT.
059400     EXIT.
059500*
059600*----------------------------------------------------------------
059700* 2200-EXAMINAR-CLIENTE
059800*     APLICA OS CRITERIOS DO CARTAO AO CLIENTE CORRENTE E, SE
059900*     SELECIONADO, AS VERIFICACOES DE ENDERECO.
060000*----------------------------------------------------------------
060100 2200-EXAMINAR-CLIENTE.
060200     ADD 1 TO WS-TOTAL-LIDO
060300     IF NOT SIS-ATIVO
060400         ADD 1 TO WS-TOTAL-INATIVOS
060500         GO TO 2200-EXAMINAR-CLIENTE-EXIT
060600     END-IF
060700     IF (WS-SEL-UF NOT EQUAL SPACES
060800         AND SIS-ESTADO NOT EQUAL WS-SEL-UF)
060900        OR (WS-SEL-CIDADE NOT EQUAL SPACES
061000         AND SIS-CIDADE NOT EQUAL WS-SEL-CIDADE)
061100        OR (WS-SEL-TIPO-DOC NOT EQUAL SPACES
061200         AND SIS-TIPO-DOC NOT EQUAL WS-SEL-TIPO-DOC)
061300        OR (SIS-CEP NOT EQUAL ZEROS
061400         AND (SIS-CEP IS LESS THAN WS-SEL-CEP-INICIAL
061500           OR SIS-CEP IS GREATER THAN WS-SEL-CEP-FINAL))
061600         ADD 1 TO WS-TOTAL-FORA-SELECAO
061700         GO TO 2200-EXAMINAR-CLIENTE-EXIT
061800     END-IF
061900     SET WS-CLIENTE-COMPLETO TO TRUE
062000     PERFORM 2300-CONFERIR-ENDERECO
062100         THRU 2300-CONFERIR-ENDERECO-EXIT
062200     IF WS-CLIENTE-EXCLUIDO
062300         ADD 1 TO WS-TOTAL-EXCLUIDOS
062400         GO TO 2200-EXAMINAR-CLIENTE-EXIT
062500     END-IF
062600     ADD 1 TO WS-TOTAL-SELECIONADOS
062700     MOVE SIS-CEP         TO ORD-CEP
062800     MOVE SIS-LOGRADOURO  TO ORD-LOGRADOURO
062900     MOVE SIS-NUMERO      TO ORD-NUMERO
063000     MOVE SIS-CODIGO      TO ORD-CODIGO
063100     MOVE SIS-NOME        TO ORD-NOME
063200     MOVE SIS-COMPLEMENTO TO ORD-COMPLEMENTO
063300     MOVE SIS-BAIRRO      TO ORD-BAIRRO
063400     MOVE SIS-CIDADE      TO ORD-CIDADE
063500     MOVE SIS-ESTADO      TO ORD-ESTADO
063600     MOVE SIS-TIPO-DOC    TO ORD-TIPO-DOC
063700     RELEASE ORDEM-REGISTRO.
063800 2200-EXAMINAR-CLIENTE-EXIT.
063900     PERFORM 2100-LER-CADASTRO
064000         THRU 2100-LER-CADASTRO-EXIT.
064100*
064200*----------------------------------------------------------------
064300* 2300-CONFERIR-ENDERECO
064400*     VERIFICA SE O ENDERECO DO CLIENTE PERMITE A POSTAGEM. CEP
064500*     ZERADO E CEP FORA DAS FAIXAS DA UF SAO AS MESMAS EXCECOES
064600*     APONTADAS PELO RELQUALI.
064700*----------------------------------------------------------------
064800 2300-CONFERIR-ENDERECO.
064900     IF SIS-CEP EQUAL ZEROS
065000         ADD 1 TO WS-EXC-CEP-ZERADO
065100         MOVE "CEP ZERADO" TO WS-EXL-MOTIVO
065200         PERFORM 2400-APONTAR-EXCLUSAO
065300             THRU 2400-APONTAR-EXCLUSAO-EXIT
065400     ELSE
065500         PERFORM 2310-CONFERIR-CEP-UF
065600             THRU 2310-CONFERIR-CEP-UF-EXIT
065700         IF WS-UF-NAO-ACHADA
065800             ADD 1 TO WS-EXC-CEP-FORA-UF
065900             MOVE "CEP FORA DAS FAIXAS DA UF" TO WS-EXL-MOTIVO
066000             PERFORM 2400-APONTAR-EXCLUSAO
066100                 THRU 2400-APONTAR-EXCLUSAO-EXIT
066200         END-IF
066300     END-IF
066400     IF SIS-LOGRADOURO EQUAL SPACES
066500         ADD 1 TO WS-EXC-LOGRADOURO
066600         MOVE "LOGRADOURO EM BRANCO" TO WS-EXL-MOTIVO
066700         PERFORM 2400-APONTAR-EXCLUSAO
066800             THRU 2400-APONTAR-EXCLUSAO-EXIT
066900     END-IF
067000     IF SIS-NUMERO EQUAL SPACES
067100         ADD 1 TO WS-EXC-NUMERO
067200         MOVE "NUMERO EM BRANCO" TO WS-EXL-MOTIVO
067300         PERFORM 2400-APONTAR-EXCLUSAO
067400             THRU 2400-APONTAR-EXCLUSAO-EXIT
067500     END-IF
067600     IF SIS-CIDADE EQUAL SPACES
067700         ADD 1 TO WS-EXC-CIDADE
067800         MOVE "CIDADE EM BRANCO" TO WS-EXL-MOTIVO
067900         PERFORM 2400-APONTAR-EXCLUSAO
068000             THRU 2400-APONTAR-EXCLUSAO-EXIT
068100     END-IF.
068200 2300-CONFERIR-ENDERECO-EXIT.
068300     EXIT.
068400*
068500 2310-CONFERIR-CEP-UF.
068600     MOVE SIS-CEP(1:3) TO WS-CEP-PREFIXO
068700     SET WS-UF-NAO-ACHADA TO TRUE
068800     PERFORM 2320-COMPARAR-UF-CEP
068900         THRU 2320-COMPARAR-UF-CEP-EXIT
069000         VARYING WS-CEP-INDICE FROM 1 BY 1
069100         UNTIL WS-CEP-INDICE > 27
069200            OR WS-UF-ACHADA.
069300 2310-CONFERIR-CEP-UF-EXIT.
069400     EXIT.
069500*
069600 2320-COMPARAR-UF-CEP.
069700     IF WS-CEP-UF(WS-CEP-INDICE) EQUAL SIS-ESTADO
069800        AND ((WS-CEP-PREFIXO NOT LESS THAN
069900                  WS-CEP-INI-1(WS-CEP-INDICE)
070000              AND WS-CEP-PREFIXO NOT GREATER THAN
070100                  WS-CEP-FIM-1(WS-CEP-INDICE))
070200          OR (WS-CEP-PREFIXO NOT LESS THAN
070300                  WS-CEP-INI-2(WS-CEP-INDICE)
070400              AND WS-CEP-PREFIXO NOT GREATER THAN
070500                  WS-CEP-FIM-2(WS-CEP-INDICE)))
070600         SET WS-UF-ACHADA TO TRUE
070700     END-IF.
070800 2320-COMPARAR-UF-CEP-EXIT.
070900     EXIT.
071000*
071100*----------------------------------------------------------------
071200* 2400-APONTAR-EXCLUSAO
071300*     IMPRIME A LINHA DO CLIENTE DEIXADO DE FORA COM O MOTIVO
071400*     CORRENTE.
071500*----------------------------------------------------------------
071600 2400-APONTAR-EXCLUSAO.
071700     SET WS-CLIENTE-EXCLUIDO TO TRUE
071800     MOVE SIS-CODIGO  TO WS-EXL-CODIGO
071900     MOVE SIS-ESTADO  TO WS-EXL-UF
072000     MOVE SIS-CEP(1:5) TO WS-CED-PREFIXO
072100     MOVE SIS-CEP(6:3) TO WS-CED-SUFIXO
072200     MOVE WS-CEP-EDITADO TO WS-EXL-CEP
072300     MOVE SIS-NOME    TO WS-EXL-NOME
072400     MOVE WS-LINHA-EXCLUIDO TO WS-LINHA-IMPRESSAO
072500     PERFORM 8000-IMPRIMIR-LINHA
072600         THRU 8000-IMPRIMIR-LINHA-EXIT.
072700 2400-APONTAR-EXCLUSAO-EXIT.
072800     EXIT.
072900*
073000*----------------------------------------------------------------
073100* 3000-GERAR-SAIDAS
073200*     PROCEDIMENTO DE SAIDA DA CLASSIFICACAO - GRAVA, NA ORDEM DE
073300*     CEP, O ARQUIVO DA GRAFICA E AS ETIQUETAS E IMPRIME OS
073400*     TOTAIS NAS QUEBRAS DE PREFIXO DE CEP E DE REGIAO.
073500*----------------------------------------------------------------
073600 3000-GERAR-SAIDAS.
073700     MOVE "TOTAIS POR PREFIXO DE CEP" TO WS-SEC-TITULO
073800     MOVE WS-COLUNAS-PREFIXO TO WS-LINHA-COLUNAS-SECAO
073900     PERFORM 8100-ABRIR-SECAO
074000         THRU 8100-ABRIR-SECAO-EXIT
074100     PERFORM 3100-RETORNAR-ORDENADO
074200         THRU 3100-RETORNAR-ORDENADO-EXIT
074300     PERFORM 3200-PROCESSAR-CLIENTE
074400         THRU 3200-PROCESSAR-CLIENTE-EXIT
074500         UNTIL WS-FIM-ORDEM
074600     IF WS-NAO-PRIMEIRO-REGISTRO
074700         PERFORM 3600-QUEBRA-PREFIXO
074800             THRU 3600-QUEBRA-PREFIXO-EXIT
074900         PERFORM 3700-QUEBRA-REGIAO
075000             THRU 3700-QUEBRA-REGIAO-EXIT
075100     ELSE
075200         MOVE "NENHUM CLIENTE SELECIONADO"
075300           TO WS-LINHA-IMPRESSAO
075400         PERFORM 8000-IMPRIMIR-LINHA
075500             THRU 8000-IMPRIMIR-LINHA-EXIT
075600     END-IF
075700     IF WS-ETQ-PREENCHIDAS IS GREATER THAN ZEROS
075800         PERFORM 3500-IMPRIMIR-ETIQUETAS
075900             THRU 3500-IMPRIMIR-ETIQUETAS-EXIT
076000     END-IF
076100     MOVE WS-TOTAL-GRAVADOS TO WS-CRD-QUANTIDADE
076200     WRITE CTR-REGISTRO FROM WS-RODAPE-CONTRATADA
076300     IF WS-CTR-1 NOT EQUAL '0'
076400         SET WS-FALHOU TO TRUE
076500     END-IF.
076600 3000-GERAR-SAIDAS-EXIT.
076700     EXIT.
076800*
076900 3100-RETORNAR-ORDENADO.
077000     RETURN ORDEM-FILE
077100         AT END
077200             SET WS-FIM-ORDEM TO TRUE
077300     END-RETURN.
077400 3100-RETORNAR-ORDENADO-EXIT.
077500     EXIT.
077600*
077700*----------------------------------------------------------------
077800* 3200-PROCESSAR-CLIENTE
077900*     TRATA AS QUEBRAS DE REGIAO E DE PREFIXO DE CEP E GRAVA O
078000*     CLIENTE CORRENTE NAS DUAS SAIDAS.
078100*----------------------------------------------------------------
078200 3200-PROCESSAR-CLIENTE.
078300     IF WS-PRIMEIRO-REGISTRO
078400         SET WS-NAO-PRIMEIRO-REGISTRO TO TRUE
078500         MOVE ORD-CEP-X(1:5) TO WS-PREFIXO-ANTERIOR
078600         MOVE ORD-CEP-REGIAO TO WS-REGIAO-ANTERIOR
078700     END-IF
078800     IF ORD-CEP-REGIAO NOT EQUAL WS-REGIAO-ANTERIOR
078900         PERFORM 3600-QUEBRA-PREFIXO
079000             THRU 3600-QUEBRA-PREFIXO-EXIT
079100         PERFORM 3700-QUEBRA-REGIAO
079200             THRU 3700-QUEBRA-REGIAO-EXIT
079300         MOVE ORD-CEP-X(1:5) TO WS-PREFIXO-ANTERIOR
079400         MOVE ORD-CEP-REGIAO TO WS-REGIAO-ANTERIOR
079500     ELSE
079600         IF ORD-CEP-X(1:5) NOT EQUAL WS-PREFIXO-ANTERIOR
079700             PERFORM 3600-QUEBRA-PREFIXO
079800                 THRU 3600-QUEBRA-PREFIXO-EXIT
079900             MOVE ORD-CEP-X(1:5) TO WS-PREFIXO-ANTERIOR
080000         END-IF
080100     END-IF
080200     ADD 1 TO WS-PREFIXO-QTDE
080300     PERFORM 3300-GRAVAR-CONTRATADA
080400         THRU 3300-GRAVAR-CONTRATADA-EXIT
080500     PERFORM 3400-MONTAR-ETIQUETA
080600         THRU 3400-MONTAR-ETIQUETA-EXIT
080700     PERFORM 3100-RETORNAR-ORDENADO
080800         THRU 3100-RETORNAR-ORDENADO-EXIT.
080900 3200-PROCESSAR-CLIENTE-EXIT.
081000     EXIT.
081100*
081200 3300-GRAVAR-CONTRATADA.
081300     ADD 1 TO WS-TOTAL-GRAVADOS
081400     MOVE WS-TOTAL-GRAVADOS TO WS-CDT-SEQUENCIA
081500     MOVE ORD-CODIGO       TO WS-CDT-CODIGO
081600     MOVE ORD-NOME         TO WS-CDT-NOME
081700     MOVE ORD-LOGRADOURO   TO WS-CDT-LOGRADOURO
081800     MOVE ORD-NUMERO       TO WS-CDT-NUMERO
081900     MOVE ORD-COMPLEMENTO  TO WS-CDT-COMPLEMENTO
082000     MOVE ORD-BAIRRO       TO WS-CDT-BAIRRO
082100     MOVE ORD-CIDADE       TO WS-CDT-CIDADE
082200     MOVE ORD-ESTADO       TO WS-CDT-UF
082300     MOVE ORD-CEP          TO WS-CDT-CEP
082400     MOVE ORD-TIPO-DOC     TO WS-CDT-TIPO-DOC
082500     WRITE CTR-REGISTRO FROM WS-DETALHE-CONTRATADA
082600     IF WS-CTR-1 NOT EQUAL '0'
082700         SET WS-FALHOU TO TRUE
082800     END-IF.
082900 3300-GRAVAR-CONTRATADA-EXIT.
083000     EXIT.
083100*
083200*----------------------------------------------------------------
083300* 3400-MONTAR-ETIQUETA
083400*     MONTA A ETIQUETA DO CLIENTE NA PROXIMA CARREIRA LIVRE, NO
083500*     PADRAO DOS CORREIOS: NOME; LOGRADOURO, NUMERO E
083600*     COMPLEMENTO; BAIRRO; CEP, CIDADE E UF. COM AS DUAS
083700*     CARREIRAS PREENCHIDAS A LINHA DE ETIQUETAS E IMPRESSA.
083800*----------------------------------------------------------------
083900 3400-MONTAR-ETIQUETA.
084000     ADD 1 TO WS-ETQ-PREENCHIDAS
084100     MOVE WS-ETQ-PREENCHIDAS TO WS-ETQ-INDICE
084200     MOVE ORD-NOME TO WS-ETQ-TEXTO(1 WS-ETQ-INDICE)
084300     MOVE 1 TO WS-ETQ-PONTEIRO
084400     STRING ORD-LOGRADOURO DELIMITED BY "  "
084500            ", "           DELIMITED BY SIZE
084600            ORD-NUMERO     DELIMITED BY "  "
084700         INTO WS-ETQ-TEXTO(2 WS-ETQ-INDICE)
084800         WITH POINTER WS-ETQ-PONTEIRO
084900     END-STRING
085000     IF ORD-COMPLEMENTO NOT EQUAL SPACES
085100         STRING " "             DELIMITED BY SIZE
085200                ORD-COMPLEMENTO DELIMITED BY "  "
085300             INTO WS-ETQ-TEXTO(2 WS-ETQ-INDICE)
085400             WITH POINTER WS-ETQ-PONTEIRO
085500         END-STRING
085600     END-IF
085700     MOVE ORD-BAIRRO TO WS-ETQ-TEXTO(3 WS-ETQ-INDICE)
085800     MOVE ORD-CEP-X(1:5)   TO WS-CED-PREFIXO
085900     MOVE ORD-CEP-SUFIXO   TO WS-CED-SUFIXO
086000     STRING WS-CEP-EDITADO DELIMITED BY SIZE
086100            "  "           DELIMITED BY SIZE
086200            ORD-CIDADE     DELIMITED BY "  "
086300            " - "          DELIMITED BY SIZE
086400            ORD-ESTADO     DELIMITED BY SIZE
086500         INTO WS-ETQ-TEXTO(4 WS-ETQ-INDICE)
086600     END-STRING
086700     IF WS-ETQ-PREENCHIDAS EQUAL 2
086800         PERFORM 3500-IMPRIMIR-ETIQUETAS
086900             THRU 3500-IMPRIMIR-ETIQUETAS-EXIT
087000     END-IF.
087100 3400-MONTAR-ETIQUETA-EXIT.
087200     EXIT.
087300*
087400*----------------------------------------------------------------
087500* 3500-IMPRIMIR-ETIQUETAS
087600*     IMPRIME A LINHA DE ETIQUETAS MONTADA (SEIS LINHAS DO
087700*     FORMULARIO) E LIMPA AS CARREIRAS.
087800*----------------------------------------------------------------
087900 3500-IMPRIMIR-ETIQUETAS.
088000     PERFORM 3510-IMPRIMIR-LINHA-ETIQUETA
088100         THRU 3510-IMPRIMIR-LINHA-ETIQUETA-EXIT
088200         VARYING WS-ETQ-INDICE FROM 1 BY 1
088300         UNTIL WS-ETQ-INDICE > 4
088400     MOVE SPACES TO ETQ-LINHA
088500     WRITE ETQ-LINHA
088600     WRITE ETQ-LINHA
088700     IF WS-ETQ-1 NOT EQUAL '0'
088800         SET WS-FALHOU TO TRUE
088900     END-IF
089000     MOVE SPACES TO WS-ETIQUETAS
089100     MOVE ZEROS TO WS-ETQ-PREENCHIDAS.
089200 3500-IMPRIMIR-ETIQUETAS-EXIT.
089300     EXIT.
089400*
089500 3510-IMPRIMIR-LINHA-ETIQUETA.
089600     WRITE ETQ-LINHA FROM WS-ETQ-LINHA(WS-ETQ-INDICE)
089700     IF WS-ETQ-1 NOT EQUAL '0'
089800         SET WS-FALHOU TO TRUE
089900     END-IF.
090000 3510-IMPRIMIR-LINHA-ETIQUETA-EXIT.
090100     EXIT.
090200*
090300*----------------------------------------------------------------
090400* 3600-QUEBRA-PREFIXO
090500*     IMPRIME O TOTAL DO PREFIXO DE CEP ANTERIOR E ACUMULA NA
090600*     REGIAO.
090700*----------------------------------------------------------------
090800 3600-QUEBRA-PREFIXO.
090900     MOVE WS-PREFIXO-ANTERIOR TO WS-PRF-PREFIXO
091000     MOVE WS-PREFIXO-QTDE     TO WS-PRF-QUANTIDADE
091100     MOVE WS-LINHA-PREFIXO    TO WS-LINHA-IMPRESSAO
091200     PERFORM 8000-IMPRIMIR-LINHA
091300         THRU 8000-IMPRIMIR-LINHA-EXIT
091400     ADD WS-PREFIXO-QTDE TO WS-REGIAO-QTDE
091500     ADD 1 TO WS-REGIAO-PREFIXOS
091600     MOVE ZEROS TO WS-PREFIXO-QTDE.
091700 3600-QUEBRA-PREFIXO-EXIT.
091800     EXIT.
091900*
092000*----------------------------------------------------------------
092100* 3700-QUEBRA-REGIAO
092200*     IMPRIME O SUBTOTAL DA REGIAO POSTAL (PRIMEIRO DIGITO DO
092300*     CEP) ANTERIOR.
092400*----------------------------------------------------------------
092500 3700-QUEBRA-REGIAO.
092600     MOVE WS-REGIAO-ANTERIOR TO WS-RGI-REGIAO
092700     MOVE WS-REGIAO-QTDE     TO WS-RGI-QUANTIDADE
092800     MOVE WS-REGIAO-PREFIXOS TO WS-RGI-PREFIXOS
092900     MOVE WS-LINHA-REGIAO    TO WS-LINHA-IMPRESSAO
093000     PERFORM 8000-IMPRIMIR-LINHA
093100         THRU 8000-IMPRIMIR-LINHA-EXIT
093200     PERFORM 8000-IMPRIMIR-LINHA
093300         THRU 8000-IMPRIMIR-LINHA-EXIT
093400     ADD WS-REGIAO-PREFIXOS TO WS-TOTAL-PREFIXOS
093500     MOVE ZEROS TO WS-REGIAO-QTDE
093600                   WS-REGIAO-PREFIXOS.
093700 3700-QUEBRA-REGIAO-EXIT.
093800     EXIT.
093900*
094000*----------------------------------------------------------------
094100* 5000-IMPRIMIR-RESUMO
094200*     IMPRIME O RESUMO DA SELECAO E AS CONTAGENS POR MOTIVO DE
094300*     EXCLUSAO.
094400*----------------------------------------------------------------
094500 5000-IMPRIMIR-RESUMO.
094600     MOVE "RESUMO" TO WS-SEC-TITULO
094700     MOVE SPACES TO WS-LINHA-COLUNAS-SECAO
094800     PERFORM 8100-ABRIR-SECAO
094900         THRU 8100-ABRIR-SECAO-EXIT
095000     MOVE "CLIENTES LIDOS" TO WS-INF-ROTULO
095100     MOVE WS-TOTAL-LIDO TO WS-EDT-QUANTIDADE
095200     PERFORM 5100-IMPRIMIR-QUANTIDADE
095300         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
095400     MOVE "CLIENTES INATIVOS" TO WS-INF-ROTULO
095500     MOVE WS-TOTAL-INATIVOS TO WS-EDT-QUANTIDADE
095600     PERFORM 5100-IMPRIMIR-QUANTIDADE
095700         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
095800     MOVE "ATIVOS FORA DOS CRITERIOS" TO WS-INF-ROTULO
095900     MOVE WS-TOTAL-FORA-SELECAO TO WS-EDT-QUANTIDADE
096000     PERFORM 5100-IMPRIMIR-QUANTIDADE
096100         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
096200     MOVE "DEIXADOS DE FORA - ENDERECO" TO WS-INF-ROTULO
096300     MOVE WS-TOTAL-EXCLUIDOS TO WS-EDT-QUANTIDADE
096400     PERFORM 5100-IMPRIMIR-QUANTIDADE
096500         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
096600     MOVE "    CEP ZERADO" TO WS-INF-ROTULO
096700     MOVE WS-EXC-CEP-ZERADO TO WS-EDT-QUANTIDADE
096800     PERFORM 5100-IMPRIMIR-QUANTIDADE
096900         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
097000     MOVE "    CEP FORA DAS FAIXAS DA UF" TO WS-INF-ROTULO
097100     MOVE WS-EXC-CEP-FORA-UF TO WS-EDT-QUANTIDADE
097200     PERFORM 5100-IMPRIMIR-QUANTIDADE
097300         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
097400     MOVE "    LOGRADOURO EM BRANCO" TO WS-INF-ROTULO
097500     MOVE WS-EXC-LOGRADOURO TO WS-EDT-QUANTIDADE
097600     PERFORM 5100-IMPRIMIR-QUANTIDADE
097700         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
097800     MOVE "    NUMERO EM BRANCO" TO WS-INF-ROTULO
097900     MOVE WS-EXC-NUMERO TO WS-EDT-QUANTIDADE
098000     PERFORM 5100-IMPRIMIR-QUANTIDADE
098100         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
098200     MOVE "    CIDADE EM BRANCO" TO WS-INF-ROTULO
098300     MOVE WS-EXC-CIDADE TO WS-EDT-QUANTIDADE
098400     PERFORM 5100-IMPRIMIR-QUANTIDADE
098500         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
098600     MOVE "CLIENTES NA MALA DIRETA" TO WS-INF-ROTULO
098700     MOVE WS-TOTAL-GRAVADOS TO WS-EDT-QUANTIDADE
098800     PERFORM 5100-IMPRIMIR-QUANTIDADE
098900         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
099000     MOVE "PREFIXOS DE CEP" TO WS-INF-ROTULO
099100     MOVE WS-TOTAL-PREFIXOS TO WS-EDT-QUANTIDADE
099200     PERFORM 5100-IMPRIMIR-QUANTIDADE
099300         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT.
099400 5000-IMPRIMIR-RESUMO-EXIT.
099500     EXIT.
099600*
099700 5100-IMPRIMIR-QUANTIDADE.
099800     MOVE WS-EDT-QUANTIDADE TO WS-INF-VALOR
099900     PERFORM 8200-IMPRIMIR-INFO
100000         THRU 8200-IMPRIMIR-INFO-EXIT.
100100 5100-IMPRIMIR-QUANTIDADE-EXIT.
100200     EXIT.
100300*
100400*----------------------------------------------------------------
100500* 7000-FINALIZAR
100600*     FECHA OS ARQUIVOS E DEVOLVE O CODIGO DE RETORNO.
100700*----------------------------------------------------------------
100800 7000-FINALIZAR.
100900     IF WS-FALHOU
101000         MOVE "FALHA DE GRAVACAO - SAIDAS NAO DEVEM SER USADAS"
101100           TO WS-LINHA-IMPRESSAO
101200         PERFORM 8000-IMPRIMIR-LINHA
101300             THRU 8000-IMPRIMIR-LINHA-EXIT
101400     END-IF
101500     CLOSE ETIQUETA-FILE
101600     CLOSE CONTRATADA-FILE
101700     CLOSE REL-FILE
101800     DISPLAY "MALADIR: CLIENTES NA MALA DIRETA: "
101900         WS-TOTAL-GRAVADOS
102000     DISPLAY "MALADIR: DEIXADOS DE FORA.......: "
102100         WS-TOTAL-EXCLUIDOS
102200     EVALUATE TRUE
102300         WHEN WS-FALHOU
102400             DISPLAY "MALADIR: FALHA DE GRAVACAO - ETIQ "
102500                 WS-ETQ-STATUS " CONTRAT " WS-CTR-STATUS
102600                 " - RC=8"
102700             MOVE 8 TO RETURN-CODE
102800         WHEN WS-TOTAL-GRAVADOS EQUAL ZEROS
102900             DISPLAY "MALADIR: NENHUM CLIENTE SELECIONADO - RC=4"
103000             MOVE 4 TO RETURN-CODE
103100         WHEN OTHER
103200             DISPLAY "MALADIR: MALA DIRETA GERADA - RC=0"
103300     END-EVALUATE.
103400 7000-FINALIZAR-EXIT.
103500     EXIT.
103600*
103700*----------------------------------------------------------------
103800* 8000-IMPRIMIR-LINHA
103900*     IMPRIME A LINHA MONTADA EM WS-LINHA-IMPRESSAO, COM QUEBRA
104000*     DE PAGINA.
104100*----------------------------------------------------------------
104200 8000-IMPRIMIR-LINHA.
104300     IF WS-LINHA IS GREATER THAN WS-MAX-LINHAS
104400         PERFORM 8900-IMPRIMIR-CABECALHO
104500             THRU 8900-IMPRIMIR-CABECALHO-EXIT
104600     END-IF
104700     WRITE REL-LINHA FROM WS-LINHA-IMPRESSAO
104800     ADD 1 TO WS-LINHA
104900     MOVE SPACES TO WS-LINHA-IMPRESSAO.
105000 8000-IMPRIMIR-LINHA-EXIT.
105100     EXIT.
105200*
105300*----------------------------------------------------------------
105400* 8100-ABRIR-SECAO
105500*     INICIA A SECAO CUJO TITULO ESTA EM WS-SEC-TITULO (PAGINA
105600*     NOVA SE NAO COUBER O INICIO DA SECAO).
105700*----------------------------------------------------------------
105800 8100-ABRIR-SECAO.
105900     IF WS-LINHA + 5 IS GREATER THAN WS-MAX-LINHAS
106000         PERFORM 8900-IMPRIMIR-CABECALHO
106100             THRU 8900-IMPRIMIR-CABECALHO-EXIT
106200         GO TO 8100-ABRIR-SECAO-EXIT
106300     END-IF
106400     MOVE SPACES TO REL-LINHA
106500     WRITE REL-LINHA
106600     WRITE REL-LINHA FROM WS-LINHA-SECAO
106700     ADD 2 TO WS-LINHA
106800     IF WS-LINHA-COLUNAS-SECAO NOT EQUAL SPACES
106900         WRITE REL-LINHA FROM WS-LINHA-COLUNAS-SECAO
107000         ADD 1 TO WS-LINHA
107100     END-IF.
107200 8100-ABRIR-SECAO-EXIT.
107300     EXIT.
107400*
107500 8200-IMPRIMIR-INFO.
107600     MOVE WS-LINHA-INFO TO WS-LINHA-IMPRESSAO
107700     PERFORM 8000-IMPRIMIR-LINHA
107800         THRU 8000-IMPRIMIR-LINHA-EXIT
107900     MOVE SPACES TO WS-LINHA-INFO.
108000 8200-IMPRIMIR-INFO-EXIT.
108100     EXIT.
108200*
108300*----------------------------------------------------------------
108400* 8900-IMPRIMIR-CABECALHO
108500*     QUEBRA DE PAGINA - IMPRIME O CABECALHO, O TITULO DA SECAO
108600*     CORRENTE E, SE HOUVER, OS TITULOS DAS COLUNAS.
108700*----------------------------------------------------------------
108800 8900-IMPRIMIR-CABECALHO.
108900     ADD 1 TO WS-PAGINA
109000     MOVE WS-PAGINA TO WS-CAB-PAGINA
109100     IF WS-PAGINA IS GREATER THAN 1
109200         WRITE REL-LINHA FROM WS-CABECALHO-1
109300             BEFORE ADVANCING NOVA-PAGINA
109400     ELSE
109500         WRITE REL-LINHA FROM WS-CABECALHO-1
109600     END-IF
109700     MOVE SPACES TO REL-LINHA
109800     WRITE REL-LINHA
109900     WRITE REL-LINHA FROM WS-LINHA-SECAO
110000     MOVE 3 TO WS-LINHA
110100     IF WS-LINHA-COLUNAS-SECAO NOT EQUAL SPACES
110200         WRITE REL-LINHA FROM WS-LINHA-COLUNAS-SECAO
110300         ADD 1 TO WS-LINHA
110400     END-IF.
110500 8900-IMPRIMIR-CABECALHO-EXIT.
110600     EXIT.
110700*
110800 END PROGRAM MALADIR.
