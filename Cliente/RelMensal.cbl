000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RELMIS.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - RELATORIO ESTATISTICO
001200*                     MENSAL DE MOVIMENTACAO DO CADASTRO (MIS),
001300*                     COM COMPARATIVOS E TENDENCIA DE 12 MESES.
001400*----------------------------------------------------------------
001500*
001600*----------------------------------------------------------------
001700* PROPOSITO.
001800*     LER O ARQUIVO DE AUDITORIA VIVO (AUDIT-FILE) E AS GERACOES
001900*     DE HISTORICO DE AUDITORIA (AUDHIST) CONCATENADAS NO DD
002000*     AUDARQ, SELECIONAR OS EVENTOS DO MES DE REFERENCIA E
002100*     CONTA-LOS POR OPERACAO, POR ORIGEM (ATENDIMENTO, CARGACLI,
002200*     MOVTOCLI, RECICLA, OUTROS JOBS DE LOTE), POR MOTIVO DAS
002300*     EXCLUSOES E DAS REATIVACOES E POR UF (EVENTOS DE CLIENTE).
002400*     CADA NUMERO SAI AO LADO DO MES ANTERIOR E DO MESMO MES DO
002500*     ANO ANTERIOR, COM A VARIACAO PERCENTUAL, E O RELATORIO
002600*     TERMINA COM UMA PAGINA DE TENDENCIA DOS ULTIMOS 12 MESES.
002700*
002800*     OS MESES ANTERIORES NAO SAO RELIDOS DA AUDITORIA: VEM DO
002900*     ARQUIVO DE TOTAIS MENSAIS (GDG SISCLI.MIS.TOTAIS), LIDO NA
003000*     GERACAO CORRENTE (MISANT) E REGRAVADO NA GERACAO NOVA
003100*     (MISNOV) ACRESCIDO DOS TOTAIS DO MES DE REFERENCIA. UMA
003200*     REEXECUCAO DO MESMO MES SUBSTITUI OS TOTAIS GRAVADOS.
003300*
003400*     REGISTRO DE TOTAIS (40 POSICOES):
003500*         01-06  ANO/MES AAAAMM
003600*         07     GRUPO: 'M' CONTROLE DO MES, 'O' OPERACAO,
003700*                'F' ORIGEM, 'E' MOTIVO DE EXCLUSAO,
003800*                'R' MOTIVO DE REATIVACAO, 'U' UF
003900*         08-15  CHAVE DENTRO DO GRUPO
004000*         16-24  QUANTIDADE
004100*
004200*     CARTAO DE PARAMETROS (PARAMS), COLUNAS FIXAS:
004300*         01-06  MES DE REFERENCIA AAAAMM (BRANCOS = MES ANTERIOR
004400*                A DATA DA EXECUCAO)
004500*
004600*     RC=0  RELATORIO EMITIDO E TOTAIS GRAVADOS.
004700*     RC=8  CARTAO INVALIDO, AUDITORIA INDISPONIVEL OU FALHA NA
004800*           GRAVACAO DOS TOTAIS - A GERACAO NOVA NAO DEVE SER
004900*           USADA.
005000*----------------------------------------------------------------
005100*
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.   IBM-370.
005500 OBJECT-COMPUTER.   IBM-370.
005600 SPECIAL-NAMES.
005700     C01 IS NOVA-PAGINA.
005800*
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     COPY "sel-auditfile.cpy".
006200     COPY "sel-motfile.cpy".
006300
006400     SELECT ARQAUD-FILE ASSIGN TO "AUDARQ"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-ARQ-STATUS.
006700
006800     SELECT PARAM-FILE ASSIGN TO "PARAMS"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PARAM-STATUS.
007100
007200     SELECT MISANT-FILE ASSIGN TO "MISANT"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-MTA-STATUS.
007500
007600     SELECT MISNOV-FILE ASSIGN TO "MISNOV"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-MTN-STATUS.
007900
008000     SELECT REL-FILE ASSIGN TO "RELMIS"
008100         ORGANIZATION IS SEQUENTIAL.
008200*
008300 DATA DIVISION.
008400 FILE SECTION.
008500     COPY "fd-auditfile.cpy".
008600     COPY "fd-motfile.cpy".
008700*
008800 FD  ARQAUD-FILE
008900     LABEL RECORD STANDARD.
009000 01  ARQ-DADOS                   PIC X(393).
009100*
009200 FD  PARAM-FILE
009300     LABEL RECORD STANDARD.
009400 01  PARAM-REGISTRO.
009500     05  PRM-ANO-MES             PIC X(06).
009600*
009700 FD  MISANT-FILE
009800     LABEL RECORD STANDARD.
009900 01  MTA-REGISTRO.
010000     05  MTA-ANO-MES             PIC 9(06).
010100     05  MTA-GRUPO               PIC X(01).
010200     05  MTA-CHAVE               PIC X(08).
010300     05  MTA-QUANTIDADE          PIC 9(09).
010400     05  FILLER                  PIC X(16).
010500*
010600 FD  MISNOV-FILE
010700     LABEL RECORD STANDARD.
010800 01  MTN-REGISTRO.
010900     05  MTN-ANO-MES             PIC 9(06).
011000     05  MTN-GRUPO               PIC X(01).
011100     05  MTN-CHAVE               PIC X(08).
011200     05  MTN-QUANTIDADE          PIC 9(09).
011300     05  FILLER                  PIC X(16).
011400*
011500 FD  REL-FILE
011600     LABEL RECORD STANDARD.
011700 01  REL-LINHA               PIC X(132).
011800*
011900 WORKING-STORAGE SECTION.
012000*----------------------------------------------------------------
012100* CONTADORES E INDICADORES
012200*----------------------------------------------------------------
012300 77  WS-LIDOS-VIVO           PIC 9(09) COMP VALUE ZEROS.
012400 77  WS-LIDOS-ARQUIVO        PIC 9(09) COMP VALUE ZEROS.
012500 77  WS-SELECIONADOS         PIC 9(09) COMP VALUE ZEROS.
012600 77  WS-TOTAIS-LIDOS         PIC 9(07) COMP VALUE ZEROS.
012700 77  WS-TOTAIS-SUBSTITUIDOS  PIC 9(07) COMP VALUE ZEROS.
012800 77  WS-TOTAIS-GRAVADOS      PIC 9(07) COMP VALUE ZEROS.
012900 77  WS-PAGINA               PIC 9(04) COMP VALUE ZEROS.
013000 77  WS-LINHA                PIC 9(02) COMP VALUE ZEROS.
013100 77  WS-MAX-LINHAS           PIC 9(02) COMP VALUE 50.
013200*
013300 77  WS-IND                  PIC 9(04) COMP.
013400 77  WS-IND-OPE              PIC 9(04) COMP.
013500 77  WS-IND-FON              PIC 9(04) COMP.
013600 77  WS-IND-UF               PIC 9(04) COMP.
013700 77  WS-IND-MOT              PIC 9(04) COMP.
013800 77  WS-IND-MES              PIC 9(04) COMP.
013900 77  WS-COLUNA               PIC 9(04) COMP.
014000*
014100 77  WS-OPERACAO-EVENTO      PIC X(01).
014200 77  WS-OPERADOR-EVENTO      PIC X(08).
014300 77  WS-CHAVE-ORIGEM         PIC X(08).
014400 77  WS-UF-EVENTO            PIC X(02).
014500 77  WS-MOTIVO-EVENTO        PIC 9(03).
014600 77  WS-MOTIVO-TEXTO         PIC X(03).
014700 77  WS-DATA-HOJE            PIC 9(08).
014800*
014900 77  WS-QTD-ATUAL            PIC 9(09) COMP.
015000 77  WS-QTD-BASE             PIC 9(09) COMP.
015100 77  WS-VARIACAO             PIC S9(05)V9.
015200 77  WS-VAR-EDITADA          PIC -(5)9.9.
015300 77  WS-VAR-TEXTO            PIC X(08).
015400*
015500 01  WS-SWITCHES.
015600     03  WS-SW-FIM-VIVO      PIC X(01) VALUE 'N'.
015700         88  WS-FIM-VIVO             VALUE 'S'.
015800         88  WS-NAO-FIM-VIVO         VALUE 'N'.
015900     03  WS-SW-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
016000         88  WS-FIM-ARQUIVO          VALUE 'S'.
016100         88  WS-NAO-FIM-ARQUIVO      VALUE 'N'.
016200     03  WS-SW-FIM-TOTAIS    PIC X(01) VALUE 'N'.
016300         88  WS-FIM-TOTAIS           VALUE 'S'.
016400         88  WS-NAO-FIM-TOTAIS       VALUE 'N'.
016500     03  WS-SW-ACHOU         PIC X(01) VALUE 'N'.
016600         88  WS-ACHOU                VALUE 'S'.
016700         88  WS-NAO-ACHOU            VALUE 'N'.
016800     03  WS-SW-FALHA         PIC X(01) VALUE 'N'.
016900         88  WS-FALHOU               VALUE 'S'.
017000         88  WS-SEM-FALHA            VALUE 'N'.
017100*
017200 01  WS-AUD-STATUS.
017300     03  WS-AUD-1            PIC X(01).
017400     03  WS-AUD-2            PIC X(01) USAGE DISPLAY.
017500*
017600 01  WS-ARQ-STATUS.
017700     03  WS-ARQ-1            PIC X(01).
017800     03  WS-ARQ-2            PIC X(01) USAGE DISPLAY.
017900*
018000 01  WS-PARAM-STATUS.
018100     03  WS-PARAM-1          PIC X(01).
018200     03  WS-PARAM-2          PIC X(01) USAGE DISPLAY.
018300*
018400 01  WS-MTA-STATUS.
018500     03  WS-MTA-1            PIC X(01).
018600     03  WS-MTA-2            PIC X(01) USAGE DISPLAY.
018700*
018800 01  WS-MTN-STATUS.
018900     03  WS-MTN-1            PIC X(01).
019000     03  WS-MTN-2            PIC X(01) USAGE DISPLAY.
019100*
019200 01  WS-MOT-STATUS.
019300     03  WS-MOT-1            PIC X(01).
019400     03  WS-MOT-2            PIC X(01) USAGE DISPLAY.
019500 01  WS-SW-MOT           PIC X(01) VALUE 'S'.
019600     88  WS-MOT-ABERTO           VALUE 'S'.
019700     88  WS-MOT-FECHADO          VALUE 'N'.
019800*
019900*----------------------------------------------------------------
020000* MESES DO RELATORIO (REFERENCIA, ANTERIOR E MESMO MES DO ANO
020100* ANTERIOR) E AREA DE CALCULO PARA RECUAR UM MES
020200*----------------------------------------------------------------
020300 01  WS-MES-ATUAL.
020400     05  WS-MAT-ANO          PIC 9(04).
020500     05  WS-MAT-MES          PIC 9(02).
020600 01  WS-MES-ATUAL-N REDEFINES WS-MES-ATUAL PIC 9(06).
020700*
020800 01  WS-MES-ANTERIOR.
020900     05  WS-MAN-ANO          PIC 9(04).
021000     05  WS-MAN-MES          PIC 9(02).
021100 01  WS-MES-ANTERIOR-N REDEFINES WS-MES-ANTERIOR PIC 9(06).
021200*
021300 01  WS-MES-ANO-ANTERIOR.
021400     05  WS-MAA-ANO          PIC 9(04).
021500     05  WS-MAA-MES          PIC 9(02).
021600 01  WS-MES-ANO-ANTERIOR-N REDEFINES WS-MES-ANO-ANTERIOR
021700                             PIC 9(06).
021800*
021900 01  WS-MES-CALCULO.
022000     05  WS-MCA-ANO          PIC 9(04).
022100     05  WS-MCA-MES          PIC 9(02).
022200 01  WS-MES-CALCULO-N REDEFINES WS-MES-CALCULO PIC 9(06).
022300*
022400 01  WS-MES-EDITADO.
022500     05  WS-MED-MES          PIC 9(02).
022600     05  FILLER              PIC X(01) VALUE "/".
022700     05  WS-MED-ANO          PIC 9(04).
022800*
022900*----------------------------------------------------------------
023000* EVENTO DE AUDITORIA EM TRATAMENTO (ARQUIVO VIVO OU HISTORICO)
023100*----------------------------------------------------------------
023200 01  WS-EVENTO.
023300     05  WS-EVT-CODIGO       PIC 9(07).
023400     05  WS-EVT-OPERACAO     PIC X(01).
023500     05  WS-EVT-DATA-HORA.
023600         10  WS-EVT-ANO-MES  PIC 9(06).
023700         10  FILLER          PIC 9(10).
023800     05  WS-EVT-ANTES        PIC X(179).
023900     05  WS-EVT-DEPOIS       PIC X(179).
024000     05  WS-EVT-MOTIVO       PIC 9(03).
024100     05  WS-EVT-OPERADOR     PIC X(08).
024200*
024300*----------------------------------------------------------------
024400* IMAGEM DO CLIENTE NO LAYOUT DE SIS-DADOS (SO A UF E USADA)
024500*----------------------------------------------------------------
024600 01  WS-IMAGEM-EVENTO.
024700     05  WS-IMG-CODIGO       PIC X(07).
024800     05  WS-IMG-NOME         PIC X(30).
024900     05  WS-IMG-ENDERECO     PIC X(79).
025000     05  WS-IMG-CIDADE       PIC X(20).
025100     05  WS-IMG-ESTADO       PIC X(02).
025200     05  FILLER              PIC X(41).
025300*
025400*----------------------------------------------------------------
025500* TABELA DE OPERACOES (CODIGO E DESCRICAO) E CONTAGENS - COLUNA
025600* 1 = MES DE REFERENCIA, 2 = MES ANTERIOR, 3 = MESMO MES DO ANO
025700* ANTERIOR. O ITEM 13 RECEBE OPERACOES NAO PREVISTAS.
025800*----------------------------------------------------------------
025900 01  WS-OPERACOES-LISTA.
026000     05  FILLER  PIC X(21) VALUE "1INCLUSOES".
026100     05  FILLER  PIC X(21) VALUE "3ALTERACOES".
026200     05  FILLER  PIC X(21) VALUE "5EXCLUSOES".
026300     05  FILLER  PIC X(21) VALUE "RREATIVACOES".
026400     05  FILLER  PIC X(21) VALUE "6EXPURGOS".
026500     05  FILLER  PIC X(21) VALUE "7RESTAURACOES".
026600     05  FILLER  PIC X(21) VALUE "8INCLUSOES POR CARGA".
026700     05  FILLER  PIC X(21) VALUE "CINCL. DE CONTATO".
026800     05  FILLER  PIC X(21) VALUE "DALT. DE CONTATO".
026900     05  FILLER  PIC X(21) VALUE "EEXCL. DE CONTATO".
027000     05  FILLER  PIC X(21) VALUE "UUNIFICACOES".
027100     05  FILLER  PIC X(21) VALUE "LANONIMIZACOES".
027200     05  FILLER  PIC X(21) VALUE "?OUTRAS OPERACOES".
027300 01  WS-OPERACOES-TABELA REDEFINES WS-OPERACOES-LISTA.
027400     03  WS-OPE-ITEM         OCCURS 13 TIMES.
027500         05  WS-OPE-CODIGO       PIC X(01).
027600         05  WS-OPE-DESCRICAO    PIC X(20).
027700*
027800 01  WS-OPERACOES-CONTAGEM.
027900     03  WS-OPC-ITEM         OCCURS 13 TIMES.
028000         05  WS-OPC-QTD          PIC 9(09) COMP OCCURS 3 TIMES.
028100*
028200*----------------------------------------------------------------
028300* TABELA DE ORIGENS DO EVENTO, PELO OPERADOR GRAVADO NA
028400* AUDITORIA: OPERADORES DO ATENDIMENTO, OS JOBS DE CARGA E DE
028500* MOVIMENTO, OS DEMAIS JOBS DE LOTE E EVENTOS SEM OPERADOR
028600*----------------------------------------------------------------
028700 01  WS-ORIGENS-LISTA.
028800     05  FILLER  PIC X(08) VALUE "ONLINE".
028900     05  FILLER  PIC X(30) VALUE "ATENDIMENTO (OPERADORES)".
029000     05  FILLER  PIC X(08) VALUE "CARGACLI".
029100     05  FILLER  PIC X(30) VALUE "CARGA DE CLIENTES (CARGACLI)".
029200     05  FILLER  PIC X(08) VALUE "MOVTOCLI".
029300     05  FILLER  PIC X(30) VALUE "MOVIMENTO EM LOTE (MOVTOCLI)".
029400     05  FILLER  PIC X(08) VALUE "RECICLA".
029500     05  FILLER  PIC X(30) VALUE "RECICLAGEM DE REJEITOS".
029600     05  FILLER  PIC X(08) VALUE "LOTE".
029700     05  FILLER  PIC X(30) VALUE "OUTROS JOBS DE LOTE".
029800     05  FILLER  PIC X(08) VALUE SPACES.
029900     05  FILLER  PIC X(30) VALUE "OPERADOR NAO IDENTIFICADO".
030000 01  WS-ORIGENS-TABELA REDEFINES WS-ORIGENS-LISTA.
030100     03  WS-ORI-ITEM         OCCURS 6 TIMES.
030200         05  WS-ORI-CODIGO       PIC X(08).
030300         05  WS-ORI-DESCRICAO    PIC X(30).
030400*
030500 01  WS-ORIGENS-CONTAGEM.
030600     03  WS-ORC-ITEM         OCCURS 6 TIMES.
030700         05  WS-ORC-QTD          PIC 9(09) COMP OCCURS 3 TIMES.
030800*
030900 01  WS-LOTES-LISTA.
031000     05  FILLER              PIC X(40)
031100             VALUE "EXPURGO RESTAURAUNIFCAD BATRFB  ANONIMIZ".
031200 01  WS-LOTES-TABELA REDEFINES WS-LOTES-LISTA.
031300     03  WS-LOTE-ITEM        PIC X(08) OCCURS 5 TIMES.
031400*
031500*----------------------------------------------------------------
031600* CONTAGENS POR MOTIVO (ITEM = CODIGO DO MOTIVO + 1)
031700*----------------------------------------------------------------
031800 01  WS-MOTIVOS-CONTAGEM.
031900     03  WS-MTV-ITEM         OCCURS 1000 TIMES.
032000         05  WS-MTV-EXC          PIC 9(09) COMP OCCURS 3 TIMES.
032100         05  WS-MTV-REA          PIC 9(09) COMP OCCURS 3 TIMES.
032200*
032300*----------------------------------------------------------------
032400* CONTAGENS POR UF (ORDEM DA TABELA COMUM DE UFS; O ITEM 28
032500* RECEBE UF AUSENTE OU INVALIDA NA IMAGEM)
032600*----------------------------------------------------------------
032700     COPY "wk-valtab.cpy".
032800*
032900 01  WS-UFS-CONTAGEM.
033000     03  WS-UFC-ITEM         OCCURS 28 TIMES.
033100         05  WS-UFC-QTD          PIC 9(09) COMP OCCURS 3 TIMES.
033200*
033300*----------------------------------------------------------------
033400* TENDENCIA DOS ULTIMOS 12 MESES (ITEM 12 = MES DE REFERENCIA),
033500* POR OPERACAO, NA ORDEM DA TABELA DE OPERACOES
033600*----------------------------------------------------------------
033700 01  WS-TENDENCIA.
033800     03  WS-TEN-ITEM         OCCURS 12 TIMES.
033900         05  WS-TEN-ANO-MES      PIC 9(06).
034000         05  WS-TEN-SW-DADOS     PIC X(01).
034100             88  WS-TEN-COM-DADOS        VALUE 'S'.
034200             88  WS-TEN-SEM-DADOS        VALUE 'N'.
034300         05  WS-TEN-QTD          PIC 9(09) COMP OCCURS 13 TIMES.
034400*
034500*----------------------------------------------------------------
034600* QUANTIDADES DA LINHA EM IMPRESSAO E TOTAIS DA SECAO
034700*----------------------------------------------------------------
034800 01  WS-QUADRO.
034900     03  WS-QDR-QTD          PIC 9(09) COMP OCCURS 3 TIMES.
035000 01  WS-QUADRO-SECAO.
035100     03  WS-QSE-QTD          PIC 9(09) COMP OCCURS 3 TIMES.
035200 01  WS-QUADRO-TENDENCIA.
035300     03  WS-QTE-QTD          PIC 9(09) COMP OCCURS 9 TIMES.
035400*
035500*----------------------------------------------------------------
035600* CABECALHOS DO RELATORIO
035700*----------------------------------------------------------------
035800 01  WS-CABECALHO-1.
035900     05  FILLER          PIC X(40)
036000             VALUE "RELATORIO ESTATISTICO MENSAL DO CADASTRO".
036100     05  FILLER          PIC X(08) VALUE " - MES: ".
036200     05  WS-CAB-MES      PIC X(07).
036300     05  FILLER          PIC X(23) VALUE SPACES.
036400     05  FILLER          PIC X(08) VALUE "PAGINA: ".
036500     05  WS-CAB-PAGINA   PIC ZZZ9.
036600*
036700 01  WS-LINHA-SECAO.
036800     05  WS-SEC-TITULO       PIC X(60).
036900*
037000 01  WS-CABECALHO-COLUNAS.
037100     05  FILLER              PIC X(38) VALUE "DESCRICAO".
037200     05  FILLER              PIC X(04) VALUE SPACES.
037300     05  WS-CBC-ATUAL        PIC X(07).
037400     05  FILLER              PIC X(08) VALUE SPACES.
037500     05  WS-CBC-ANTERIOR     PIC X(07).
037600     05  FILLER              PIC X(10) VALUE "    VAR. %".
037700     05  FILLER              PIC X(08) VALUE SPACES.
037800     05  WS-CBC-ANO-ANTERIOR PIC X(07).
037900     05  FILLER              PIC X(10) VALUE "    VAR. %".
038000*
038100 01  WS-LINHA-COMPARATIVO.
038200     05  WS-LCP-DESCRICAO    PIC X(36).
038300     05  FILLER              PIC X(02) VALUE SPACES.
038400     05  WS-LCP-ATUAL        PIC ZZZ,ZZZ,ZZ9.
038500     05  FILLER              PIC X(04) VALUE SPACES.
038600     05  WS-LCP-ANTERIOR     PIC ZZZ,ZZZ,ZZ9.
038700     05  FILLER              PIC X(02) VALUE SPACES.
038800     05  WS-LCP-VAR-ANTERIOR PIC X(08).
038900     05  FILLER              PIC X(04) VALUE SPACES.
039000     05  WS-LCP-ANO-ANTERIOR PIC ZZZ,ZZZ,ZZ9.
039100     05  FILLER              PIC X(02) VALUE SPACES.
039200     05  WS-LCP-VAR-ANO      PIC X(08).
039300*
039400 01  WS-DESCRICAO-MOTIVO.
039500     05  WS-DMO-CODIGO       PIC 9(03).
039600     05  FILLER              PIC X(03) VALUE " - ".
039700     05  WS-DMO-DESCRICAO    PIC X(30).
039800*
039900*----------------------------------------------------------------
040000* PAGINA DE TENDENCIA
040100*----------------------------------------------------------------
040200 01  WS-CABECALHO-TENDENCIA.
040300     05  FILLER          PIC X(40)
040400             VALUE "TENDENCIA DOS ULTIMOS 12 MESES - EVENTOS".
040500     05  FILLER          PIC X(15) VALUE " POR OPERACAO".
040600*
040700 01  WS-COLUNAS-TENDENCIA.
040800     05  FILLER              PIC X(10) VALUE "MES".
040900     05  FILLER              PIC X(12) VALUE "   INCLUSOES".
041000     05  FILLER              PIC X(12) VALUE "  ALTERACOES".
041100     05  FILLER              PIC X(12) VALUE "   EXCLUSOES".
041200     05  FILLER              PIC X(12) VALUE " REATIVACOES".
041300     05  FILLER              PIC X(12) VALUE "    EXPURGOS".
041400     05  FILLER              PIC X(12) VALUE "      CARGAS".
041500     05  FILLER              PIC X(12) VALUE "    CONTATOS".
041600     05  FILLER              PIC X(12) VALUE "      OUTRAS".
041700     05  FILLER              PIC X(12) VALUE "       TOTAL".
041800*
041900 01  WS-LINHA-TENDENCIA.
042000     05  WS-LTE-MES          PIC X(07).
042100     05  FILLER              PIC X(03).
042200     05  WS-LTE-COLUNA       OCCURS 9 TIMES.
042300         10  FILLER          PIC X(01).
042400         10  WS-LTE-QTD      PIC ZZZ,ZZZ,ZZ9.
042500*
042600 01  WS-LINHA-TENDENCIA-VAZIA.
042700     05  WS-LTV-MES          PIC X(07).
042800     05  FILLER              PIC X(03) VALUE SPACES.
042900     05  FILLER              PIC X(40)
043000             VALUE "   SEM TOTAIS GRAVADOS PARA O MES".
043100*
043200 01  WS-NOTA-TENDENCIA.
043300     05  FILLER              PIC X(40)
043400             VALUE "OUTRAS = RESTAURACOES, UNIFICACOES, ANON".
043500     05  FILLER              PIC X(40)
043600             VALUE "IMIZACOES E OPERACOES NAO PREVISTAS.".
043700*
043800 PROCEDURE DIVISION.
043900*----------------------------------------------------------------
044000* 0000-MAINLINE
044100*     PARAGRAFO PRINCIPAL DO PROGRAMA.
044200*----------------------------------------------------------------
044300 0000-MAINLINE.
044400     PERFORM 1000-INICIALIZAR
044500         THRU 1000-INICIALIZAR-EXIT
044600     PERFORM 1200-CARREGAR-TOTAIS
044700         THRU 1200-CARREGAR-TOTAIS-EXIT
044800     PERFORM 2000-CONTAR-VIVO
044900         THRU 2000-CONTAR-VIVO-EXIT
045000     PERFORM 2100-CONTAR-ARQUIVO
045100         THRU 2100-CONTAR-ARQUIVO-EXIT
045200     PERFORM 3000-IMPRIMIR-COMPARATIVOS
045300         THRU 3000-IMPRIMIR-COMPARATIVOS-EXIT
045400     PERFORM 4000-IMPRIMIR-TENDENCIA
045500         THRU 4000-IMPRIMIR-TENDENCIA-EXIT
045600     PERFORM 5000-GRAVAR-TOTAIS
045700         THRU 5000-GRAVAR-TOTAIS-EXIT
045800     PERFORM 6000-FINALIZAR
045900         THRU 6000-FINALIZAR-EXIT
046000     STOP RUN.
046100*
046200*----------------------------------------------------------------
046300* 1000-INICIALIZAR
046400*     LE O CARTAO DE PARAMETROS, DEFINE OS MESES DO RELATORIO E
046500*     ABRE OS ARQUIVOS. SEM A AUDITORIA VIVA O PROGRAMA TERMINA
046600*     COM RC=8 ANTES DE GRAVAR A GERACAO NOVA DE TOTAIS.
046700*----------------------------------------------------------------
046800 1000-INICIALIZAR.
046900     MOVE ZEROS TO WS-MES-ATUAL-N
047000     OPEN INPUT PARAM-FILE
047100     IF WS-PARAM-1 EQUAL '0'
047200         READ PARAM-FILE
047300             AT END
047400                 CONTINUE
047500             NOT AT END
047600                 IF PRM-ANO-MES NOT EQUAL SPACES
047700                     IF PRM-ANO-MES IS NUMERIC
047800                         MOVE PRM-ANO-MES TO WS-MES-ATUAL-N
047900                     ELSE
048000                         MOVE 999999 TO WS-MES-ATUAL-N
048100                     END-IF
048200                 END-IF
048300         END-READ
048400         CLOSE PARAM-FILE
048500     END-IF
048600     PERFORM 1100-DEFINIR-MESES
048700         THRU 1100-DEFINIR-MESES-EXIT
048800     OPEN INPUT AUDIT-FILE
048900     IF WS-AUD-1 NOT EQUAL '0'
049000         DISPLAY "RELMIS: AUDITORIA INDISPONIVEL - STATUS: "
049100             WS-AUD-STATUS
049200         MOVE 8 TO RETURN-CODE
049300         STOP RUN
049400     END-IF
049500     OPEN INPUT MOT-FILE
049600     IF WS-MOT-1 NOT EQUAL '0'
049700         SET WS-MOT-FECHADO TO TRUE
049800     END-IF
049900     INITIALIZE WS-OPERACOES-CONTAGEM
050000                WS-ORIGENS-CONTAGEM
050100                WS-MOTIVOS-CONTAGEM
050200                WS-UFS-CONTAGEM
050300     OPEN OUTPUT REL-FILE
050400     MOVE WS-MAX-LINHAS TO WS-LINHA
050500     ADD 1 TO WS-LINHA.
050600 1000-INICIALIZAR-EXIT.
050700     EXIT.
050800*
050900*----------------------------------------------------------------
051000* 1100-DEFINIR-MESES
051100*     SEM CARTAO, O MES DE REFERENCIA E O ANTERIOR A DATA DA
051200*     EXECUCAO. CALCULA O MES ANTERIOR, O MESMO MES DO ANO
051300*     ANTERIOR E OS 12 MESES DA PAGINA DE TENDENCIA.
051400*----------------------------------------------------------------
051500 1100-DEFINIR-MESES.
051600     IF WS-MES-ATUAL-N EQUAL ZEROS
051700         ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
051800         MOVE WS-DATA-HOJE(1:6) TO WS-MES-CALCULO-N
051900         PERFORM 1150-RECUAR-MES
052000             THRU 1150-RECUAR-MES-EXIT
052100         MOVE WS-MES-CALCULO-N TO WS-MES-ATUAL-N
052200     END-IF
052300     IF WS-MAT-MES IS LESS THAN 1
052400        OR WS-MAT-MES IS GREATER THAN 12
052500        OR WS-MAT-ANO IS LESS THAN 1900
052600         DISPLAY "RELMIS: MES DE REFERENCIA INVALIDO NO CARTAO: "
052700             PRM-ANO-MES
052800         MOVE 8 TO RETURN-CODE
052900         STOP RUN
053000     END-IF
053100     MOVE WS-MES-ATUAL-N TO WS-MES-CALCULO-N
053200     PERFORM 1150-RECUAR-MES
053300         THRU 1150-RECUAR-MES-EXIT
053400     MOVE WS-MES-CALCULO-N TO WS-MES-ANTERIOR-N
053500     MOVE WS-MES-ATUAL-N TO WS-MES-ANO-ANTERIOR-N
053600     SUBTRACT 1 FROM WS-MAA-ANO
053700     MOVE WS-MES-ATUAL-N TO WS-MES-CALCULO-N
053800     PERFORM 1160-MONTAR-MES-TENDENCIA
053900         THRU 1160-MONTAR-MES-TENDENCIA-EXIT
054000         VARYING WS-IND-MES FROM 12 BY -1
054100         UNTIL WS-IND-MES IS LESS THAN 1
054200     MOVE WS-MAT-MES TO WS-MED-MES
054300     MOVE WS-MAT-ANO TO WS-MED-ANO
054400     MOVE WS-MES-EDITADO TO WS-CAB-MES
054500                            WS-CBC-ATUAL
054600     MOVE WS-MAN-MES TO WS-MED-MES
054700     MOVE WS-MAN-ANO TO WS-MED-ANO
054800     MOVE WS-MES-EDITADO TO WS-CBC-ANTERIOR
054900     MOVE WS-MAA-MES TO WS-MED-MES
055000     MOVE WS-MAA-ANO TO WS-MED-ANO
055100     MOVE WS-MES-EDITADO TO WS-CBC-ANO-ANTERIOR.
055200 1100-DEFINIR-MESES-EXIT.
055300     EXIT.
055400*
055500 1150-RECUAR-MES.
055600     IF WS-MCA-MES EQUAL 1
055700         MOVE 12 TO WS-MCA-MES
055800         SUBTRACT 1 FROM WS-MCA-ANO
055900     ELSE
056000         SUBTRACT 1 FROM WS-MCA-MES
056100     END-IF.
056200 1150-RECUAR-MES-EXIT.
056300     EXIT.
056400*
056500 1160-MONTAR-MES-TENDENCIA.
056600     MOVE WS-MES-CALCULO-N TO WS-TEN-ANO-MES(WS-IND-MES)
056700     SET WS-TEN-SEM-DADOS(WS-IND-MES) TO TRUE
056800     PERFORM 1165-ZERAR-TENDENCIA
056900         THRU 1165-ZERAR-TENDENCIA-EXIT
057000         VARYING WS-IND-OPE FROM 1 BY 1
057100         UNTIL WS-IND-OPE IS GREATER THAN 13
057200     PERFORM 1150-RECUAR-MES
057300         THRU 1150-RECUAR-MES-EXIT.
057400 1160-MONTAR-MES-TENDENCIA-EXIT.
057500     EXIT.
057600*
057700 1165-ZERAR-TENDENCIA.
057800     MOVE ZEROS TO WS-TEN-QTD(WS-IND-MES, WS-IND-OPE).
057900 1165-ZERAR-TENDENCIA-EXIT.
058000     EXIT.
058100*
058200*----------------------------------------------------------------
058300* 1200-CARREGAR-TOTAIS
058400*     LE A GERACAO CORRENTE DOS TOTAIS MENSAIS, GUARDA OS DO MES
058500*     ANTERIOR, OS DO MESMO MES DO ANO ANTERIOR E OS DA JANELA DE
058600*     TENDENCIA, E COPIA TODOS PARA A GERACAO NOVA - EXCETO OS DO
058700*     MES DE REFERENCIA, QUE SERAO REGRAVADOS NO FINAL.
058800*----------------------------------------------------------------
058900 1200-CARREGAR-TOTAIS.
059000     OPEN OUTPUT MISNOV-FILE
059100     IF WS-MTN-1 NOT EQUAL '0'
059200         DISPLAY "RELMIS: ERRO AO ABRIR MISNOV - STATUS: "
059300             WS-MTN-STATUS
059400         CLOSE AUDIT-FILE
059500         MOVE 8 TO RETURN-CODE
059600         STOP RUN
059700     END-IF
059800     SET WS-NAO-FIM-TOTAIS TO TRUE
059900     OPEN INPUT MISANT-FILE
060000     IF WS-MTA-1 NOT EQUAL '0'
060100         DISPLAY "RELMIS: TOTAIS ANTERIORES INDISPONIVEIS - "
060200             "COMPARATIVOS SAEM ZERADOS - STATUS: " WS-MTA-STATUS
060300         GO TO 1200-CARREGAR-TOTAIS-EXIT
060400     END-IF
060500     PERFORM 1210-LER-TOTAL
060600         THRU 1210-LER-TOTAL-EXIT
060700     PERFORM 1220-TRATAR-TOTAL
060800         THRU 1220-TRATAR-TOTAL-EXIT
060900         UNTIL WS-FIM-TOTAIS
061000     CLOSE MISANT-FILE.
061100 1200-CARREGAR-TOTAIS-EXIT.
061200     EXIT.
061300*
061400 1210-LER-TOTAL.
061500     READ MISANT-FILE
061600         AT END
061700             SET WS-FIM-TOTAIS TO TRUE
061800         NOT AT END
061900             ADD 1 TO WS-TOTAIS-LIDOS
062000     END-READ.
062100 1210-LER-TOTAL-EXIT.
062200     EXIT.
062300*
062400 1220-TRATAR-TOTAL.
062500     IF MTA-ANO-MES EQUAL WS-MES-ATUAL-N
062600         ADD 1 TO WS-TOTAIS-SUBSTITUIDOS
062700     ELSE
062800         MOVE MTA-REGISTRO TO MTN-REGISTRO
062900         PERFORM 5100-GRAVAR-TOTAL
063000             THRU 5100-GRAVAR-TOTAL-EXIT
063100         IF MTA-ANO-MES EQUAL WS-MES-ANTERIOR-N
063200             MOVE 2 TO WS-COLUNA
063300             PERFORM 1230-GUARDAR-COMPARATIVO
063400                 THRU 1230-GUARDAR-COMPARATIVO-EXIT
063500         END-IF
063600         IF MTA-ANO-MES EQUAL WS-MES-ANO-ANTERIOR-N
063700             MOVE 3 TO WS-COLUNA
063800             PERFORM 1230-GUARDAR-COMPARATIVO
063900                 THRU 1230-GUARDAR-COMPARATIVO-EXIT
064000         END-IF
064100         PERFORM 1240-GUARDAR-TENDENCIA
064200             THRU 1240-GUARDAR-TENDENCIA-EXIT
064300     END-IF
064400     PERFORM 1210-LER-TOTAL
064500         THRU 1210-LER-TOTAL-EXIT.
064600 1220-TRATAR-TOTAL-EXIT.
064700     EXIT.
064800*
064900*----------------------------------------------------------------
065000* 1230-GUARDAR-COMPARATIVO
065100*     SOMA O TOTAL LIDO NA COLUNA WS-COLUNA DA TABELA DO GRUPO.
065200*     CHAVES QUE NAO EXISTEM MAIS NAS TABELAS SAO IGNORADAS.
065300*----------------------------------------------------------------
065400 1230-GUARDAR-COMPARATIVO.
065500     EVALUATE MTA-GRUPO
065600         WHEN 'O'
065700             MOVE MTA-CHAVE(1:1) TO WS-OPERACAO-EVENTO
065800             PERFORM 2300-LOCALIZAR-OPERACAO
065900                 THRU 2300-LOCALIZAR-OPERACAO-EXIT
066000             ADD MTA-QUANTIDADE
066100               TO WS-OPC-QTD(WS-IND-OPE, WS-COLUNA)
066200         WHEN 'F'
066300             MOVE MTA-CHAVE TO WS-CHAVE-ORIGEM
066400             PERFORM 2410-LOCALIZAR-ORIGEM
066500                 THRU 2410-LOCALIZAR-ORIGEM-EXIT
066600             IF WS-ACHOU
066700                 ADD MTA-QUANTIDADE
066800                   TO WS-ORC-QTD(WS-IND-FON, WS-COLUNA)
066900             END-IF
067000         WHEN 'E'
067100         WHEN 'R'
067200             MOVE MTA-CHAVE(1:3) TO WS-MOTIVO-TEXTO
067300             IF WS-MOTIVO-TEXTO IS NUMERIC
067400                 MOVE WS-MOTIVO-TEXTO TO WS-MOTIVO-EVENTO
067500                 COMPUTE WS-IND-MOT = WS-MOTIVO-EVENTO + 1
067600                 IF MTA-GRUPO EQUAL 'E'
067700                     ADD MTA-QUANTIDADE
067800                       TO WS-MTV-EXC(WS-IND-MOT, WS-COLUNA)
067900                 ELSE
068000                     ADD MTA-QUANTIDADE
068100                       TO WS-MTV-REA(WS-IND-MOT, WS-COLUNA)
068200                 END-IF
068300             END-IF
068400         WHEN 'U'
068500             MOVE MTA-CHAVE(1:2) TO WS-UF-EVENTO
068600             PERFORM 2500-LOCALIZAR-UF
068700                 THRU 2500-LOCALIZAR-UF-EXIT
068800             ADD MTA-QUANTIDADE
068900               TO WS-UFC-QTD(WS-IND-UF, WS-COLUNA)
069000         WHEN OTHER
069100             CONTINUE
069200     END-EVALUATE.
069300 1230-GUARDAR-COMPARATIVO-EXIT.
069400     EXIT.
069500*
069600*----------------------------------------------------------------
069700* 1240-GUARDAR-TENDENCIA
069800*     GUARDA NA PAGINA DE TENDENCIA OS TOTAIS POR OPERACAO DOS
069900*     MESES DA JANELA. O REGISTRO DE CONTROLE ('M') MARCA O MES
070000*     COMO APURADO, MESMO SEM NENHUM EVENTO.
070100*----------------------------------------------------------------
070200 1240-GUARDAR-TENDENCIA.
070300     IF MTA-GRUPO NOT EQUAL 'O'
070400        AND MTA-GRUPO NOT EQUAL 'M'
070500         GO TO 1240-GUARDAR-TENDENCIA-EXIT
070600     END-IF
070700     SET WS-NAO-ACHOU TO TRUE
070800     PERFORM 1245-COMPARAR-MES
070900         THRU 1245-COMPARAR-MES-EXIT
071000         VARYING WS-IND-MES FROM 1 BY 1
071100         UNTIL WS-IND-MES IS GREATER THAN 11
071200            OR WS-ACHOU
071300     IF WS-NAO-ACHOU
071400         GO TO 1240-GUARDAR-TENDENCIA-EXIT
071500     END-IF
071600     SUBTRACT 1 FROM WS-IND-MES
071700     IF MTA-GRUPO EQUAL 'M'
071800         SET WS-TEN-COM-DADOS(WS-IND-MES) TO TRUE
071900     ELSE
072000         MOVE MTA-CHAVE(1:1) TO WS-OPERACAO-EVENTO
072100         PERFORM 2300-LOCALIZAR-OPERACAO
072200             THRU 2300-LOCALIZAR-OPERACAO-EXIT
072300         ADD MTA-QUANTIDADE
072400           TO WS-TEN-QTD(WS-IND-MES, WS-IND-OPE)
072500     END-IF.
072600 1240-GUARDAR-TENDENCIA-EXIT.
072700     EXIT.
072800*
072900 1245-COMPARAR-MES.
073000     IF WS-TEN-ANO-MES(WS-IND-MES) EQUAL MTA-ANO-MES
073100         SET WS-ACHOU TO TRUE
073200     END-IF.
073300 1245-COMPARAR-MES-EXIT.
073400     EXIT.
073500*
073600*----------------------------------------------------------------
073700* 2000-CONTAR-VIVO
073800*     LE O ARQUIVO DE AUDITORIA VIVO E CONTA OS EVENTOS DO MES.
073900*----------------------------------------------------------------
074000 2000-CONTAR-VIVO.
074100     PERFORM 2010-LER-VIVO
074200         THRU 2010-LER-VIVO-EXIT
074300     PERFORM 2020-TRATAR-VIVO
074400         THRU 2020-TRATAR-VIVO-EXIT
074500         UNTIL WS-FIM-VIVO
074600     CLOSE AUDIT-FILE.
074700 2000-CONTAR-VIVO-EXIT.
074800     EXIT.
074900*
075000 2010-LER-VIVO.
075100     READ AUDIT-FILE
075200         AT END
075300             SET WS-FIM-VIVO TO TRUE
075400         NOT AT END
075500             ADD 1 TO WS-LIDOS-VIVO
075600     END-READ.
075700 2010-LER-VIVO-EXIT.
075800     EXIT.
075900*
076000 2020-TRATAR-VIVO.
076100     MOVE AUDIT-DADOS TO WS-EVENTO
076200     PERFORM 2200-CONTAR-EVENTO
076300         THRU 2200-CONTAR-EVENTO-EXIT
076400     PERFORM 2010-LER-VIVO
076500         THRU 2010-LER-VIVO-EXIT.
076600 2020-TRATAR-VIVO-EXIT.
076700     EXIT.
076800*
076900*----------------------------------------------------------------
077000* 2100-CONTAR-ARQUIVO
077100*     LE AS GERACOES DE HISTORICO DE AUDITORIA CONCATENADAS NO
077200*     DD AUDARQ (SE INFORMADAS) E CONTA OS EVENTOS DO MES.
077300*----------------------------------------------------------------
077400 2100-CONTAR-ARQUIVO.
077500     OPEN INPUT ARQAUD-FILE
077600     IF WS-ARQ-1 NOT EQUAL '0'
077700         GO TO 2100-CONTAR-ARQUIVO-EXIT
077800     END-IF
077900     PERFORM 2110-LER-ARQUIVO
078000         THRU 2110-LER-ARQUIVO-EXIT
078100     PERFORM 2120-TRATAR-ARQUIVO
078200         THRU 2120-TRATAR-ARQUIVO-EXIT
078300         UNTIL WS-FIM-ARQUIVO
078400     CLOSE ARQAUD-FILE.
078500 2100-CONTAR-ARQUIVO-EXIT.
078600     EXIT.
078700*
078800 2110-LER-ARQUIVO.
078900     READ ARQAUD-FILE
079000         AT END
079100             SET WS-FIM-ARQUIVO TO TRUE
079200         NOT AT END
079300             ADD 1 TO WS-LIDOS-ARQUIVO
079400     END-READ.
079500 2110-LER-ARQUIVO-EXIT.
079600     EXIT.
079700*
079800 2120-TRATAR-ARQUIVO.
079900     MOVE ARQ-DADOS TO WS-EVENTO
080000     PERFORM 2200-CONTAR-EVENTO
080100         THRU 2200-CONTAR-EVENTO-EXIT
080200     PERFORM 2110-LER-ARQUIVO
080300         THRU 2110-LER-ARQUIVO-EXIT.
080400 2120-TRATAR-ARQUIVO-EXIT.
080500     EXIT.
080600*
080700*----------------------------------------------------------------
080800* 2200-CONTAR-EVENTO
080900*     CONTA UM EVENTO DO MES DE REFERENCIA POR OPERACAO, POR
081000*     ORIGEM, POR MOTIVO (EXCLUSAO E REATIVACAO) E, NOS EVENTOS
081100*     DE CLIENTE, PELA UF DA IMAGEM POSTERIOR (OU DA ANTERIOR,
081200*     QUANDO NAO HA POSTERIOR).
081300*----------------------------------------------------------------
081400 2200-CONTAR-EVENTO.
081500     IF WS-EVT-ANO-MES NOT EQUAL WS-MES-ATUAL-N
081600         GO TO 2200-CONTAR-EVENTO-EXIT
081700     END-IF
081800     ADD 1 TO WS-SELECIONADOS
081900     MOVE WS-EVT-OPERACAO TO WS-OPERACAO-EVENTO
082000     PERFORM 2300-LOCALIZAR-OPERACAO
082100         THRU 2300-LOCALIZAR-OPERACAO-EXIT
082200     ADD 1 TO WS-OPC-QTD(WS-IND-OPE, 1)
082300     MOVE WS-EVT-OPERADOR TO WS-OPERADOR-EVENTO
082400     PERFORM 2400-CLASSIFICAR-ORIGEM
082500         THRU 2400-CLASSIFICAR-ORIGEM-EXIT
082600     ADD 1 TO WS-ORC-QTD(WS-IND-FON, 1)
082700     COMPUTE WS-IND-MOT = WS-EVT-MOTIVO + 1
082800     EVALUATE WS-EVT-OPERACAO
082900         WHEN '5'
083000             ADD 1 TO WS-MTV-EXC(WS-IND-MOT, 1)
083100         WHEN 'R'
083200             ADD 1 TO WS-MTV-REA(WS-IND-MOT, 1)
083300         WHEN OTHER
083400             CONTINUE
083500     END-EVALUATE
083600     EVALUATE WS-EVT-OPERACAO
083700         WHEN '1'
083800         WHEN '3'
083900         WHEN '5'
084000         WHEN '6'
084100         WHEN '7'
084200         WHEN '8'
084300         WHEN 'R'
084400             IF WS-EVT-DEPOIS NOT EQUAL SPACES
084500                 MOVE WS-EVT-DEPOIS TO WS-IMAGEM-EVENTO
084600             ELSE
084700                 MOVE WS-EVT-ANTES TO WS-IMAGEM-EVENTO
084800             END-IF
084900             MOVE WS-IMG-ESTADO TO WS-UF-EVENTO
085000             PERFORM 2500-LOCALIZAR-UF
085100                 THRU 2500-LOCALIZAR-UF-EXIT
085200             ADD 1 TO WS-UFC-QTD(WS-IND-UF, 1)
085300         WHEN OTHER
085400             CONTINUE
085500     END-EVALUATE.
085600 2200-CONTAR-EVENTO-EXIT.
085700     EXIT.
085800*
085900*----------------------------------------------------------------
086000* 2300-LOCALIZAR-OPERACAO
086100*     DEVOLVE EM WS-IND-OPE A POSICAO DE WS-OPERACAO-EVENTO NA
086200*     TABELA DE OPERACOES (13 = OPERACAO NAO PREVISTA).
086300*----------------------------------------------------------------
086400 2300-LOCALIZAR-OPERACAO.
086500     SET WS-NAO-ACHOU TO TRUE
086600     PERFORM 2310-COMPARAR-OPERACAO
086700         THRU 2310-COMPARAR-OPERACAO-EXIT
086800         VARYING WS-IND-OPE FROM 1 BY 1
086900         UNTIL WS-IND-OPE IS GREATER THAN 12
087000            OR WS-ACHOU
087100     IF WS-ACHOU
087200         SUBTRACT 1 FROM WS-IND-OPE
087300     ELSE
087400         MOVE 13 TO WS-IND-OPE
087500     END-IF.
087600 2300-LOCALIZAR-OPERACAO-EXIT.
087700     EXIT.
087800*
087900 2310-COMPARAR-OPERACAO.
088000     IF WS-OPE-CODIGO(WS-IND-OPE) EQUAL WS-OPERACAO-EVENTO
088100         SET WS-ACHOU TO TRUE
088200     END-IF.
088300 2310-COMPARAR-OPERACAO-EXIT.
088400     EXIT.
088500*
088600*----------------------------------------------------------------
088700* 2400-CLASSIFICAR-ORIGEM
088800*     CLASSIFICA O EVENTO PELO OPERADOR GRAVADO: BRANCOS = NAO
088900*     IDENTIFICADO (EVENTOS ANTERIORES AO CONTROLE DE ACESSO);
089000*     CARGACLI, MOVTOCLI E RECICLA TEM LINHA PROPRIA; OS DEMAIS
089100*     JOBS DE LOTE VAO PARA OUTROS; QUALQUER OUTRO OPERADOR E DO
089200*     ATENDIMENTO. DEVOLVE A POSICAO EM WS-IND-FON.
089300*----------------------------------------------------------------
089400 2400-CLASSIFICAR-ORIGEM.
089500     IF WS-OPERADOR-EVENTO EQUAL SPACES
089600         MOVE 6 TO WS-IND-FON
089700         GO TO 2400-CLASSIFICAR-ORIGEM-EXIT
089800     END-IF
089900     SET WS-NAO-ACHOU TO TRUE
090000     PERFORM 2420-COMPARAR-ORIGEM
090100         THRU 2420-COMPARAR-ORIGEM-EXIT
090200         VARYING WS-IND-FON FROM 2 BY 1
090300         UNTIL WS-IND-FON IS GREATER THAN 4
090400            OR WS-ACHOU
090500     IF WS-ACHOU
090600         SUBTRACT 1 FROM WS-IND-FON
090700         GO TO 2400-CLASSIFICAR-ORIGEM-EXIT
090800     END-IF
090900     PERFORM 2430-COMPARAR-LOTE
091000         THRU 2430-COMPARAR-LOTE-EXIT
091100         VARYING WS-IND FROM 1 BY 1
091200         UNTIL WS-IND IS GREATER THAN 5
091300            OR WS-ACHOU
091400     IF WS-ACHOU
091500         MOVE 5 TO WS-IND-FON
091600     ELSE
091700         MOVE 1 TO WS-IND-FON
091800     END-IF.
091900 2400-CLASSIFICAR-ORIGEM-EXIT.
092000     EXIT.
092100*
092200*----------------------------------------------------------------
092300* 2410-LOCALIZAR-ORIGEM
092400*     PROCURA A CHAVE DE ORIGEM DE UM TOTAL GRAVADO NA TABELA DE
092500*     ORIGENS; DEVOLVE WS-ACHOU E A POSICAO EM WS-IND-FON.
092600*----------------------------------------------------------------
092700 2410-LOCALIZAR-ORIGEM.
092800     MOVE WS-CHAVE-ORIGEM TO WS-OPERADOR-EVENTO
092900     SET WS-NAO-ACHOU TO TRUE
093000     PERFORM 2420-COMPARAR-ORIGEM
093100         THRU 2420-COMPARAR-ORIGEM-EXIT
093200         VARYING WS-IND-FON FROM 1 BY 1
093300         UNTIL WS-IND-FON IS GREATER THAN 6
093400            OR WS-ACHOU
093500     IF WS-ACHOU
093600         SUBTRACT 1 FROM WS-IND-FON
093700     END-IF.
093800 2410-LOCALIZAR-ORIGEM-EXIT.
093900     EXIT.
094000*
094100 2420-COMPARAR-ORIGEM.
094200     IF WS-ORI-CODIGO(WS-IND-FON) EQUAL WS-OPERADOR-EVENTO
094300         SET WS-ACHOU TO TRUE
094400     END-IF.
094500 2420-COMPARAR-ORIGEM-EXIT.
094600     EXIT.
094700*
094800 2430-COMPARAR-LOTE.
094900     IF WS-LOTE-ITEM(WS-IND) EQUAL WS-OPERADOR-EVENTO
095000         SET WS-ACHOU TO TRUE
095100     END-IF.
095200 2430-COMPARAR-LOTE-EXIT.
095300     EXIT.
095400*
095500*----------------------------------------------------------------
095600* 2500-LOCALIZAR-UF
095700*     DEVOLVE EM WS-IND-UF A POSICAO DE WS-UF-EVENTO NA TABELA
095800*     COMUM DE UFS (28 = UF AUSENTE OU INVALIDA).
095900*----------------------------------------------------------------
096000 2500-LOCALIZAR-UF.
096100     SET WS-NAO-ACHOU TO TRUE
096200     PERFORM 2510-COMPARAR-UF
096300         THRU 2510-COMPARAR-UF-EXIT
096400         VARYING WS-IND-UF FROM 1 BY 1
096500         UNTIL WS-IND-UF IS GREATER THAN 27
096600            OR WS-ACHOU
096700     IF WS-ACHOU
096800         SUBTRACT 1 FROM WS-IND-UF
096900     ELSE
097000         MOVE 28 TO WS-IND-UF
097100     END-IF.
097200 2500-LOCALIZAR-UF-EXIT.
097300     EXIT.
097400*
097500 2510-COMPARAR-UF.
097600     IF WS-UF-ITEM(WS-IND-UF) EQUAL WS-UF-EVENTO
097700         SET WS-ACHOU TO TRUE
097800     END-IF.
097900 2510-COMPARAR-UF-EXIT.
098000     EXIT.
098100*
098200*----------------------------------------------------------------
098300* 3000-IMPRIMIR-COMPARATIVOS
098400*     IMPRIME AS SECOES DE OPERACAO, ORIGEM, MOTIVOS E UF, CADA
098500*     UMA COM O MES DE REFERENCIA, O MES ANTERIOR, O MESMO MES
098600*     DO ANO ANTERIOR, AS VARIACOES E O TOTAL DA SECAO.
098700*----------------------------------------------------------------
098800 3000-IMPRIMIR-COMPARATIVOS.
098900     MOVE "MOVIMENTO POR OPERACAO" TO WS-SEC-TITULO
099000     PERFORM 3100-ABRIR-SECAO
099100         THRU 3100-ABRIR-SECAO-EXIT
099200     PERFORM 3400-LINHA-OPERACAO
099300         THRU 3400-LINHA-OPERACAO-EXIT
099400         VARYING WS-IND-OPE FROM 1 BY 1
099500         UNTIL WS-IND-OPE IS GREATER THAN 13
099600     PERFORM 3300-FECHAR-SECAO
099700         THRU 3300-FECHAR-SECAO-EXIT
099800     MOVE "MOVIMENTO POR ORIGEM" TO WS-SEC-TITULO
099900     PERFORM 3100-ABRIR-SECAO
100000         THRU 3100-ABRIR-SECAO-EXIT
100100     PERFORM 3450-LINHA-ORIGEM
100200         THRU 3450-LINHA-ORIGEM-EXIT
100300         VARYING WS-IND-FON FROM 1 BY 1
100400         UNTIL WS-IND-FON IS GREATER THAN 6
100500     PERFORM 3300-FECHAR-SECAO
100600         THRU 3300-FECHAR-SECAO-EXIT
100700     MOVE "EXCLUSOES POR MOTIVO" TO WS-SEC-TITULO
100800     PERFORM 3100-ABRIR-SECAO
100900         THRU 3100-ABRIR-SECAO-EXIT
101000     PERFORM 3500-LINHA-EXCLUSAO
101100         THRU 3500-LINHA-EXCLUSAO-EXIT
101200         VARYING WS-IND-MOT FROM 1 BY 1
101300         UNTIL WS-IND-MOT IS GREATER THAN 1000
101400     PERFORM 3300-FECHAR-SECAO
101500         THRU 3300-FECHAR-SECAO-EXIT
101600     MOVE "REATIVACOES POR MOTIVO" TO WS-SEC-TITULO
101700     PERFORM 3100-ABRIR-SECAO
101800         THRU 3100-ABRIR-SECAO-EXIT
101900     PERFORM 3550-LINHA-REATIVACAO
102000         THRU 3550-LINHA-REATIVACAO-EXIT
102100         VARYING WS-IND-MOT FROM 1 BY 1
102200         UNTIL WS-IND-MOT IS GREATER THAN 1000
102300     PERFORM 3300-FECHAR-SECAO
102400         THRU 3300-FECHAR-SECAO-EXIT
102500     MOVE "MOVIMENTO POR UF (EVENTOS DE CLIENTE)"
102600       TO WS-SEC-TITULO
102700     PERFORM 3100-ABRIR-SECAO
102800         THRU 3100-ABRIR-SECAO-EXIT
102900     PERFORM 3650-LINHA-UF
103000         THRU 3650-LINHA-UF-EXIT
103100         VARYING WS-IND-UF FROM 1 BY 1
103200         UNTIL WS-IND-UF IS GREATER THAN 28
103300     PERFORM 3300-FECHAR-SECAO
103400         THRU 3300-FECHAR-SECAO-EXIT.
103500 3000-IMPRIMIR-COMPARATIVOS-EXIT.
103600     EXIT.
103700*
103800*----------------------------------------------------------------
103900* 3100-ABRIR-SECAO
104000*     IMPRIME O TITULO DA SECAO E OS TITULOS DAS COLUNAS (EM
104100*     PAGINA NOVA SE NAO COUBER O INICIO DA SECAO) E ZERA OS
104200*     TOTAIS DA SECAO.
104300*----------------------------------------------------------------
104400 3100-ABRIR-SECAO.
104500     INITIALIZE WS-QUADRO-SECAO
104600     IF WS-LINHA + 6 IS GREATER THAN WS-MAX-LINHAS
104700         PERFORM 3900-IMPRIMIR-CABECALHO
104800             THRU 3900-IMPRIMIR-CABECALHO-EXIT
104900     ELSE
105000         MOVE SPACES TO REL-LINHA
105100         WRITE REL-LINHA
105200         WRITE REL-LINHA FROM WS-LINHA-SECAO
105300         WRITE REL-LINHA FROM WS-CABECALHO-COLUNAS
105400         ADD 3 TO WS-LINHA
105500     END-IF.
105600 3100-ABRIR-SECAO-EXIT.
105700     EXIT.
105800*
105900*----------------------------------------------------------------
106000* 3200-ACUMULAR-LINHA
106100*     SOMA A LINHA CORRENTE (WS-QUADRO) NOS TOTAIS DA SECAO E A
106200*     IMPRIME.
106300*----------------------------------------------------------------
106400 3200-ACUMULAR-LINHA.
106500     ADD WS-QDR-QTD(1) TO WS-QSE-QTD(1)
106600     ADD WS-QDR-QTD(2) TO WS-QSE-QTD(2)
106700     ADD WS-QDR-QTD(3) TO WS-QSE-QTD(3)
106800     PERFORM 3250-IMPRIMIR-LINHA
106900         THRU 3250-IMPRIMIR-LINHA-EXIT.
107000 3200-ACUMULAR-LINHA-EXIT.
107100     EXIT.
107200*
107300*----------------------------------------------------------------
107400* 3250-IMPRIMIR-LINHA
107500*     IMPRIME UMA LINHA DO COMPARATIVO COM AS VARIACOES SOBRE O
107600*     MES ANTERIOR E SOBRE O MESMO MES DO ANO ANTERIOR.
107700*----------------------------------------------------------------
107800 3250-IMPRIMIR-LINHA.
107900     IF WS-LINHA IS GREATER THAN WS-MAX-LINHAS
108000         PERFORM 3900-IMPRIMIR-CABECALHO
108100             THRU 3900-IMPRIMIR-CABECALHO-EXIT
108200     END-IF
108300     MOVE WS-QDR-QTD(1) TO WS-LCP-ATUAL
108400                           WS-QTD-ATUAL
108500     MOVE WS-QDR-QTD(2) TO WS-LCP-ANTERIOR
108600                           WS-QTD-BASE
108700     PERFORM 3800-CALCULAR-VARIACAO
108800         THRU 3800-CALCULAR-VARIACAO-EXIT
108900     MOVE WS-VAR-TEXTO TO WS-LCP-VAR-ANTERIOR
109000     MOVE WS-QDR-QTD(3) TO WS-LCP-ANO-ANTERIOR
109100                           WS-QTD-BASE
109200     PERFORM 3800-CALCULAR-VARIACAO
109300         THRU 3800-CALCULAR-VARIACAO-EXIT
109400     MOVE WS-VAR-TEXTO TO WS-LCP-VAR-ANO
109500     WRITE REL-LINHA FROM WS-LINHA-COMPARATIVO
109600     ADD 1 TO WS-LINHA.
109700 3250-IMPRIMIR-LINHA-EXIT.
109800     EXIT.
109900*
110000 3300-FECHAR-SECAO.
110100     MOVE "TOTAL" TO WS-LCP-DESCRICAO
110200     MOVE WS-QSE-QTD(1) TO WS-QDR-QTD(1)
110300     MOVE WS-QSE-QTD(2) TO WS-QDR-QTD(2)
110400     MOVE WS-QSE-QTD(3) TO WS-QDR-QTD(3)
110500     PERFORM 3250-IMPRIMIR-LINHA
110600         THRU 3250-IMPRIMIR-LINHA-EXIT.
110700 3300-FECHAR-SECAO-EXIT.
110800     EXIT.
110900*
111000*----------------------------------------------------------------
111100* 3400-LINHA-OPERACAO A 3650-LINHA-UF
111200*     MONTAM A LINHA DE CADA SECAO. OPERACOES E ORIGENS SAEM
111300*     SEMPRE (EXCETO OPERACOES NAO PREVISTAS SEM MOVIMENTO);
111400*     MOTIVOS E UFS SO QUANDO HA MOVIMENTO EM ALGUM DOS MESES.
111500*----------------------------------------------------------------
111600 3400-LINHA-OPERACAO.
111700     MOVE WS-OPC-QTD(WS-IND-OPE, 1) TO WS-QDR-QTD(1)
111800     MOVE WS-OPC-QTD(WS-IND-OPE, 2) TO WS-QDR-QTD(2)
111900     MOVE WS-OPC-QTD(WS-IND-OPE, 3) TO WS-QDR-QTD(3)
112000     IF WS-IND-OPE EQUAL 13
112100        AND WS-QDR-QTD(1) EQUAL ZEROS
112200        AND WS-QDR-QTD(2) EQUAL ZEROS
112300        AND WS-QDR-QTD(3) EQUAL ZEROS
112400         GO TO 3400-LINHA-OPERACAO-EXIT
112500     END-IF
112600     MOVE WS-OPE-DESCRICAO(WS-IND-OPE) TO WS-LCP-DESCRICAO
112700     PERFORM 3200-ACUMULAR-LINHA
112800         THRU 3200-ACUMULAR-LINHA-EXIT.
112900 3400-LINHA-OPERACAO-EXIT.
113000     EXIT.
113100*
113200 3450-LINHA-ORIGEM.
113300     MOVE WS-ORC-QTD(WS-IND-FON, 1) TO WS-QDR-QTD(1)
113400     MOVE WS-ORC-QTD(WS-IND-FON, 2) TO WS-QDR-QTD(2)
113500     MOVE WS-ORC-QTD(WS-IND-FON, 3) TO WS-QDR-QTD(3)
113600     MOVE WS-ORI-DESCRICAO(WS-IND-FON) TO WS-LCP-DESCRICAO
113700     PERFORM 3200-ACUMULAR-LINHA
113800         THRU 3200-ACUMULAR-LINHA-EXIT.
113900 3450-LINHA-ORIGEM-EXIT.
114000     EXIT.
114100*
114200 3500-LINHA-EXCLUSAO.
114300     MOVE WS-MTV-EXC(WS-IND-MOT, 1) TO WS-QDR-QTD(1)
114400     MOVE WS-MTV-EXC(WS-IND-MOT, 2) TO WS-QDR-QTD(2)
114500     MOVE WS-MTV-EXC(WS-IND-MOT, 3) TO WS-QDR-QTD(3)
114600     IF WS-QDR-QTD(1) EQUAL ZEROS
114700        AND WS-QDR-QTD(2) EQUAL ZEROS
114800        AND WS-QDR-QTD(3) EQUAL ZEROS
114900         GO TO 3500-LINHA-EXCLUSAO-EXIT
115000     END-IF
115100     PERFORM 3600-DESCREVER-MOTIVO
115200         THRU 3600-DESCREVER-MOTIVO-EXIT
115300     PERFORM 3200-ACUMULAR-LINHA
115400         THRU 3200-ACUMULAR-LINHA-EXIT.
115500 3500-LINHA-EXCLUSAO-EXIT.
115600     EXIT.
115700*
115800 3550-LINHA-REATIVACAO.
115900     MOVE WS-MTV-REA(WS-IND-MOT, 1) TO WS-QDR-QTD(1)
116000     MOVE WS-MTV-REA(WS-IND-MOT, 2) TO WS-QDR-QTD(2)
116100     MOVE WS-MTV-REA(WS-IND-MOT, 3) TO WS-QDR-QTD(3)
116200     IF WS-QDR-QTD(1) EQUAL ZEROS
116300        AND WS-QDR-QTD(2) EQUAL ZEROS
116400        AND WS-QDR-QTD(3) EQUAL ZEROS
116500         GO TO 3550-LINHA-REATIVACAO-EXIT
116600     END-IF
116700     PERFORM 3600-DESCREVER-MOTIVO
116800         THRU 3600-DESCREVER-MOTIVO-EXIT
116900     PERFORM 3200-ACUMULAR-LINHA
117000         THRU 3200-ACUMULAR-LINHA-EXIT.
117100 3550-LINHA-REATIVACAO-EXIT.
117200     EXIT.
117300*
117400*----------------------------------------------------------------
117500* 3600-DESCREVER-MOTIVO
117600*     MONTA A DESCRICAO DO MOTIVO WS-IND-MOT - 1, LIDA DA TABELA
117700*     DE MOTIVOS QUANDO DISPONIVEL.
117800*----------------------------------------------------------------
117900 3600-DESCREVER-MOTIVO.
118000     COMPUTE WS-DMO-CODIGO = WS-IND-MOT - 1
118100     MOVE SPACES TO WS-DMO-DESCRICAO
118200     IF WS-DMO-CODIGO EQUAL ZEROS
118300         MOVE "SEM MOTIVO INFORMADO" TO WS-DMO-DESCRICAO
118400     ELSE
118500         IF WS-MOT-ABERTO
118600             MOVE WS-DMO-CODIGO TO MOT-CODIGO
118700             READ MOT-FILE KEY IS MOT-CODIGO
118800             IF WS-MOT-1 EQUAL '0'
118900                 MOVE MOT-DESCRICAO TO WS-DMO-DESCRICAO
119000             ELSE
119100                 MOVE "(MOTIVO NAO CADASTRADO)"
119200                   TO WS-DMO-DESCRICAO
119300             END-IF
119400         END-IF
119500     END-IF
119600     MOVE WS-DESCRICAO-MOTIVO TO WS-LCP-DESCRICAO.
119700 3600-DESCREVER-MOTIVO-EXIT.
119800     EXIT.
119900*
120000 3650-LINHA-UF.
120100     MOVE WS-UFC-QTD(WS-IND-UF, 1) TO WS-QDR-QTD(1)
120200     MOVE WS-UFC-QTD(WS-IND-UF, 2) TO WS-QDR-QTD(2)
120300     MOVE WS-UFC-QTD(WS-IND-UF, 3) TO WS-QDR-QTD(3)
120400     IF WS-QDR-QTD(1) EQUAL ZEROS
120500        AND WS-QDR-QTD(2) EQUAL ZEROS
120600        AND WS-QDR-QTD(3) EQUAL ZEROS
120700         GO TO 3650-LINHA-UF-EXIT
120800     END-IF
120900     IF WS-IND-UF EQUAL 28
121000         MOVE "UF AUSENTE OU INVALIDA" TO WS-LCP-DESCRICAO
121100     ELSE
121200         MOVE WS-UF-ITEM(WS-IND-UF) TO WS-LCP-DESCRICAO
121300     END-IF
121400     PERFORM 3200-ACUMULAR-LINHA
121500         THRU 3200-ACUMULAR-LINHA-EXIT.
121600 3650-LINHA-UF-EXIT.
121700     EXIT.
121800*
121900*----------------------------------------------------------------
122000* 3800-CALCULAR-VARIACAO
122100*     VARIACAO PERCENTUAL DE WS-QTD-ATUAL SOBRE WS-QTD-BASE, COM
122200*     UMA CASA DECIMAL. SEM BASE A VARIACAO SAI COMO N/D.
122300*----------------------------------------------------------------
122400 3800-CALCULAR-VARIACAO.
122500     IF WS-QTD-BASE EQUAL ZEROS
122600         MOVE "     N/D" TO WS-VAR-TEXTO
122700         GO TO 3800-CALCULAR-VARIACAO-EXIT
122800     END-IF
122900     COMPUTE WS-VARIACAO ROUNDED =
123000         (WS-QTD-ATUAL - WS-QTD-BASE) * 100 / WS-QTD-BASE
123100         ON SIZE ERROR
123200             MOVE " >99999" TO WS-VAR-TEXTO
123300         NOT ON SIZE ERROR
123400             MOVE WS-VARIACAO TO WS-VAR-EDITADA
123500             MOVE WS-VAR-EDITADA TO WS-VAR-TEXTO
123600     END-COMPUTE.
123700 3800-CALCULAR-VARIACAO-EXIT.
123800     EXIT.
123900*
124000*----------------------------------------------------------------
124100* 3900-IMPRIMIR-CABECALHO
124200*     QUEBRA DE PAGINA - IMPRIME O CABECALHO, O TITULO DA SECAO
124300*     CORRENTE E OS TITULOS DAS COLUNAS.
124400*----------------------------------------------------------------
124500 3900-IMPRIMIR-CABECALHO.
124600     ADD 1 TO WS-PAGINA
124700     MOVE WS-PAGINA TO WS-CAB-PAGINA
124800     IF WS-PAGINA IS GREATER THAN 1
124900         WRITE REL-LINHA FROM WS-CABECALHO-1
125000             BEFORE ADVANCING NOVA-PAGINA
125100     ELSE
125200         WRITE REL-LINHA FROM WS-CABECALHO-1
125300     END-IF
125400     MOVE SPACES TO REL-LINHA
125500     WRITE REL-LINHA
125600     WRITE REL-LINHA FROM WS-LINHA-SECAO
125700     WRITE REL-LINHA FROM WS-CABECALHO-COLUNAS
125800     MOVE 4 TO WS-LINHA.
125900 3900-IMPRIMIR-CABECALHO-EXIT.
126000     EXIT.
126100*
126200*----------------------------------------------------------------
126300* 4000-IMPRIMIR-TENDENCIA
126400*     COMPLETA O MES DE REFERENCIA NA TABELA DE TENDENCIA E
126500*     IMPRIME, EM PAGINA PROPRIA, UMA LINHA POR MES DOS ULTIMOS
126600*     12, AGRUPANDO AS OPERACOES EM COLUNAS.
126700*----------------------------------------------------------------
126800 4000-IMPRIMIR-TENDENCIA.
126900     SET WS-TEN-COM-DADOS(12) TO TRUE
127000     PERFORM 4050-COPIAR-MES-ATUAL
127100         THRU 4050-COPIAR-MES-ATUAL-EXIT
127200         VARYING WS-IND-OPE FROM 1 BY 1
127300         UNTIL WS-IND-OPE IS GREATER THAN 13
127400     ADD 1 TO WS-PAGINA
127500     MOVE WS-PAGINA TO WS-CAB-PAGINA
127600     WRITE REL-LINHA FROM WS-CABECALHO-1
127700         BEFORE ADVANCING NOVA-PAGINA
127800     MOVE SPACES TO REL-LINHA
127900     WRITE REL-LINHA
128000     WRITE REL-LINHA FROM WS-CABECALHO-TENDENCIA
128100     WRITE REL-LINHA FROM WS-COLUNAS-TENDENCIA
128200     PERFORM 4100-LINHA-TENDENCIA
128300         THRU 4100-LINHA-TENDENCIA-EXIT
128400         VARYING WS-IND-MES FROM 1 BY 1
128500         UNTIL WS-IND-MES IS GREATER THAN 12
128600     MOVE SPACES TO REL-LINHA
128700     WRITE REL-LINHA
128800     WRITE REL-LINHA FROM WS-NOTA-TENDENCIA.
128900 4000-IMPRIMIR-TENDENCIA-EXIT.
129000     EXIT.
129100*
129200 4050-COPIAR-MES-ATUAL.
129300     MOVE WS-OPC-QTD(WS-IND-OPE, 1)
129400       TO WS-TEN-QTD(12, WS-IND-OPE).
129500 4050-COPIAR-MES-ATUAL-EXIT.
129600     EXIT.
129700*
129800*----------------------------------------------------------------
129900* 4100-LINHA-TENDENCIA
130000*     COLUNAS: INCLUSOES, ALTERACOES, EXCLUSOES, REATIVACOES,
130100*     EXPURGOS, CARGAS, CONTATOS (INCLUSAO, ALTERACAO E EXCLUSAO)
130200*     E OUTRAS, NA ORDEM DA TABELA DE OPERACOES, E O TOTAL.
130300*----------------------------------------------------------------
130400 4100-LINHA-TENDENCIA.
130500     MOVE WS-TEN-ANO-MES(WS-IND-MES) TO WS-MES-CALCULO-N
130600     MOVE WS-MCA-MES TO WS-MED-MES
130700     MOVE WS-MCA-ANO TO WS-MED-ANO
130800     IF WS-TEN-SEM-DADOS(WS-IND-MES)
130900         MOVE WS-MES-EDITADO TO WS-LTV-MES
131000         WRITE REL-LINHA FROM WS-LINHA-TENDENCIA-VAZIA
131100         GO TO 4100-LINHA-TENDENCIA-EXIT
131200     END-IF
131300     MOVE WS-TEN-QTD(WS-IND-MES, 1) TO WS-QTE-QTD(1)
131400     MOVE WS-TEN-QTD(WS-IND-MES, 2) TO WS-QTE-QTD(2)
131500     MOVE WS-TEN-QTD(WS-IND-MES, 3) TO WS-QTE-QTD(3)
131600     MOVE WS-TEN-QTD(WS-IND-MES, 4) TO WS-QTE-QTD(4)
131700     MOVE WS-TEN-QTD(WS-IND-MES, 5) TO WS-QTE-QTD(5)
131800     MOVE WS-TEN-QTD(WS-IND-MES, 7) TO WS-QTE-QTD(6)
131900     COMPUTE WS-QTE-QTD(7) = WS-TEN-QTD(WS-IND-MES, 8)
132000                           + WS-TEN-QTD(WS-IND-MES, 9)
132100                           + WS-TEN-QTD(WS-IND-MES, 10)
132200     COMPUTE WS-QTE-QTD(8) = WS-TEN-QTD(WS-IND-MES, 6)
132300                           + WS-TEN-QTD(WS-IND-MES, 11)
132400                           + WS-TEN-QTD(WS-IND-MES, 12)
132500                           + WS-TEN-QTD(WS-IND-MES, 13)
132600     COMPUTE WS-QTE-QTD(9) = WS-QTE-QTD(1) + WS-QTE-QTD(2)
132700                           + WS-QTE-QTD(3) + WS-QTE-QTD(4)
132800                           + WS-QTE-QTD(5) + WS-QTE-QTD(6)
132900                           + WS-QTE-QTD(7) + WS-QTE-QTD(8)
133000     MOVE SPACES TO WS-LINHA-TENDENCIA
133100     MOVE WS-MES-EDITADO TO WS-LTE-MES
133200     PERFORM 4150-EDITAR-COLUNA
133300         THRU 4150-EDITAR-COLUNA-EXIT
133400         VARYING WS-IND FROM 1 BY 1
133500         UNTIL WS-IND IS GREATER THAN 9
133600     WRITE REL-LINHA FROM WS-LINHA-TENDENCIA.
133700 4100-LINHA-TENDENCIA-EXIT.
133800     EXIT.
133900*
134000 4150-EDITAR-COLUNA.
134100     MOVE WS-QTE-QTD(WS-IND) TO WS-LTE-QTD(WS-IND).
134200 4150-EDITAR-COLUNA-EXIT.
134300     EXIT.
134400*
134500*----------------------------------------------------------------
134600* 5000-GRAVAR-TOTAIS
134700*     GRAVA NA GERACAO NOVA OS TOTAIS DO MES DE REFERENCIA: O
134800*     CONTROLE DO MES E AS CONTAGENS DIFERENTES DE ZERO DE CADA
134900*     GRUPO.
135000*----------------------------------------------------------------
135100 5000-GRAVAR-TOTAIS.
135200     MOVE SPACES            TO MTN-REGISTRO
135300     MOVE WS-MES-ATUAL-N    TO MTN-ANO-MES
135400     MOVE 'M'               TO MTN-GRUPO
135500     MOVE "EVENTOS"         TO MTN-CHAVE
135600     MOVE WS-SELECIONADOS   TO MTN-QUANTIDADE
135700     PERFORM 5100-GRAVAR-TOTAL
135800         THRU 5100-GRAVAR-TOTAL-EXIT
135900     PERFORM 5010-GRAVAR-OPERACAO
136000         THRU 5010-GRAVAR-OPERACAO-EXIT
136100         VARYING WS-IND-OPE FROM 1 BY 1
136200         UNTIL WS-IND-OPE IS GREATER THAN 13
136300     PERFORM 5020-GRAVAR-ORIGEM
136400         THRU 5020-GRAVAR-ORIGEM-EXIT
136500         VARYING WS-IND-FON FROM 1 BY 1
136600         UNTIL WS-IND-FON IS GREATER THAN 6
136700     PERFORM 5030-GRAVAR-MOTIVO
136800         THRU 5030-GRAVAR-MOTIVO-EXIT
136900         VARYING WS-IND-MOT FROM 1 BY 1
137000         UNTIL WS-IND-MOT IS GREATER THAN 1000
137100     PERFORM 5040-GRAVAR-UF
137200         THRU 5040-GRAVAR-UF-EXIT
137300         VARYING WS-IND-UF FROM 1 BY 1
137400         UNTIL WS-IND-UF IS GREATER THAN 28.
137500 5000-GRAVAR-TOTAIS-EXIT.
137600     EXIT.
137700*
137800 5010-GRAVAR-OPERACAO.
137900     IF WS-OPC-QTD(WS-IND-OPE, 1) EQUAL ZEROS
138000         GO TO 5010-GRAVAR-OPERACAO-EXIT
138100     END-IF
138200     MOVE 'O'                       TO MTN-GRUPO
138300     MOVE WS-OPE-CODIGO(WS-IND-OPE) TO MTN-CHAVE
138400     MOVE WS-OPC-QTD(WS-IND-OPE, 1) TO MTN-QUANTIDADE
138500     PERFORM 5100-GRAVAR-TOTAL
138600         THRU 5100-GRAVAR-TOTAL-EXIT.
138700 5010-GRAVAR-OPERACAO-EXIT.
138800     EXIT.
138900*
139000 5020-GRAVAR-ORIGEM.
139100     IF WS-ORC-QTD(WS-IND-FON, 1) EQUAL ZEROS
139200         GO TO 5020-GRAVAR-ORIGEM-EXIT
139300     END-IF
139400     MOVE 'F'                       TO MTN-GRUPO
139500     MOVE WS-ORI-CODIGO(WS-IND-FON) TO MTN-CHAVE
139600     MOVE WS-ORC-QTD(WS-IND-FON, 1) TO MTN-QUANTIDADE
139700     PERFORM 5100-GRAVAR-TOTAL
139800         THRU 5100-GRAVAR-TOTAL-EXIT.
139900 5020-GRAVAR-ORIGEM-EXIT.
140000     EXIT.
140100*
140200 5030-GRAVAR-MOTIVO.
140300     COMPUTE WS-MOTIVO-EVENTO = WS-IND-MOT - 1
140400     MOVE WS-MOTIVO-EVENTO TO WS-MOTIVO-TEXTO
140500     IF WS-MTV-EXC(WS-IND-MOT, 1) IS GREATER THAN ZEROS
140600         MOVE 'E'                       TO MTN-GRUPO
140700         MOVE WS-MOTIVO-TEXTO           TO MTN-CHAVE
140800         MOVE WS-MTV-EXC(WS-IND-MOT, 1) TO MTN-QUANTIDADE
140900         PERFORM 5100-GRAVAR-TOTAL
141000             THRU 5100-GRAVAR-TOTAL-EXIT
141100     END-IF
141200     IF WS-MTV-REA(WS-IND-MOT, 1) IS GREATER THAN ZEROS
141300         MOVE 'R'                       TO MTN-GRUPO
141400         MOVE WS-MOTIVO-TEXTO           TO MTN-CHAVE
141500         MOVE WS-MTV-REA(WS-IND-MOT, 1) TO MTN-QUANTIDADE
141600         PERFORM 5100-GRAVAR-TOTAL
141700             THRU 5100-GRAVAR-TOTAL-EXIT
141800     END-IF.
141900 5030-GRAVAR-MOTIVO-EXIT.
142000     EXIT.
142100*
142200 5040-GRAVAR-UF.
142300     IF WS-UFC-QTD(WS-IND-UF, 1) EQUAL ZEROS
142400         GO TO 5040-GRAVAR-UF-EXIT
142500     END-IF
142600     MOVE 'U' TO MTN-GRUPO
142700     IF WS-IND-UF EQUAL 28
142800         MOVE "??" TO MTN-CHAVE
142900     ELSE
143000         MOVE WS-UF-ITEM(WS-IND-UF) TO MTN-CHAVE
143100     END-IF
143200     MOVE WS-UFC-QTD(WS-IND-UF, 1) TO MTN-QUANTIDADE
143300     PERFORM 5100-GRAVAR-TOTAL
143400         THRU 5100-GRAVAR-TOTAL-EXIT.
143500 5040-GRAVAR-UF-EXIT.
143600     EXIT.
143700*
143800 5100-GRAVAR-TOTAL.
143900     IF WS-FALHOU
144000         GO TO 5100-GRAVAR-TOTAL-EXIT
144100     END-IF
144200     WRITE MTN-REGISTRO
144300     IF WS-MTN-1 NOT EQUAL '0'
144400         DISPLAY "RELMIS: ERRO AO GRAVAR MISNOV - STATUS: "
144500             WS-MTN-STATUS
144600         SET WS-FALHOU TO TRUE
144700     ELSE
144800         ADD 1 TO WS-TOTAIS-GRAVADOS
144900     END-IF.
145000 5100-GRAVAR-TOTAL-EXIT.
145100     EXIT.
145200*
145300*----------------------------------------------------------------
145400* 6000-FINALIZAR
145500*     FECHA OS ARQUIVOS, EXIBE OS TOTAIS DE CONTROLE E DEVOLVE O
145600*     CODIGO DE RETORNO.
145700*----------------------------------------------------------------
145800 6000-FINALIZAR.
145900     CLOSE MISNOV-FILE
146000           REL-FILE
146100     IF WS-MOT-ABERTO
146200         CLOSE MOT-FILE
146300     END-IF
146400     DISPLAY "RELMIS: MES DE REFERENCIA.......: " WS-CAB-MES
146500     DISPLAY "RELMIS: EVENTOS LIDOS (VIVO)....: " WS-LIDOS-VIVO
146600     DISPLAY "RELMIS: EVENTOS LIDOS (AUDHIST).: "
146700         WS-LIDOS-ARQUIVO
146800     DISPLAY "RELMIS: EVENTOS DO MES..........: "
146900         WS-SELECIONADOS
147000     DISPLAY "RELMIS: TOTAIS ANTERIORES LIDOS.: "
147100         WS-TOTAIS-LIDOS
147200     DISPLAY "RELMIS: TOTAIS DO MES SUBSTITUID: "
147300         WS-TOTAIS-SUBSTITUIDOS
147400     DISPLAY "RELMIS: TOTAIS GRAVADOS.........: "
147500         WS-TOTAIS-GRAVADOS
147600     IF WS-FALHOU
147700         MOVE 8 TO RETURN-CODE
147800     ELSE
147900         MOVE 0 TO RETURN-CODE
148000     END-IF.
148100 6000-FINALIZAR-EXIT.
148200     EXIT.
148300*
148400 END PROGRAM RELMIS.
