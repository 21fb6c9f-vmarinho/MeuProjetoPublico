000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    POSRETRO.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - RECONSTITUICAO DA
001200*                     POSICAO DO CADASTRO (SIS-FILE) EM UMA
001300*                     DATA/HORA DE CORTE, A PARTIR DA COPIA DE
001400*                     SEGURANCA MAIS PROXIMA E DAS IMAGENS DE
001500*                     AUDITORIA.
001600*----------------------------------------------------------------
001700*
001800*----------------------------------------------------------------
001900* PROPOSITO.
002000*     RECONSTITUIR O CADASTRO DE CLIENTES COMO ESTAVA EM UMA
002100*     DATA/HORA DE CORTE INFORMADA NO CARTAO (AUDITORIA INTERNA,
002200*     FISCALIZACAO, CONTESTACOES DE CLIENTES).
002300*
002400*     AS GERACOES DE COPIA DE SEGURANCA DE SIS-FILE (SISBKP,
002500*     GRAVADAS POR COPIASEG) SAO LIDAS EM CONCATENACAO E, PELA
002600*     DATA/HORA DA POSICAO GRAVADA NO TRAILER DE CADA UMA (O
002700*     CORTE DE AUDITORIA DO SALDO CERTIFICADO DA CONCILIACAO),
002800*     E ESCOLHIDA A MAIS PROXIMA DO CORTE - ANTERIOR OU
002900*     POSTERIOR. A COPIA ESCOLHIDA E CONFERIDA PELO TRAILER.
003000*
003100*     OS EVENTOS DE AUDITORIA (AUDIT-FILE VIVO E GERACOES DE
003200*     AUDHIST CONCATENADAS NO DD AUDARQ) ENTRE A POSICAO DA
003300*     COPIA E O CORTE SAO CLASSIFICADOS COM A COPIA POR CLIENTE
003400*     E DATA/HORA. PARA CADA CLIENTE:
003500*         - SEM EVENTOS NO INTERVALO, VALE A IMAGEM DA COPIA;
003600*         - COPIA ANTERIOR AO CORTE (AVANCO), VALE A IMAGEM
003700*           POSTERIOR DO ULTIMO EVENTO;
003800*         - COPIA POSTERIOR AO CORTE (RECUO), VALE A IMAGEM
003900*           ANTERIOR DO PRIMEIRO EVENTO.
004000*     IMAGEM EM BRANCO SIGNIFICA CLIENTE INEXISTENTE NO CORTE.
004100*     COMO NA CONCILIACAO, SO AS IMAGENS NO LAYOUT DE SIS-DADOS
004200*     SAO USADAS - EVENTOS DE CONTATO ('C', 'D', 'E'), DE
004300*     UNIFICACAO ('U') E DE ANONIMIZACAO ('L') SAO IGNORADOS.
004400*
004500*     NO AVANCO, A IMAGEM ANTERIOR DO PRIMEIRO EVENTO TEM DE SER
004600*     IGUAL A DA COPIA (NO RECUO, A POSTERIOR DO ULTIMO). CADA
004700*     DIFERENCA INDICA EVENTOS FALTANTES E E LISTADA NO
004800*     RELATORIO - A POSICAO SAI COM RESSALVA (RC=4).
004900*
005000*     SAIDAS:
005100*         POSICAO   CADASTRO NO CORTE, LAYOUT DE SIS-DADOS (179
005200*                   POSICOES), EM ORDEM DE CODIGO.
005300*         POSSALDO  RESUMO NO LAYOUT DO SALDO DA CONCILIACAO:
005400*                   DATA/HORA DO CORTE, ATIVOS, INATIVOS E SOMA
005500*                   DOS DOCUMENTOS (18 DIGITOS).
005600*         POSREL    RELATORIO: COPIA USADA, EVENTOS APLICADOS,
005700*                   RESUMO NO FORMATO DA CONCILIACAO E, SE PEDIDO,
005800*                   OS CLIENTES ALTERADOS DESDE O CORTE (CONFRONTO
005900*                   COM O SIS-FILE ATUAL).
006000*
006100*     CARTAO DE PARAMETROS (PARAMS), COLUNAS FIXAS:
006200*         01-08  DATA DO CORTE AAAAMMDD (OBRIGATORIA)
006300*         10-15  HORA DO CORTE HHMMSS (BRANCOS = 235959)
006400*         17     'S' = CONFRONTAR COM O SIS-FILE ATUAL
006500*
006600*     RC=0  POSICAO GERADA.
006700*     RC=4  POSICAO GERADA COM RESSALVA (IMAGENS QUE NAO CONFEREM,
006800*           AUDITORIA QUE NAO COBRE O INTERVALO OU CONFRONTO NAO
006900*           REALIZADO) - VER O RELATORIO.
007000*     RC=8  CARTAO INVALIDO, NENHUMA COPIA UTILIZAVEL, COPIA QUE
007100*           NAO CONFERE COM O TRAILER, AUDITORIA INDISPONIVEL OU
007200*           FALHA DE GRAVACAO - A POSICAO NAO DEVE SER USADA.
007300*----------------------------------------------------------------
007400*
007500 ENVIRONMENT DIVISION.
007600 CONFIGURATION SECTION.
007700 SOURCE-COMPUTER.   IBM-370.
007800 OBJECT-COMPUTER.   IBM-370.
007900 SPECIAL-NAMES.
008000     C01 IS NOVA-PAGINA.
008100*
008200 INPUT-OUTPUT SECTION.
008300 FILE-CONTROL.
008400     COPY "sel-sisfile.cpy".
008500     COPY "sel-auditfile.cpy".
008600
008700     SELECT SISBKP-FILE ASSIGN TO "SISBKP"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-SISBKP-STATUS.
009000
009100     SELECT ARQAUD-FILE ASSIGN TO "AUDARQ"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-ARQ-STATUS.
009400
009500     SELECT PARAM-FILE ASSIGN TO "PARAMS"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-PARAM-STATUS.
009800
009900     SELECT POSICAO-FILE ASSIGN TO "POSICAO"
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS WS-POS-STATUS.
010200
010300     SELECT POSSALDO-FILE ASSIGN TO "POSSALDO"
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS WS-PSL-STATUS.
010600
010700     SELECT REL-FILE ASSIGN TO "POSREL"
010800         ORGANIZATION IS SEQUENTIAL.
010900
011000     SELECT ORDEM-FILE ASSIGN TO "SORTWK".
011100*
011200 DATA DIVISION.
011300 FILE SECTION.
011400     COPY "fd-sisfile.cpy".
011500     COPY "fd-auditfile.cpy".
011600*
011700 FD  SISBKP-FILE
011800     LABEL RECORD STANDARD.
011900 01  SISBKP-REGISTRO.
012000     05  BKS-TIPO                PIC X(01).
012100         88  BKS-TIPO-DADOS          VALUE 'D'.
012200         88  BKS-TIPO-TRAILER        VALUE 'T'.
012300     05  BKS-DADOS               PIC X(179).
012400 01  SISBKP-TRAILER.
012500     05  FILLER                  PIC X(01).
012600     05  BKS-TRL-QUANTIDADE      PIC 9(09).
012700     05  BKS-TRL-HASH            PIC 9(18).
012800     05  BKS-TRL-DATA-HORA       PIC 9(16).
012900     05  FILLER                  PIC X(136).
013000*
013100 FD  ARQAUD-FILE
013200     LABEL RECORD STANDARD.
013300 01  ARQ-DADOS                   PIC X(393).
013400*
013500 FD  PARAM-FILE
013600     LABEL RECORD STANDARD.
013700 01  PARAM-REGISTRO.
013800     05  PRM-DATA                PIC X(08).
013900     05  FILLER                  PIC X(01).
014000     05  PRM-HORA                PIC X(06).
014100     05  FILLER                  PIC X(01).
014200     05  PRM-CONFRONTAR          PIC X(01).
014300*
014400 FD  POSICAO-FILE
014500     LABEL RECORD STANDARD.
014600 01  POS-REGISTRO                PIC X(179).
014700*
014800 FD  POSSALDO-FILE
014900     LABEL RECORD STANDARD.
015000 01  SALDO-REGISTRO.
015100     05  SAL-DATA-HORA           PIC 9(16).
015200     05  SAL-ATIVOS              PIC 9(09).
015300     05  SAL-INATIVOS            PIC 9(09).
015400     05  SAL-HASH                PIC 9(18).
015500*
015600 FD  REL-FILE
015700     LABEL RECORD STANDARD.
015800 01  REL-LINHA               PIC X(132).
015900*
016000 SD  ORDEM-FILE.
016100 01  ORDEM-REGISTRO.
016200     05  ORD-CODIGO              PIC 9(07).
016300     05  ORD-DATA-HORA           PIC 9(16).
016400     05  ORD-SEQUENCIA           PIC 9(09).
016500     05  ORD-ORIGEM              PIC X(01).
016600         88  ORD-DA-COPIA            VALUE 'B'.
016700         88  ORD-DA-AUDITORIA        VALUE 'A'.
016800     05  ORD-ANTES               PIC X(179).
016900     05  ORD-DEPOIS              PIC X(179).
017000*
017100 WORKING-STORAGE SECTION.
017200*----------------------------------------------------------------
017300* CONTADORES E INDICADORES
017400*----------------------------------------------------------------
017500 77  WS-GERACOES             PIC 9(04) COMP VALUE ZEROS.
017600 77  WS-GERACOES-SEM-DATA    PIC 9(04) COMP VALUE ZEROS.
017700 77  WS-GERACAO-ATUAL        PIC 9(04) COMP VALUE ZEROS.
017800 77  WS-GERACAO-ESCOLHIDA    PIC 9(04) COMP VALUE ZEROS.
017900 77  WS-BASE-CARREGADOS      PIC 9(09) COMP VALUE ZEROS.
018000 77  WS-BASE-HASH            PIC 9(18) VALUE ZEROS.
018100 77  WS-AUD-LIDOS            PIC 9(09) COMP VALUE ZEROS.
018200 77  WS-EVENTOS-APLICADOS    PIC 9(09) COMP VALUE ZEROS.
018300 77  WS-EVENTOS-CLIENTE      PIC 9(07) COMP VALUE ZEROS.
018400 77  WS-CLIENTES-RECALCULADOS PIC 9(09) COMP VALUE ZEROS.
018500 77  WS-INCONSISTENCIAS      PIC 9(07) COMP VALUE ZEROS.
018600 77  WS-POS-ATIVOS           PIC 9(09) COMP VALUE ZEROS.
018700 77  WS-POS-INATIVOS         PIC 9(09) COMP VALUE ZEROS.
018800 77  WS-POS-HASH             PIC 9(18) VALUE ZEROS.
018900 77  WS-ATU-ATIVOS           PIC 9(09) COMP VALUE ZEROS.
019000 77  WS-ATU-INATIVOS         PIC 9(09) COMP VALUE ZEROS.
019100 77  WS-ATU-HASH             PIC 9(18) VALUE ZEROS.
019200 77  WS-QTD-INCLUIDOS        PIC 9(07) COMP VALUE ZEROS.
019300 77  WS-QTD-EXPURGADOS       PIC 9(07) COMP VALUE ZEROS.
019400 77  WS-QTD-ALTERADOS        PIC 9(07) COMP VALUE ZEROS.
019500 77  WS-SEQUENCIA            PIC 9(09) COMP VALUE ZEROS.
019600 77  WS-CODIGO-ANTERIOR      PIC 9(07) VALUE ZEROS.
019700 77  WS-BASE-DATA-HORA       PIC 9(16) VALUE ZEROS.
019800 77  WS-LIMITE-INFERIOR      PIC 9(16) VALUE ZEROS.
019900 77  WS-LIMITE-SUPERIOR      PIC 9(16) VALUE ZEROS.
020000 77  WS-PRIMEIRO-EVENTO      PIC 9(16) VALUE ZEROS.
020100 77  WS-MINUTOS-CORTE        PIC 9(11) COMP VALUE ZEROS.
020200 77  WS-DISTANCIA            PIC 9(11) COMP VALUE ZEROS.
020300 77  WS-MENOR-DISTANCIA      PIC 9(11) COMP VALUE ZEROS.
020400 77  WS-PAGINA               PIC 9(04) COMP VALUE ZEROS.
020500 77  WS-LINHA                PIC 9(02) COMP VALUE ZEROS.
020600 77  WS-MAX-LINHAS           PIC 9(02) COMP VALUE 50.
020700 77  WS-CALC-ANOS            PIC 9(04) COMP VALUE ZEROS.
020800 77  WS-CALC-DIAS            PIC 9(09) COMP VALUE ZEROS.
020900 77  WS-CALC-QUOCIENTE       PIC 9(09) COMP VALUE ZEROS.
021000 77  WS-CALC-RESTO-4         PIC 9(04) COMP VALUE ZEROS.
021100 77  WS-CALC-RESTO-100       PIC 9(04) COMP VALUE ZEROS.
021200 77  WS-CALC-RESTO-400       PIC 9(04) COMP VALUE ZEROS.
021300 77  WS-CALC-MINUTOS         PIC 9(11) COMP VALUE ZEROS.
021400*
021500 01  WS-SWITCHES.
021600     03  WS-SW-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
021700         88  WS-FIM-ARQUIVO          VALUE 'S'.
021800         88  WS-NAO-FIM-ARQUIVO      VALUE 'N'.
021900     03  WS-SW-FIM-ORDEM     PIC X(01) VALUE 'N'.
022000         88  WS-FIM-ORDEM            VALUE 'S'.
022100         88  WS-NAO-FIM-ORDEM        VALUE 'N'.
022200     03  WS-SW-PRIMEIRO      PIC X(01) VALUE 'S'.
022300         88  WS-PRIMEIRO-CLIENTE     VALUE 'S'.
022400         88  WS-NAO-PRIMEIRO-CLIENTE VALUE 'N'.
022500     03  WS-SW-SENTIDO       PIC X(01) VALUE 'A'.
022600         88  WS-AVANCO               VALUE 'A'.
022700         88  WS-RECUO                VALUE 'R'.
022800     03  WS-SW-CONFRONTO     PIC X(01) VALUE 'N'.
022900         88  WS-CONFRONTAR           VALUE 'S'.
023000         88  WS-NAO-CONFRONTAR       VALUE 'N'.
023100     03  WS-SW-TRAILER       PIC X(01) VALUE 'N'.
023200         88  WS-TRAILER-ACHADO       VALUE 'S'.
023300         88  WS-TRAILER-NAO-ACHADO   VALUE 'N'.
023400     03  WS-SW-FALHA         PIC X(01) VALUE 'N'.
023500         88  WS-FALHOU               VALUE 'S'.
023600         88  WS-SEM-FALHA            VALUE 'N'.
023700     03  WS-SW-RESSALVA      PIC X(01) VALUE 'N'.
023800         88  WS-COM-RESSALVA         VALUE 'S'.
023900         88  WS-SEM-RESSALVA         VALUE 'N'.
024000*
024100 01  WS-FILE-STATUS.
024200     03  WS-FILE-1           PIC X(01).
024300     03  WS-FILE-2           PIC X(01) USAGE DISPLAY.
024400*
024500 01  WS-AUD-STATUS.
024600     03  WS-AUD-1            PIC X(01).
024700     03  WS-AUD-2            PIC X(01) USAGE DISPLAY.
024800*
024900 01  WS-SISBKP-STATUS.
025000     03  WS-SISBKP-1         PIC X(01).
025100     03  WS-SISBKP-2         PIC X(01) USAGE DISPLAY.
025200*
025300 01  WS-ARQ-STATUS.
025400     03  WS-ARQ-1            PIC X(01).
025500     03  WS-ARQ-2            PIC X(01) USAGE DISPLAY.
025600*
025700 01  WS-PARAM-STATUS.
025800     03  WS-PARAM-1          PIC X(01).
025900     03  WS-PARAM-2          PIC X(01) USAGE DISPLAY.
026000*
026100 01  WS-POS-STATUS.
026200     03  WS-POS-1            PIC X(01).
026300     03  WS-POS-2            PIC X(01) USAGE DISPLAY.
026400*
026500 01  WS-PSL-STATUS.
026600     03  WS-PSL-1            PIC X(01).
026700     03  WS-PSL-2            PIC X(01) USAGE DISPLAY.
026800*
026900*----------------------------------------------------------------
027000* DATA/HORA DO CORTE E DA EXECUCAO (AAAAMMDDHHMMSSCC, COMO EM
027100* AUD-DATA-HORA)
027200*----------------------------------------------------------------
027300 01  WS-CORTE.
027400     05  WS-CRT-DATA         PIC 9(08).
027500     05  WS-CRT-HORA         PIC 9(06).
027600     05  WS-CRT-CENTESIMOS   PIC 9(02).
027700 01  WS-CORTE-N REDEFINES WS-CORTE
027800                             PIC 9(16).
027900*
028000 01  WS-AGORA.
028100     05  WS-AGR-DATA         PIC 9(08).
028200     05  WS-AGR-HORA         PIC 9(08).
028300 01  WS-AGORA-N REDEFINES WS-AGORA
028400                             PIC 9(16).
028500*
028600*----------------------------------------------------------------
028700* CALCULO DA DISTANCIA EM MINUTOS ENTRE DUAS DATAS/HORAS
028800* (DIAS DESDE O INICIO DA ERA X 1440 + MINUTOS DO DIA)
028900*----------------------------------------------------------------
029000 01  WS-CALC-DATA-HORA.
029100     05  WS-CDH-ANO          PIC 9(04).
029200     05  WS-CDH-MES          PIC 9(02).
029300     05  WS-CDH-DIA          PIC 9(02).
029400     05  WS-CDH-HORA         PIC 9(02).
029500     05  WS-CDH-MINUTO       PIC 9(02).
029600     05  WS-CDH-SEGUNDO      PIC 9(02).
029700     05  WS-CDH-CENTESIMO    PIC 9(02).
029800 01  WS-CALC-DATA-HORA-N REDEFINES WS-CALC-DATA-HORA
029900                             PIC 9(16).
030000*
030100 01  WS-TAB-DIAS-VALORES.
030200     05  FILLER              PIC X(36)
030300             VALUE "000031059090120151181212243273304334".
030400 01  WS-TAB-DIAS REDEFINES WS-TAB-DIAS-VALORES.
030500     05  WS-DIAS-ACUMULADOS  PIC 9(03) OCCURS 12 TIMES.
030600*
030700*----------------------------------------------------------------
030800* EVENTO DE AUDITORIA (AUDIT-FILE OU AUDARQ) E IMAGENS DO
030900* CLIENTE EM MONTAGEM
031000*----------------------------------------------------------------
031100 01  WS-EVENTO.
031200     05  WS-EVT-CODIGO       PIC 9(07).
031300     05  WS-EVT-OPERACAO     PIC X(01).
031400     05  WS-EVT-DATA-HORA    PIC 9(16).
031500     05  WS-EVT-ANTES        PIC X(179).
031600     05  WS-EVT-DEPOIS       PIC X(179).
031700     05  WS-EVT-MOTIVO       PIC 9(03).
031800     05  WS-EVT-OPERADOR     PIC X(08).
031900*
032000 01  WS-IMAGEM-BASE          PIC X(179).
032100 01  WS-IMAGEM-PRIMEIRA      PIC X(179).
032200 01  WS-IMAGEM-ULTIMA        PIC X(179).
032300*
032400*----------------------------------------------------------------
032500* CLIENTE NA POSICAO DO CORTE - LAYOUT DE SIS-DADOS
032600*----------------------------------------------------------------
032700 01  WS-POSICAO.
032800     05  WS-PSC-CODIGO       PIC 9(07).
032900     05  WS-PSC-NOME         PIC X(30).
033000     05  WS-PSC-ENDERECO     PIC X(79).
033100     05  WS-PSC-CIDADE       PIC X(20).
033200     05  WS-PSC-ESTADO       PIC X(02).
033300     05  WS-PSC-SEXO         PIC X(09).
033400     05  WS-PSC-SITUACAO     PIC X(01).
033500         88  WS-PSC-ATIVO            VALUE '1'.
033600     05  WS-PSC-TIPO-DOC     PIC X(01).
033700     05  WS-PSC-DOCUMENTO    PIC 9(14).
033800     05  WS-PSC-DATA-CADASTRO
033900                             PIC 9(08).
034000     05  WS-PSC-DATA-SITUACAO
034100                             PIC 9(08).
034200*
034300 01  WS-CHAVE-POSICAO        PIC X(07).
034400 01  WS-CHAVE-CADASTRO       PIC X(07).
034500*
034600*----------------------------------------------------------------
034700* LINHAS DO RELATORIO
034800*----------------------------------------------------------------
034900 01  WS-CABECALHO-1.
035000     05  FILLER          PIC X(30)
035100             VALUE "POSICAO RETROATIVA DO CADASTRO".
035200     05  FILLER          PIC X(10) VALUE " - CORTE: ".
035300     05  WS-CAB-CORTE    PIC X(19).
035400     05  FILLER          PIC X(39) VALUE SPACES.
035500     05  FILLER          PIC X(08) VALUE "PAGINA: ".
035600     05  WS-CAB-PAGINA   PIC ZZZ9.
035700*
035800 01  WS-LINHA-SECAO.
035900     05  WS-SEC-TITULO       PIC X(80).
036000*
036100 01  WS-LINHA-COLUNAS-SECAO  PIC X(132).
036200*
036300 01  WS-LINHA-IMPRESSAO      PIC X(132).
036400*
036500 01  WS-LINHA-INFO.
036600     05  WS-INF-ROTULO       PIC X(40).
036700     05  WS-INF-VALOR        PIC X(60).
036800*
036900 01  WS-EDT-QUANTIDADE       PIC ZZZ,ZZZ,ZZ9.
037000*
037100 01  WS-DATA-HORA-EDITADA.
037200     05  WS-DHE-DIA          PIC 9(02).
037300     05  FILLER              PIC X(01) VALUE '/'.
037400     05  WS-DHE-MES          PIC 9(02).
037500     05  FILLER              PIC X(01) VALUE '/'.
037600     05  WS-DHE-ANO          PIC 9(04).
037700     05  FILLER              PIC X(01) VALUE SPACE.
037800     05  WS-DHE-HORA         PIC 9(02).
037900     05  FILLER              PIC X(01) VALUE ':'.
038000     05  WS-DHE-MINUTO       PIC 9(02).
038100     05  FILLER              PIC X(01) VALUE ':'.
038200     05  WS-DHE-SEGUNDO      PIC 9(02).
038300*
038400 01  WS-LINHA-OCORRENCIA.
038500     05  WS-OCO-CODIGO       PIC 9(07).
038600     05  FILLER              PIC X(02) VALUE SPACES.
038700     05  WS-OCO-TEXTO        PIC X(60).
038800*
038900 01  WS-LINHA-COLUNAS.
039000     05  FILLER              PIC X(26) VALUE SPACES.
039100     05  FILLER              PIC X(14) VALUE "      ATIVOS".
039200     05  FILLER              PIC X(14) VALUE "    INATIVOS".
039300     05  FILLER              PIC X(19) VALUE "      CONFERENCIA".
039400*
039500 01  WS-LINHA-VALORES.
039600     05  WS-VAL-ROTULO       PIC X(26).
039700     05  WS-VAL-ATIVOS       PIC ---,---,--9.
039800     05  FILLER              PIC X(03) VALUE SPACES.
039900     05  WS-VAL-INATIVOS     PIC ---,---,--9.
040000     05  FILLER              PIC X(03) VALUE SPACES.
040100     05  WS-VAL-HASH         PIC -9(18).
040200*
040300 01  WS-COLUNAS-MUDANCA.
040400     05  FILLER              PIC X(09) VALUE "CODIGO".
040500     05  FILLER              PIC X(32) VALUE "NOME".
040600     05  FILLER              PIC X(11) VALUE "MUDANCA".
040700     05  FILLER              PIC X(08) VALUE "NO CORTE".
040800     05  FILLER              PIC X(09) VALUE " ATUAL".
040900     05  FILLER              PIC X(30) VALUE "CAMPOS ALTERADOS".
041000*
041100 01  WS-LINHA-MUDANCA.
041200     05  WS-MUD-CODIGO       PIC 9(07).
041300     05  FILLER              PIC X(02) VALUE SPACES.
041400     05  WS-MUD-NOME         PIC X(30).
041500     05  FILLER              PIC X(02) VALUE SPACES.
041600     05  WS-MUD-TIPO         PIC X(09).
041700     05  FILLER              PIC X(02) VALUE SPACES.
041800     05  WS-MUD-SIT-CORTE    PIC X(07).
041900     05  FILLER              PIC X(01) VALUE SPACES.
042000     05  WS-MUD-SIT-ATUAL    PIC X(07).
042100     05  FILLER              PIC X(02) VALUE SPACES.
042200     05  WS-MUD-CAMPOS.
042300         10  WS-MUD-C-NOME       PIC X(05).
042400         10  WS-MUD-C-ENDERECO   PIC X(09).
042500         10  WS-MUD-C-CIDADE     PIC X(07).
042600         10  WS-MUD-C-UF         PIC X(03).
042700         10  WS-MUD-C-SEXO       PIC X(05).
042800         10  WS-MUD-C-SITUACAO   PIC X(09).
042900         10  WS-MUD-C-DOCUMENTO  PIC X(10).
043000         10  WS-MUD-C-DT-CAD     PIC X(07).
043100         10  WS-MUD-C-DT-SIT     PIC X(06).
043200*
043300 PROCEDURE DIVISION.
043400*----------------------------------------------------------------
043500* 0000-MAINLINE
043600*     PARAGRAFO PRINCIPAL DO PROGRAMA.
043700*----------------------------------------------------------------
043800 0000-MAINLINE.
043900     PERFORM 1000-INICIALIZAR
044000         THRU 1000-INICIALIZAR-EXIT
044100     PERFORM 2000-ESCOLHER-COPIA
044200         THRU 2000-ESCOLHER-COPIA-EXIT
044300     SORT ORDEM-FILE
044400         ON ASCENDING KEY ORD-CODIGO
044500                          ORD-DATA-HORA
044600                          ORD-SEQUENCIA
044700         INPUT PROCEDURE IS 3000-SELECIONAR
044800                        THRU 3000-SELECIONAR-EXIT
044900         OUTPUT PROCEDURE IS 4000-MONTAR-POSICAO
045000                        THRU 4000-MONTAR-POSICAO-EXIT
045100     PERFORM 5000-GRAVAR-RESUMO
045200         THRU 5000-GRAVAR-RESUMO-EXIT
045300     PERFORM 6000-CONFRONTAR-ATUAL
045400         THRU 6000-CONFRONTAR-ATUAL-EXIT
045500     PERFORM 7000-FINALIZAR
045600         THRU 7000-FINALIZAR-EXIT
045700     STOP RUN.
045800*
045900*----------------------------------------------------------------
046000* 1000-INICIALIZAR
046100*     LE E CONSISTE O CARTAO DE PARAMETROS E ABRE O RELATORIO.
046200*     CARTAO AUSENTE OU INVALIDO, OU CORTE POSTERIOR A DATA/HORA
046300*     DA EXECUCAO, TERMINA COM RC=8.
046400*----------------------------------------------------------------
046500 1000-INICIALIZAR.
046600     MOVE SPACES TO PARAM-REGISTRO
046700     OPEN INPUT PARAM-FILE
046800     IF WS-PARAM-1 EQUAL '0'
046900         READ PARAM-FILE
047000             AT END
047100                 MOVE SPACES TO PARAM-REGISTRO
047200         END-READ
047300         CLOSE PARAM-FILE
047400     END-IF
047500     IF PRM-HORA EQUAL SPACES
047600         MOVE "235959" TO PRM-HORA
047700     END-IF
047800     IF PRM-DATA IS NOT NUMERIC
047900        OR PRM-HORA IS NOT NUMERIC
048000         DISPLAY "POSRETRO: DATA/HORA DE CORTE INVALIDA NO "
048100             "CARTAO: " PRM-DATA " " PRM-HORA
048200         MOVE 8 TO RETURN-CODE
048300         STOP RUN
048400     END-IF
048500     MOVE PRM-DATA TO WS-CRT-DATA
048600     MOVE PRM-HORA TO WS-CRT-HORA
048700     MOVE 99       TO WS-CRT-CENTESIMOS
048800     MOVE WS-CORTE-N TO WS-CALC-DATA-HORA-N
048900     IF WS-CDH-ANO IS LESS THAN 1900
049000        OR WS-CDH-MES IS LESS THAN 1
049100        OR WS-CDH-MES IS GREATER THAN 12
049200        OR WS-CDH-DIA IS LESS THAN 1
049300        OR WS-CDH-DIA IS GREATER THAN 31
049400        OR WS-CDH-HORA IS GREATER THAN 23
049500        OR WS-CDH-MINUTO IS GREATER THAN 59
049600        OR WS-CDH-SEGUNDO IS GREATER THAN 59
049700         DISPLAY "POSRETRO: DATA/HORA DE CORTE INVALIDA NO "
049800             "CARTAO: " PRM-DATA " " PRM-HORA
049900         MOVE 8 TO RETURN-CODE
050000         STOP RUN
050100     END-IF
050200     ACCEPT WS-AGR-DATA FROM DATE YYYYMMDD
050300     ACCEPT WS-AGR-HORA FROM TIME
050400     IF WS-CORTE-N IS GREATER THAN WS-AGORA-N
050500         DISPLAY "POSRETRO: DATA/HORA DE CORTE POSTERIOR A "
050600             "EXECUCAO: " PRM-DATA " " PRM-HORA
050700         MOVE 8 TO RETURN-CODE
050800         STOP RUN
050900     END-IF
051000     PERFORM 8600-CALCULAR-MINUTOS
051100         THRU 8600-CALCULAR-MINUTOS-EXIT
051200     MOVE WS-CALC-MINUTOS TO WS-MINUTOS-CORTE
051300     IF PRM-CONFRONTAR EQUAL 'S'
051400         SET WS-CONFRONTAR TO TRUE
051500     END-IF
051600     PERFORM 8500-EDITAR-DATA-HORA
051700         THRU 8500-EDITAR-DATA-HORA-EXIT
051800     MOVE WS-DATA-HORA-EDITADA TO WS-CAB-CORTE
051900     OPEN OUTPUT REL-FILE
052000     MOVE WS-MAX-LINHAS TO WS-LINHA
052100     ADD 1 TO WS-LINHA.
052200 1000-INICIALIZAR-EXIT.
052300     EXIT.
052400*
052500*----------------------------------------------------------------
052600* 2000-ESCOLHER-COPIA
052700*     LE TODAS AS GERACOES DE SISBKP CONCATENADAS E ESCOLHE A DE
052800*     POSICAO MAIS PROXIMA DO CORTE. GERACOES SEM A DATA/HORA DA
052900*     POSICAO NO TRAILER NAO SAO CONSIDERADAS. SEM NENHUMA COPIA
053000*     UTILIZAVEL O PROGRAMA TERMINA COM RC=8.
053100*----------------------------------------------------------------
053200 2000-ESCOLHER-COPIA.
053300     SET WS-NAO-FIM-ARQUIVO TO TRUE
053400     OPEN INPUT SISBKP-FILE
053500     IF WS-SISBKP-1 NOT EQUAL '0'
053600         DISPLAY "POSRETRO: COPIAS DE SEGURANCA (SISBKP) NAO "
053700             "ABERTAS - STATUS " WS-SISBKP-STATUS
053800         MOVE 8 TO RETURN-CODE
053900         STOP RUN
054000     END-IF
054100     PERFORM 2100-LER-COPIA
054200         THRU 2100-LER-COPIA-EXIT
054300     PERFORM 2200-EXAMINAR-COPIA
054400         THRU 2200-EXAMINAR-COPIA-EXIT
054500         UNTIL WS-FIM-ARQUIVO
054600     CLOSE SISBKP-FILE
054700     IF WS-GERACAO-ESCOLHIDA EQUAL ZEROS
054800         DISPLAY "POSRETRO: NENHUMA GERACAO DE SISBKP COM A "
054900             "DATA/HORA DA POSICAO NO TRAILER - LIDAS "
055000             WS-GERACOES
055100         MOVE 8 TO RETURN-CODE
055200         STOP RUN
055300     END-IF
055400     IF WS-BASE-DATA-HORA IS GREATER THAN WS-CORTE-N
055500         SET WS-RECUO TO TRUE
055600         MOVE WS-CORTE-N        TO WS-LIMITE-INFERIOR
055700         MOVE WS-BASE-DATA-HORA TO WS-LIMITE-SUPERIOR
055800     ELSE
055900         SET WS-AVANCO TO TRUE
056000         MOVE WS-BASE-DATA-HORA TO WS-LIMITE-INFERIOR
056100         MOVE WS-CORTE-N        TO WS-LIMITE-SUPERIOR
056200     END-IF
056300     PERFORM 2400-IMPRIMIR-ESCOLHA
056400         THRU 2400-IMPRIMIR-ESCOLHA-EXIT.
056500 2000-ESCOLHER-COPIA-EXIT.
056600     EXIT.
056700*
056800 2100-LER-COPIA.
056900     READ SISBKP-FILE
057000         AT END
057100             SET WS-FIM-ARQUIVO TO TRUE
057200     END-READ
057300     IF WS-SISBKP-1 NOT EQUAL '0'
057400         SET WS-FIM-ARQUIVO TO TRUE
057500     END-IF.
057600 2100-LER-COPIA-EXIT.
057700     EXIT.
057800*
057900 2200-EXAMINAR-COPIA.
058000     IF BKS-TIPO-TRAILER
058100         ADD 1 TO WS-GERACOES
058200         PERFORM 2300-AVALIAR-GERACAO
058300             THRU 2300-AVALIAR-GERACAO-EXIT
058400     END-IF
058500     PERFORM 2100-LER-COPIA
058600         THRU 2100-LER-COPIA-EXIT.
058700 2200-EXAMINAR-COPIA-EXIT.
058800     EXIT.
058900*
059000*----------------------------------------------------------------
059100* 2300-AVALIAR-GERACAO
059200*     CALCULA A DISTANCIA, EM MINUTOS, ENTRE A POSICAO DA
059300*     GERACAO (TRAILER) E O CORTE, GUARDANDO A MENOR. EM CASO DE
059400*     EMPATE FICA A PRIMEIRA GERACAO LIDA.
059500*----------------------------------------------------------------
059600 2300-AVALIAR-GERACAO.
059700     IF BKS-TRL-DATA-HORA IS NOT NUMERIC
059800         ADD 1 TO WS-GERACOES-SEM-DATA
059900         GO TO 2300-AVALIAR-GERACAO-EXIT
060000     END-IF
060100     MOVE BKS-TRL-DATA-HORA TO WS-CALC-DATA-HORA-N
060200     IF BKS-TRL-DATA-HORA EQUAL ZEROS
060300        OR WS-CDH-MES IS LESS THAN 1
060400        OR WS-CDH-MES IS GREATER THAN 12
060500         ADD 1 TO WS-GERACOES-SEM-DATA
060600         GO TO 2300-AVALIAR-GERACAO-EXIT
060700     END-IF
060800     PERFORM 8600-CALCULAR-MINUTOS
060900         THRU 8600-CALCULAR-MINUTOS-EXIT
061000     IF WS-CALC-MINUTOS IS LESS THAN WS-MINUTOS-CORTE
061100         COMPUTE WS-DISTANCIA = WS-MINUTOS-CORTE - WS-CALC-MINUTOS
061200     ELSE
061300         COMPUTE WS-DISTANCIA = WS-CALC-MINUTOS - WS-MINUTOS-CORTE
061400     END-IF
061500     IF WS-GERACAO-ESCOLHIDA EQUAL ZEROS
061600        OR WS-DISTANCIA IS LESS THAN WS-MENOR-DISTANCIA
061700         MOVE WS-GERACOES       TO WS-GERACAO-ESCOLHIDA
061800         MOVE WS-DISTANCIA      TO WS-MENOR-DISTANCIA
061900         MOVE BKS-TRL-DATA-HORA TO WS-BASE-DATA-HORA
062000     END-IF.
062100 2300-AVALIAR-GERACAO-EXIT.
062200     EXIT.
062300*
062400*----------------------------------------------------------------
062500* 2400-IMPRIMIR-ESCOLHA
062600*     IMPRIME A SECAO DE PARAMETROS: CORTE, COPIA ESCOLHIDA E
062700*     SENTIDO DA APLICACAO DAS IMAGENS.
062800*----------------------------------------------------------------
062900 2400-IMPRIMIR-ESCOLHA.
063000     MOVE "PARAMETROS E COPIA BASE" TO WS-SEC-TITULO
063100     MOVE SPACES TO WS-LINHA-COLUNAS-SECAO
063200     PERFORM 8100-ABRIR-SECAO
063300         THRU 8100-ABRIR-SECAO-EXIT
063400     MOVE "DATA/HORA DE CORTE" TO WS-INF-ROTULO
063500     MOVE WS-CAB-CORTE TO WS-INF-VALOR
063600     PERFORM 8200-IMPRIMIR-INFO
063700         THRU 8200-IMPRIMIR-INFO-EXIT
063800     MOVE "GERACOES DE COPIA LIDAS" TO WS-INF-ROTULO
063900     MOVE WS-GERACOES TO WS-EDT-QUANTIDADE
064000     MOVE WS-EDT-QUANTIDADE TO WS-INF-VALOR
064100     PERFORM 8200-IMPRIMIR-INFO
064200         THRU 8200-IMPRIMIR-INFO-EXIT
064300     IF WS-GERACOES-SEM-DATA NOT EQUAL ZEROS
064400         MOVE "  SEM DATA/HORA NO TRAILER (IGNORADAS)"
064500           TO WS-INF-ROTULO
064600         MOVE WS-GERACOES-SEM-DATA TO WS-EDT-QUANTIDADE
064700         MOVE WS-EDT-QUANTIDADE TO WS-INF-VALOR
064800         PERFORM 8200-IMPRIMIR-INFO
064900             THRU 8200-IMPRIMIR-INFO-EXIT
065000     END-IF
065100     MOVE "GERACAO ESCOLHIDA (ORDEM DE LEITURA)" TO WS-INF-ROTULO
065200     MOVE WS-GERACAO-ESCOLHIDA TO WS-EDT-QUANTIDADE
065300     MOVE WS-EDT-QUANTIDADE TO WS-INF-VALOR
065400     PERFORM 8200-IMPRIMIR-INFO
065500         THRU 8200-IMPRIMIR-INFO-EXIT
065600     MOVE WS-BASE-DATA-HORA TO WS-CALC-DATA-HORA-N
065700     PERFORM 8500-EDITAR-DATA-HORA
065800         THRU 8500-EDITAR-DATA-HORA-EXIT
065900     MOVE "POSICAO DA COPIA ESCOLHIDA" TO WS-INF-ROTULO
066000     MOVE WS-DATA-HORA-EDITADA TO WS-INF-VALOR
066100     PERFORM 8200-IMPRIMIR-INFO
066200         THRU 8200-IMPRIMIR-INFO-EXIT
066300     MOVE "SENTIDO DA APLICACAO DAS IMAGENS" TO WS-INF-ROTULO
066400     IF WS-AVANCO
066500         MOVE "AVANCO (IMAGEM POSTERIOR DO ULTIMO EVENTO)"
066600           TO WS-INF-VALOR
066700     ELSE
066800         MOVE "RECUO (IMAGEM ANTERIOR DO PRIMEIRO EVENTO)"
066900           TO WS-INF-VALOR
067000     END-IF
067100     PERFORM 8200-IMPRIMIR-INFO
067200         THRU 8200-IMPRIMIR-INFO-EXIT.
067300 2400-IMPRIMIR-ESCOLHA-EXIT.
067400     EXIT.
067500*
067600*----------------------------------------------------------------
067700* 3000-SELECIONAR
067800*     PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO - LIBERA OS
067900*     REGISTROS DA COPIA ESCOLHIDA E OS EVENTOS DE AUDITORIA DO
068000*     INTERVALO ENTRE A POSICAO DA COPIA E O CORTE.
068100*----------------------------------------------------------------
068200 3000-SELECIONAR.
068300     PERFORM 3100-CARREGAR-COPIA
068400         THRU 3100-CARREGAR-COPIA-EXIT
068500     IF WS-FALHOU
068600         GO TO 3000-SELECIONAR-EXIT
068700     END-IF
068800     PERFORM 3200-CARREGAR-HISTORICO
068900         THRU 3200-CARREGAR-HISTORICO-EXIT
069000     PERFORM 3300-CARREGAR-VIVO
069100         THRU 3300-CARREGAR-VIVO-EXIT.
069200 3000-SELECIONAR-EXIT.
069300     EXIT.
069400*
069500*----------------------------------------------------------------
069600* 3100-CARREGAR-COPIA
069700*     RELE AS GERACOES DE SISBKP ATE O TRAILER DA GERACAO
069800*     ESCOLHIDA, LIBERANDO OS REGISTROS DELA, E CONFERE A
069900*     CONTAGEM E A SOMA DOS DOCUMENTOS CONTRA O TRAILER.
070000*----------------------------------------------------------------
070100 3100-CARREGAR-COPIA.
070200     SET WS-NAO-FIM-ARQUIVO TO TRUE
070300     SET WS-TRAILER-NAO-ACHADO TO TRUE
070400     MOVE 1 TO WS-GERACAO-ATUAL
070500     OPEN INPUT SISBKP-FILE
070600     IF WS-SISBKP-1 NOT EQUAL '0'
070700         DISPLAY "POSRETRO: SISBKP NAO REABERTO - STATUS "
070800             WS-SISBKP-STATUS
070900         SET WS-FALHOU TO TRUE
071000         GO TO 3100-CARREGAR-COPIA-EXIT
071100     END-IF
071200     PERFORM 2100-LER-COPIA
071300         THRU 2100-LER-COPIA-EXIT
071400     PERFORM 3110-TRATAR-COPIA
071500         THRU 3110-TRATAR-COPIA-EXIT
071600         UNTIL WS-FIM-ARQUIVO
071700     CLOSE SISBKP-FILE
071800     IF WS-TRAILER-NAO-ACHADO
071900         DISPLAY "POSRETRO: TRAILER DA GERACAO ESCOLHIDA NAO "
072000             "ENCONTRADO NA RELEITURA DE SISBKP"
072100         SET WS-FALHOU TO TRUE
072200     END-IF.
072300 3100-CARREGAR-COPIA-EXIT.
072400     EXIT.
072500*
072600 3110-TRATAR-COPIA.
072700     IF WS-GERACAO-ATUAL EQUAL WS-GERACAO-ESCOLHIDA
072800         IF BKS-TIPO-DADOS
072900             PERFORM 3120-LIBERAR-COPIA
073000                 THRU 3120-LIBERAR-COPIA-EXIT
073100         END-IF
073200         IF BKS-TIPO-TRAILER
073300             SET WS-TRAILER-ACHADO TO TRUE
073400             PERFORM 3130-CONFERIR-TRAILER
073500                 THRU 3130-CONFERIR-TRAILER-EXIT
073600         END-IF
073700     END-IF
073800     IF BKS-TIPO-TRAILER
073900         ADD 1 TO WS-GERACAO-ATUAL
074000     END-IF
074100     IF WS-GERACAO-ATUAL IS GREATER THAN WS-GERACAO-ESCOLHIDA
074200         SET WS-FIM-ARQUIVO TO TRUE
074300         GO TO 3110-TRATAR-COPIA-EXIT
074400     END-IF
074500     PERFORM 2100-LER-COPIA
074600         THRU 2100-LER-COPIA-EXIT.
074700 3110-TRATAR-COPIA-EXIT.
074800     EXIT.
074900*
075000 3120-LIBERAR-COPIA.
075100     MOVE BKS-DADOS TO WS-POSICAO
075200     MOVE WS-PSC-CODIGO TO ORD-CODIGO
075300     MOVE ZEROS         TO ORD-DATA-HORA
075400                           ORD-SEQUENCIA
075500     SET ORD-DA-COPIA TO TRUE
075600     MOVE SPACES        TO ORD-ANTES
075700     MOVE BKS-DADOS     TO ORD-DEPOIS
075800     RELEASE ORDEM-REGISTRO
075900     ADD 1 TO WS-BASE-CARREGADOS
076000     ADD WS-PSC-DOCUMENTO TO WS-BASE-HASH.
076100 3120-LIBERAR-COPIA-EXIT.
076200     EXIT.
076300*
076400 3130-CONFERIR-TRAILER.
076500     IF WS-BASE-CARREGADOS NOT EQUAL BKS-TRL-QUANTIDADE
076600        OR WS-BASE-HASH NOT EQUAL BKS-TRL-HASH
076700         SET WS-FALHOU TO TRUE
076800         DISPLAY "POSRETRO: COPIA ESCOLHIDA NAO CONFERE COM O "
076900             "TRAILER"
077000         DISPLAY "POSRETRO: LIDOS     " WS-BASE-CARREGADOS " / "
077100             WS-BASE-HASH
077200         DISPLAY "POSRETRO: TRAILER   " BKS-TRL-QUANTIDADE " / "
077300             BKS-TRL-HASH
077400     END-IF.
077500 3130-CONFERIR-TRAILER-EXIT.
077600     EXIT.
077700*
077800*----------------------------------------------------------------
077900* 3200-CARREGAR-HISTORICO
078000*     LE AS GERACOES DE HISTORICO DE AUDITORIA CONCATENADAS NO
078100*     DD AUDARQ (SE INFORMADAS).
078200*----------------------------------------------------------------
078300 3200-CARREGAR-HISTORICO.
078400     SET WS-NAO-FIM-ARQUIVO TO TRUE
078500     OPEN INPUT ARQAUD-FILE
078600     IF WS-ARQ-1 NOT EQUAL '0'
078700         GO TO 3200-CARREGAR-HISTORICO-EXIT
078800     END-IF
078900     PERFORM 3210-LER-HISTORICO
079000         THRU 3210-LER-HISTORICO-EXIT
079100     PERFORM 3220-TRATAR-HISTORICO
079200         THRU 3220-TRATAR-HISTORICO-EXIT
079300         UNTIL WS-FIM-ARQUIVO
079400     CLOSE ARQAUD-FILE.
079500 3200-CARREGAR-HISTORICO-EXIT.
079600     EXIT.
079700*
079800 3210-LER-HISTORICO.
079900     READ ARQAUD-FILE
080000         AT END
080100             SET WS-FIM-ARQUIVO TO TRUE
080200         NOT AT END
080300             ADD 1 TO WS-AUD-LIDOS
080400     END-READ.
080500 3210-LER-HISTORICO-EXIT.
080600     EXIT.
080700*
080800 3220-TRATAR-HISTORICO.
080900     MOVE ARQ-DADOS TO WS-EVENTO
081000     PERFORM 3400-LIBERAR-EVENTO
081100         THRU 3400-LIBERAR-EVENTO-EXIT
081200     PERFORM 3210-LER-HISTORICO
081300         THRU 3210-LER-HISTORICO-EXIT.
081400 3220-TRATAR-HISTORICO-EXIT.
081500     EXIT.
081600*
081700*----------------------------------------------------------------
081800* 3300-CARREGAR-VIVO
081900*     LE O ARQUIVO DE AUDITORIA VIVO. SEM ELE A POSICAO NAO PODE
082000*     SER RECONSTITUIDA (RC=8).
082100*----------------------------------------------------------------
082200 3300-CARREGAR-VIVO.
082300     SET WS-NAO-FIM-ARQUIVO TO TRUE
082400     OPEN INPUT AUDIT-FILE
082500     IF WS-AUD-1 NOT EQUAL '0'
082600         DISPLAY "POSRETRO: AUDITORIA INDISPONIVEL - STATUS: "
082700             WS-AUD-STATUS
082800         SET WS-FALHOU TO TRUE
082900         GO TO 3300-CARREGAR-VIVO-EXIT
083000     END-IF
083100     PERFORM 3310-LER-VIVO
083200         THRU 3310-LER-VIVO-EXIT
083300     PERFORM 3320-TRATAR-VIVO
083400         THRU 3320-TRATAR-VIVO-EXIT
083500         UNTIL WS-FIM-ARQUIVO
083600     CLOSE AUDIT-FILE.
083700 3300-CARREGAR-VIVO-EXIT.
083800     EXIT.
083900*
084000 3310-LER-VIVO.
084100     READ AUDIT-FILE
084200         AT END
084300             SET WS-FIM-ARQUIVO TO TRUE
084400         NOT AT END
084500             ADD 1 TO WS-AUD-LIDOS
084600     END-READ.
084700 3310-LER-VIVO-EXIT.
084800     EXIT.
084900*
085000 3320-TRATAR-VIVO.
085100     MOVE AUDIT-DADOS TO WS-EVENTO
085200     PERFORM 3400-LIBERAR-EVENTO
085300         THRU 3400-LIBERAR-EVENTO-EXIT
085400     PERFORM 3310-LER-VIVO
085500         THRU 3310-LER-VIVO-EXIT.
085600 3320-TRATAR-VIVO-EXIT.
085700     EXIT.
085800*
085900*----------------------------------------------------------------
086000* 3400-LIBERAR-EVENTO
086100*     GUARDA A DATA/HORA DO EVENTO MAIS ANTIGO DISPONIVEL E
086200*     LIBERA PARA A CLASSIFICACAO OS EVENTOS COM IMAGENS DE
086300*     SIS-DADOS DENTRO DO INTERVALO (INFERIOR EXCLUSIVE,
086400*     SUPERIOR INCLUSIVE). A SEQUENCIA DE LEITURA DESEMPATA
086500*     EVENTOS DO MESMO CLIENTE COM A MESMA DATA/HORA.
086600*----------------------------------------------------------------
086700 3400-LIBERAR-EVENTO.
086800     IF WS-PRIMEIRO-EVENTO EQUAL ZEROS
086900        OR WS-EVT-DATA-HORA IS LESS THAN WS-PRIMEIRO-EVENTO
087000         MOVE WS-EVT-DATA-HORA TO WS-PRIMEIRO-EVENTO
087100     END-IF
087200     IF WS-EVT-OPERACAO EQUAL 'C'
087300        OR WS-EVT-OPERACAO EQUAL 'D'
087400        OR WS-EVT-OPERACAO EQUAL 'E'
087500        OR WS-EVT-OPERACAO EQUAL 'U'
087600        OR WS-EVT-OPERACAO EQUAL 'L'
087700         GO TO 3400-LIBERAR-EVENTO-EXIT
087800     END-IF
087900     IF WS-EVT-DATA-HORA IS NOT GREATER THAN WS-LIMITE-INFERIOR
088000        OR WS-EVT-DATA-HORA IS GREATER THAN WS-LIMITE-SUPERIOR
088100         GO TO 3400-LIBERAR-EVENTO-EXIT
088200     END-IF
088300     IF WS-EVT-ANTES EQUAL SPACES
088400        AND WS-EVT-DEPOIS EQUAL SPACES
088500         GO TO 3400-LIBERAR-EVENTO-EXIT
088600     END-IF
088700     ADD 1 TO WS-SEQUENCIA
088800     MOVE WS-EVT-CODIGO    TO ORD-CODIGO
088900     MOVE WS-EVT-DATA-HORA TO ORD-DATA-HORA
089000     MOVE WS-SEQUENCIA     TO ORD-SEQUENCIA
089100     SET ORD-DA-AUDITORIA TO TRUE
089200     MOVE WS-EVT-ANTES     TO ORD-ANTES
089300     MOVE WS-EVT-DEPOIS    TO ORD-DEPOIS
089400     RELEASE ORDEM-REGISTRO
089500     ADD 1 TO WS-EVENTOS-APLICADOS.
089600 3400-LIBERAR-EVENTO-EXIT.
089700     EXIT.
089800*
089900*----------------------------------------------------------------
090000* 4000-MONTAR-POSICAO
090100*     PROCEDIMENTO DE SAIDA DA CLASSIFICACAO - REUNE, POR
090200*     CLIENTE, A IMAGEM DA COPIA E OS EVENTOS DO INTERVALO E
090300*     GRAVA A IMAGEM VALIDA NO CORTE.
090400*----------------------------------------------------------------
090500 4000-MONTAR-POSICAO.
090600     IF WS-FALHOU
090700         GO TO 4000-MONTAR-POSICAO-EXIT
090800     END-IF
090900     OPEN OUTPUT POSICAO-FILE
091000     IF WS-POS-1 NOT EQUAL '0'
091100         DISPLAY "POSRETRO: FALHA AO ABRIR POSICAO - STATUS "
091200             WS-POS-STATUS
091300         SET WS-FALHOU TO TRUE
091400         GO TO 4000-MONTAR-POSICAO-EXIT
091500     END-IF
091600     PERFORM 4100-RETORNAR-ORDENADO
091700         THRU 4100-RETORNAR-ORDENADO-EXIT
091800     PERFORM 4200-TRATAR-ORDENADO
091900         THRU 4200-TRATAR-ORDENADO-EXIT
092000         UNTIL WS-FIM-ORDEM
092100     IF WS-NAO-PRIMEIRO-CLIENTE
092200        AND WS-SEM-FALHA
092300         PERFORM 4300-FECHAR-CLIENTE
092400             THRU 4300-FECHAR-CLIENTE-EXIT
092500     END-IF
092600     CLOSE POSICAO-FILE.
092700 4000-MONTAR-POSICAO-EXIT.
092800     EXIT.
092900*
093000 4100-RETORNAR-ORDENADO.
093100     RETURN ORDEM-FILE
093200         AT END
093300             SET WS-FIM-ORDEM TO TRUE
093400     END-RETURN.
093500 4100-RETORNAR-ORDENADO-EXIT.
093600     EXIT.
093700*
093800 4200-TRATAR-ORDENADO.
093900     IF WS-PRIMEIRO-CLIENTE
094000         SET WS-NAO-PRIMEIRO-CLIENTE TO TRUE
094100         MOVE ORD-CODIGO TO WS-CODIGO-ANTERIOR
094200         PERFORM 4250-LIMPAR-CLIENTE
094300             THRU 4250-LIMPAR-CLIENTE-EXIT
094400     END-IF
094500     IF ORD-CODIGO NOT EQUAL WS-CODIGO-ANTERIOR
094600         PERFORM 4300-FECHAR-CLIENTE
094700             THRU 4300-FECHAR-CLIENTE-EXIT
094800         IF WS-FALHOU
094900             SET WS-FIM-ORDEM TO TRUE
095000             GO TO 4200-TRATAR-ORDENADO-EXIT
095100         END-IF
095200         MOVE ORD-CODIGO TO WS-CODIGO-ANTERIOR
095300         PERFORM 4250-LIMPAR-CLIENTE
095400             THRU 4250-LIMPAR-CLIENTE-EXIT
095500     END-IF
095600     IF ORD-DA-COPIA
095700         MOVE ORD-DEPOIS TO WS-IMAGEM-BASE
095800     ELSE
095900         IF WS-EVENTOS-CLIENTE EQUAL ZEROS
096000             MOVE ORD-ANTES TO WS-IMAGEM-PRIMEIRA
096100         END-IF
096200         ADD 1 TO WS-EVENTOS-CLIENTE
096300         MOVE ORD-DEPOIS TO WS-IMAGEM-ULTIMA
096400     END-IF
096500     PERFORM 4100-RETORNAR-ORDENADO
096600         THRU 4100-RETORNAR-ORDENADO-EXIT.
096700 4200-TRATAR-ORDENADO-EXIT.
096800     EXIT.
096900*
097000 4250-LIMPAR-CLIENTE.
097100     MOVE SPACES TO WS-IMAGEM-BASE
097200                    WS-IMAGEM-PRIMEIRA
097300                    WS-IMAGEM-ULTIMA
097400     MOVE ZEROS  TO WS-EVENTOS-CLIENTE.
097500 4250-LIMPAR-CLIENTE-EXIT.
097600     EXIT.
097700*
097800*----------------------------------------------------------------
097900* 4300-FECHAR-CLIENTE
098000*     DECIDE A IMAGEM DO CLIENTE NO CORTE, CONFERE A CONTINUIDADE
098100*     ENTRE A COPIA E OS EVENTOS E GRAVA O REGISTRO DE POSICAO
098200*     (CLIENTE INEXISTENTE NO CORTE NAO E GRAVADO).
098300*----------------------------------------------------------------
098400 4300-FECHAR-CLIENTE.
098500     IF WS-EVENTOS-CLIENTE EQUAL ZEROS
098600         MOVE WS-IMAGEM-BASE TO WS-POSICAO
098700     ELSE
098800         ADD 1 TO WS-CLIENTES-RECALCULADOS
098900         IF WS-AVANCO
099000             IF WS-IMAGEM-PRIMEIRA NOT EQUAL WS-IMAGEM-BASE
099100                 MOVE "ANTES DO 1O. EVENTO DIFERE DA COPIA"
099200                   TO WS-OCO-TEXTO
099300                 PERFORM 4400-REGISTRAR-INCONSISTENCIA
099400                     THRU 4400-REGISTRAR-INCONSISTENCIA-EXIT
099500             END-IF
099600             MOVE WS-IMAGEM-ULTIMA TO WS-POSICAO
099700         ELSE
099800             IF WS-IMAGEM-ULTIMA NOT EQUAL WS-IMAGEM-BASE
099900                 MOVE "DEPOIS DO ULTIMO EVENTO DIFERE DA COPIA"
100000                   TO WS-OCO-TEXTO
100100                 PERFORM 4400-REGISTRAR-INCONSISTENCIA
100200                     THRU 4400-REGISTRAR-INCONSISTENCIA-EXIT
100300             END-IF
100400             MOVE WS-IMAGEM-PRIMEIRA TO WS-POSICAO
100500         END-IF
100600     END-IF
100700     IF WS-POSICAO EQUAL SPACES
100800         GO TO 4300-FECHAR-CLIENTE-EXIT
100900     END-IF
101000     WRITE POS-REGISTRO FROM WS-POSICAO
101100     IF WS-POS-1 NOT EQUAL '0'
101200         DISPLAY "POSRETRO: FALHA AO GRAVAR POSICAO - STATUS "
101300             WS-POS-STATUS
101400         SET WS-FALHOU TO TRUE
101500         GO TO 4300-FECHAR-CLIENTE-EXIT
101600     END-IF
101700     IF WS-PSC-ATIVO
101800         ADD 1 TO WS-POS-ATIVOS
101900     ELSE
102000         ADD 1 TO WS-POS-INATIVOS
102100     END-IF
102200     ADD WS-PSC-DOCUMENTO TO WS-POS-HASH.
102300 4300-FECHAR-CLIENTE-EXIT.
102400     EXIT.
102500*
102600*----------------------------------------------------------------
102700* 4400-REGISTRAR-INCONSISTENCIA
102800*     LISTA O CLIENTE CUJA IMAGEM NA COPIA NAO CONFERE COM A
102900*     AUDITORIA (EVENTOS FALTANTES NO INTERVALO).
103000*----------------------------------------------------------------
103100 4400-REGISTRAR-INCONSISTENCIA.
103200     ADD 1 TO WS-INCONSISTENCIAS
103300     SET WS-COM-RESSALVA TO TRUE
103400     IF WS-INCONSISTENCIAS EQUAL 1
103500         MOVE "IMAGENS DA COPIA QUE NAO CONFEREM COM A AUDITORIA"
103600           TO WS-SEC-TITULO
103700         MOVE SPACES TO WS-LINHA-COLUNAS-SECAO
103800         PERFORM 8100-ABRIR-SECAO
103900             THRU 8100-ABRIR-SECAO-EXIT
104000     END-IF
104100     MOVE WS-CODIGO-ANTERIOR TO WS-OCO-CODIGO
104200     MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-IMPRESSAO
104300     PERFORM 8000-IMPRIMIR-LINHA
104400         THRU 8000-IMPRIMIR-LINHA-EXIT.
104500 4400-REGISTRAR-INCONSISTENCIA-EXIT.
104600     EXIT.
104700*
104800*----------------------------------------------------------------
104900* 5000-GRAVAR-RESUMO
105000*     GRAVA O RESUMO DA POSICAO NO LAYOUT DO SALDO DA
105100*     CONCILIACAO E IMPRIME OS TOTAIS E A POSICAO NO CORTE.
105200*----------------------------------------------------------------
105300 5000-GRAVAR-RESUMO.
105400     IF WS-FALHOU
105500         GO TO 5000-GRAVAR-RESUMO-EXIT
105600     END-IF
105700     OPEN OUTPUT POSSALDO-FILE
105800     MOVE WS-CORTE-N      TO SAL-DATA-HORA
105900     MOVE WS-POS-ATIVOS   TO SAL-ATIVOS
106000     MOVE WS-POS-INATIVOS TO SAL-INATIVOS
106100     MOVE WS-POS-HASH     TO SAL-HASH
106200     IF WS-PSL-1 EQUAL '0'
106300         WRITE SALDO-REGISTRO
106400     END-IF
106500     IF WS-PSL-1 NOT EQUAL '0'
106600         DISPLAY "POSRETRO: FALHA AO GRAVAR POSSALDO - STATUS "
106700             WS-PSL-STATUS
106800         SET WS-FALHOU TO TRUE
106900     END-IF
107000     CLOSE POSSALDO-FILE
107100     MOVE "TOTAIS DA RECONSTITUICAO" TO WS-SEC-TITULO
107200     MOVE SPACES TO WS-LINHA-COLUNAS-SECAO
107300     PERFORM 8100-ABRIR-SECAO
107400         THRU 8100-ABRIR-SECAO-EXIT
107500     MOVE "REGISTROS DA COPIA BASE" TO WS-INF-ROTULO
107600     MOVE WS-BASE-CARREGADOS TO WS-EDT-QUANTIDADE
107700     MOVE WS-EDT-QUANTIDADE TO WS-INF-VALOR
107800     PERFORM 8200-IMPRIMIR-INFO
107900         THRU 8200-IMPRIMIR-INFO-EXIT
108000     MOVE "EVENTOS DE AUDITORIA LIDOS" TO WS-INF-ROTULO
108100     MOVE WS-AUD-LIDOS TO WS-EDT-QUANTIDADE
108200     MOVE WS-EDT-QUANTIDADE TO WS-INF-VALOR
108300     PERFORM 8200-IMPRIMIR-INFO
108400         THRU 8200-IMPRIMIR-INFO-EXIT
108500     MOVE "EVENTOS APLICADOS NO INTERVALO" TO WS-INF-ROTULO
108600     MOVE WS-EVENTOS-APLICADOS TO WS-EDT-QUANTIDADE
108700     MOVE WS-EDT-QUANTIDADE TO WS-INF-VALOR
108800     PERFORM 8200-IMPRIMIR-INFO
108900         THRU 8200-IMPRIMIR-INFO-EXIT
109000     MOVE "CLIENTES RECALCULADOS PELA AUDITORIA" TO WS-INF-ROTULO
109100     MOVE WS-CLIENTES-RECALCULADOS TO WS-EDT-QUANTIDADE
109200     MOVE WS-EDT-QUANTIDADE TO WS-INF-VALOR
109300     PERFORM 8200-IMPRIMIR-INFO
109400         THRU 8200-IMPRIMIR-INFO-EXIT
109500     MOVE "IMAGENS QUE NAO CONFEREM" TO WS-INF-ROTULO
109600     MOVE WS-INCONSISTENCIAS TO WS-EDT-QUANTIDADE
109700     MOVE WS-EDT-QUANTIDADE TO WS-INF-VALOR
109800     PERFORM 8200-IMPRIMIR-INFO
109900         THRU 8200-IMPRIMIR-INFO-EXIT
110000     PERFORM 5100-CONFERIR-COBERTURA
110100         THRU 5100-CONFERIR-COBERTURA-EXIT
110200     MOVE "RESUMO DA POSICAO (FORMATO DA CONCILIACAO)"
110300       TO WS-SEC-TITULO
110400     MOVE WS-LINHA-COLUNAS TO WS-LINHA-COLUNAS-SECAO
110500     PERFORM 8100-ABRIR-SECAO
110600         THRU 8100-ABRIR-SECAO-EXIT
110700     MOVE "POSICAO NA DATA DE CORTE" TO WS-VAL-ROTULO
110800     MOVE WS-POS-ATIVOS   TO WS-VAL-ATIVOS
110900     MOVE WS-POS-INATIVOS TO WS-VAL-INATIVOS
111000     MOVE WS-POS-HASH     TO WS-VAL-HASH
111100     MOVE WS-LINHA-VALORES TO WS-LINHA-IMPRESSAO
111200     PERFORM 8000-IMPRIMIR-LINHA
111300         THRU 8000-IMPRIMIR-LINHA-EXIT.
111400 5000-GRAVAR-RESUMO-EXIT.
111500     EXIT.
111600*
111700*----------------------------------------------------------------
111800* 5100-CONFERIR-COBERTURA
111900*     A AUDITORIA LIDA TEM DE COMECAR ANTES DO INICIO DO
112000*     INTERVALO; SE NAO, PODE HAVER EVENTOS EM GERACOES DE
112100*     AUDHIST NAO CONCATENADAS EM AUDARQ (RESSALVA).
112200*----------------------------------------------------------------
112300 5100-CONFERIR-COBERTURA.
112400     IF WS-PRIMEIRO-EVENTO NOT EQUAL ZEROS
112500        AND WS-PRIMEIRO-EVENTO IS NOT GREATER THAN
112600            WS-LIMITE-INFERIOR
112700         GO TO 5100-CONFERIR-COBERTURA-EXIT
112800     END-IF
112900     SET WS-COM-RESSALVA TO TRUE
113000     MOVE "PRIMEIRO EVENTO DE AUDITORIA LIDO" TO WS-INF-ROTULO
113100     IF WS-PRIMEIRO-EVENTO EQUAL ZEROS
113200         MOVE "NENHUM" TO WS-INF-VALOR
113300     ELSE
113400         MOVE WS-PRIMEIRO-EVENTO TO WS-CALC-DATA-HORA-N
113500         PERFORM 8500-EDITAR-DATA-HORA
113600             THRU 8500-EDITAR-DATA-HORA-EXIT
113700         MOVE WS-DATA-HORA-EDITADA TO WS-INF-VALOR
113800     END-IF
113900     PERFORM 8200-IMPRIMIR-INFO
114000         THRU 8200-IMPRIMIR-INFO-EXIT
114100     MOVE "ATENCAO: A AUDITORIA LIDA NAO COBRE O INTERVALO"
114200       TO WS-LINHA-IMPRESSAO
114300     PERFORM 8000-IMPRIMIR-LINHA
114400         THRU 8000-IMPRIMIR-LINHA-EXIT
114500     MOVE "CONCATENAR EM AUDARQ AS GERACOES DE AUDHIST DO PERIODO"
114600       TO WS-LINHA-IMPRESSAO
114700     PERFORM 8000-IMPRIMIR-LINHA
114800         THRU 8000-IMPRIMIR-LINHA-EXIT.
114900 5100-CONFERIR-COBERTURA-EXIT.
115000     EXIT.
115100*
115200*----------------------------------------------------------------
115300* 6000-CONFRONTAR-ATUAL
115400*     SE PEDIDO NO CARTAO, CONFRONTA A POSICAO GRAVADA COM O
115500*     SIS-FILE ATUAL POR CODIGO (LINHA BALANCEADA) E LISTA OS
115600*     CLIENTES INCLUIDOS, EXPURGADOS E ALTERADOS DESDE O CORTE.
115700*----------------------------------------------------------------
115800 6000-CONFRONTAR-ATUAL.
115900     IF WS-FALHOU OR WS-NAO-CONFRONTAR
116000         GO TO 6000-CONFRONTAR-ATUAL-EXIT
116100     END-IF
116200     OPEN INPUT SIS-FILE
116300     IF WS-FILE-1 NOT EQUAL '0'
116400         DISPLAY "POSRETRO: SIS-FILE NAO ABERTO - CONFRONTO NAO "
116500             "REALIZADO - STATUS " WS-FILE-STATUS
116600         SET WS-COM-RESSALVA TO TRUE
116700         GO TO 6000-CONFRONTAR-ATUAL-EXIT
116800     END-IF
116900     OPEN INPUT POSICAO-FILE
117000     IF WS-POS-1 NOT EQUAL '0'
117100         DISPLAY "POSRETRO: POSICAO NAO REABERTA - CONFRONTO NAO "
117200             "REALIZADO - STATUS " WS-POS-STATUS
117300         SET WS-COM-RESSALVA TO TRUE
117400         CLOSE SIS-FILE
117500         GO TO 6000-CONFRONTAR-ATUAL-EXIT
117600     END-IF
117700     MOVE "CLIENTES ALTERADOS DESDE A DATA DE CORTE"
117800       TO WS-SEC-TITULO
117900     MOVE WS-COLUNAS-MUDANCA TO WS-LINHA-COLUNAS-SECAO
118000     PERFORM 8100-ABRIR-SECAO
118100         THRU 8100-ABRIR-SECAO-EXIT
118200     MOVE ZEROS TO SIS-CODIGO
118300     START SIS-FILE KEY IS NOT LESS THAN SIS-CODIGO
118400         INVALID KEY
118500             MOVE HIGH-VALUES TO WS-CHAVE-CADASTRO
118600     END-START
118700     IF WS-FILE-1 EQUAL '0'
118800         PERFORM 6200-LER-CADASTRO
118900             THRU 6200-LER-CADASTRO-EXIT
119000     END-IF
119100     PERFORM 6100-LER-POSICAO
119200         THRU 6100-LER-POSICAO-EXIT
119300     PERFORM 6300-CONFRONTAR
119400         THRU 6300-CONFRONTAR-EXIT
119500         UNTIL WS-CHAVE-POSICAO EQUAL HIGH-VALUES
119600           AND WS-CHAVE-CADASTRO EQUAL HIGH-VALUES
119700     CLOSE POSICAO-FILE
119800     CLOSE SIS-FILE
119900     PERFORM 6500-IMPRIMIR-TOTAIS-CONFRONTO
120000         THRU 6500-IMPRIMIR-TOTAIS-CONFRONTO-EXIT.
120100 6000-CONFRONTAR-ATUAL-EXIT.
120200     EXIT.
120300*
120400 6100-LER-POSICAO.
120500     READ POSICAO-FILE INTO WS-POSICAO
120600         AT END
120700             MOVE HIGH-VALUES TO WS-CHAVE-POSICAO
120800         NOT AT END
120900             MOVE WS-PSC-CODIGO TO WS-CHAVE-POSICAO
121000     END-READ.
121100 6100-LER-POSICAO-EXIT.
121200     EXIT.
121300*
121400 6200-LER-CADASTRO.
121500     READ SIS-FILE NEXT
121600         AT END
121700             CONTINUE
121800     END-READ
121900     IF WS-FILE-1 NOT EQUAL '0'
122000         MOVE HIGH-VALUES TO WS-CHAVE-CADASTRO
122100         GO TO 6200-LER-CADASTRO-EXIT
122200     END-IF
122300     MOVE SIS-CODIGO TO WS-CHAVE-CADASTRO
122400     IF SIS-ATIVO
122500         ADD 1 TO WS-ATU-ATIVOS
122600     ELSE
122700         ADD 1 TO WS-ATU-INATIVOS
122800     END-IF
122900     ADD SIS-DOCUMENTO TO WS-ATU-HASH.
123000 6200-LER-CADASTRO-EXIT.
123100     EXIT.
123200*
123300*----------------------------------------------------------------
123400* 6300-CONFRONTAR
123500*     CODIGO SO NA POSICAO = EXPURGADO DEPOIS DO CORTE; SO NO
123600*     SIS-FILE = INCLUIDO DEPOIS DO CORTE; NOS DOIS COM IMAGENS
123700*     DIFERENTES = ALTERADO.
123800*----------------------------------------------------------------
123900 6300-CONFRONTAR.
124000     MOVE SPACES TO WS-MUD-CAMPOS
124100     IF WS-CHAVE-POSICAO IS LESS THAN WS-CHAVE-CADASTRO
124200         ADD 1 TO WS-QTD-EXPURGADOS
124300         MOVE WS-PSC-CODIGO TO WS-MUD-CODIGO
124400         MOVE WS-PSC-NOME   TO WS-MUD-NOME
124500         MOVE "EXPURGADO"   TO WS-MUD-TIPO
124600         PERFORM 6410-SITUACAO-CORTE
124700             THRU 6410-SITUACAO-CORTE-EXIT
124800         MOVE "-"           TO WS-MUD-SIT-ATUAL
124900         PERFORM 6600-IMPRIMIR-MUDANCA
125000             THRU 6600-IMPRIMIR-MUDANCA-EXIT
125100         PERFORM 6100-LER-POSICAO
125200             THRU 6100-LER-POSICAO-EXIT
125300         GO TO 6300-CONFRONTAR-EXIT
125400     END-IF
125500     IF WS-CHAVE-CADASTRO IS LESS THAN WS-CHAVE-POSICAO
125600         ADD 1 TO WS-QTD-INCLUIDOS
125700         MOVE SIS-CODIGO    TO WS-MUD-CODIGO
125800         MOVE SIS-NOME      TO WS-MUD-NOME
125900         MOVE "INCLUIDO"    TO WS-MUD-TIPO
126000         MOVE "-"           TO WS-MUD-SIT-CORTE
126100         PERFORM 6420-SITUACAO-ATUAL
126200             THRU 6420-SITUACAO-ATUAL-EXIT
126300         PERFORM 6600-IMPRIMIR-MUDANCA
126400             THRU 6600-IMPRIMIR-MUDANCA-EXIT
126500         PERFORM 6200-LER-CADASTRO
126600             THRU 6200-LER-CADASTRO-EXIT
126700         GO TO 6300-CONFRONTAR-EXIT
126800     END-IF
126900     IF WS-POSICAO NOT EQUAL SIS-DADOS
127000         ADD 1 TO WS-QTD-ALTERADOS
127100         MOVE SIS-CODIGO    TO WS-MUD-CODIGO
127200         MOVE SIS-NOME      TO WS-MUD-NOME
127300         MOVE "ALTERADO"    TO WS-MUD-TIPO
127400         PERFORM 6410-SITUACAO-CORTE
127500             THRU 6410-SITUACAO-CORTE-EXIT
127600         PERFORM 6420-SITUACAO-ATUAL
127700             THRU 6420-SITUACAO-ATUAL-EXIT
127800         PERFORM 6400-MARCAR-CAMPOS
127900             THRU 6400-MARCAR-CAMPOS-EXIT
128000         PERFORM 6600-IMPRIMIR-MUDANCA
128100             THRU 6600-IMPRIMIR-MUDANCA-EXIT
128200     END-IF
128300     PERFORM 6100-LER-POSICAO
128400         THRU 6100-LER-POSICAO-EXIT
128500     PERFORM 6200-LER-CADASTRO
128600         THRU 6200-LER-CADASTRO-EXIT.
128700 6300-CONFRONTAR-EXIT.
128800     EXIT.
128900*
129000 6400-MARCAR-CAMPOS.
129100     IF WS-PSC-NOME NOT EQUAL SIS-NOME
129200         MOVE "NOME" TO WS-MUD-C-NOME
129300     END-IF
129400     IF WS-PSC-ENDERECO NOT EQUAL SIS-ENDERECO
129500         MOVE "ENDERECO" TO WS-MUD-C-ENDERECO
129600     END-IF
129700     IF WS-PSC-CIDADE NOT EQUAL SIS-CIDADE
129800         MOVE "CIDADE" TO WS-MUD-C-CIDADE
129900     END-IF
130000     IF WS-PSC-ESTADO NOT EQUAL SIS-ESTADO
130100         MOVE "UF" TO WS-MUD-C-UF
130200     END-IF
130300     IF WS-PSC-SEXO NOT EQUAL SIS-SEXO
130400         MOVE "SEXO" TO WS-MUD-C-SEXO
130500     END-IF
130600     IF WS-PSC-SITUACAO NOT EQUAL SIS-SITUACAO
130700         MOVE "SITUACAO" TO WS-MUD-C-SITUACAO
130800     END-IF
130900     IF WS-PSC-TIPO-DOC NOT EQUAL SIS-TIPO-DOC
131000        OR WS-PSC-DOCUMENTO NOT EQUAL SIS-DOCUMENTO
131100         MOVE "DOCUMENTO" TO WS-MUD-C-DOCUMENTO
131200     END-IF
131300     IF WS-PSC-DATA-CADASTRO NOT EQUAL SIS-DATA-CADASTRO
131400         MOVE "DT-CAD" TO WS-MUD-C-DT-CAD
131500     END-IF
131600     IF WS-PSC-DATA-SITUACAO NOT EQUAL SIS-DATA-ULTIMA-SITUACAO
131700         MOVE "DT-SIT" TO WS-MUD-C-DT-SIT
131800     END-IF.
131900 6400-MARCAR-CAMPOS-EXIT.
132000     EXIT.
132100*
132200 6410-SITUACAO-CORTE.
132300     IF WS-PSC-ATIVO
132400         MOVE "ATIVO"   TO WS-MUD-SIT-CORTE
132500     ELSE
132600         MOVE "INATIVO" TO WS-MUD-SIT-CORTE
132700     END-IF.
132800 6410-SITUACAO-CORTE-EXIT.
132900     EXIT.
133000*
133100 6420-SITUACAO-ATUAL.
133200     IF SIS-ATIVO
133300         MOVE "ATIVO"   TO WS-MUD-SIT-ATUAL
133400     ELSE
133500         MOVE "INATIVO" TO WS-MUD-SIT-ATUAL
133600     END-IF.
133700 6420-SITUACAO-ATUAL-EXIT.
133800     EXIT.
133900*
134000*----------------------------------------------------------------
134100* 6500-IMPRIMIR-TOTAIS-CONFRONTO
134200*     QUANTIDADES POR TIPO DE MUDANCA E POSICAO ATUAL AO LADO DA
134300*     POSICAO NO CORTE, NO FORMATO DA CONCILIACAO.
134400*----------------------------------------------------------------
134500 6500-IMPRIMIR-TOTAIS-CONFRONTO.
134600     IF WS-QTD-INCLUIDOS EQUAL ZEROS
134700        AND WS-QTD-EXPURGADOS EQUAL ZEROS
134800        AND WS-QTD-ALTERADOS EQUAL ZEROS
134900         MOVE "NENHUM CLIENTE ALTERADO DESDE A DATA DE CORTE"
135000           TO WS-LINHA-IMPRESSAO
135100         PERFORM 8000-IMPRIMIR-LINHA
135200             THRU 8000-IMPRIMIR-LINHA-EXIT
135300     END-IF
135400     MOVE "TOTAIS DO CONFRONTO COM O SIS-FILE ATUAL"
135500       TO WS-SEC-TITULO
135600     MOVE SPACES TO WS-LINHA-COLUNAS-SECAO
135700     PERFORM 8100-ABRIR-SECAO
135800         THRU 8100-ABRIR-SECAO-EXIT
135900     MOVE "CLIENTES INCLUIDOS DEPOIS DO CORTE" TO WS-INF-ROTULO
136000     MOVE WS-QTD-INCLUIDOS TO WS-EDT-QUANTIDADE
136100     MOVE WS-EDT-QUANTIDADE TO WS-INF-VALOR
136200     PERFORM 8200-IMPRIMIR-INFO
136300         THRU 8200-IMPRIMIR-INFO-EXIT
136400     MOVE "CLIENTES EXPURGADOS DEPOIS DO CORTE" TO WS-INF-ROTULO
136500     MOVE WS-QTD-EXPURGADOS TO WS-EDT-QUANTIDADE
136600     MOVE WS-EDT-QUANTIDADE TO WS-INF-VALOR
136700     PERFORM 8200-IMPRIMIR-INFO
136800         THRU 8200-IMPRIMIR-INFO-EXIT
136900     MOVE "CLIENTES ALTERADOS DEPOIS DO CORTE" TO WS-INF-ROTULO
137000     MOVE WS-QTD-ALTERADOS TO WS-EDT-QUANTIDADE
137100     MOVE WS-EDT-QUANTIDADE TO WS-INF-VALOR
137200     PERFORM 8200-IMPRIMIR-INFO
137300         THRU 8200-IMPRIMIR-INFO-EXIT
137400     MOVE SPACES TO WS-LINHA-IMPRESSAO
137500     PERFORM 8000-IMPRIMIR-LINHA
137600         THRU 8000-IMPRIMIR-LINHA-EXIT
137700     MOVE WS-LINHA-COLUNAS TO WS-LINHA-IMPRESSAO
137800     PERFORM 8000-IMPRIMIR-LINHA
137900         THRU 8000-IMPRIMIR-LINHA-EXIT
138000     MOVE "POSICAO NA DATA DE CORTE" TO WS-VAL-ROTULO
138100     MOVE WS-POS-ATIVOS   TO WS-VAL-ATIVOS
138200     MOVE WS-POS-INATIVOS TO WS-VAL-INATIVOS
138300     MOVE WS-POS-HASH     TO WS-VAL-HASH
138400     MOVE WS-LINHA-VALORES TO WS-LINHA-IMPRESSAO
138500     PERFORM 8000-IMPRIMIR-LINHA
138600         THRU 8000-IMPRIMIR-LINHA-EXIT
138700     MOVE "POSICAO ATUAL (SIS-FILE)" TO WS-VAL-ROTULO
138800     MOVE WS-ATU-ATIVOS   TO WS-VAL-ATIVOS
138900     MOVE WS-ATU-INATIVOS TO WS-VAL-INATIVOS
139000     MOVE WS-ATU-HASH     TO WS-VAL-HASH
139100     MOVE WS-LINHA-VALORES TO WS-LINHA-IMPRESSAO
139200     PERFORM 8000-IMPRIMIR-LINHA
139300         THRU 8000-IMPRIMIR-LINHA-EXIT.
139400 6500-IMPRIMIR-TOTAIS-CONFRONTO-EXIT.
139500     EXIT.
139600*
139700 6600-IMPRIMIR-MUDANCA.
139800     MOVE WS-LINHA-MUDANCA TO WS-LINHA-IMPRESSAO
139900     PERFORM 8000-IMPRIMIR-LINHA
140000         THRU 8000-IMPRIMIR-LINHA-EXIT.
140100 6600-IMPRIMIR-MUDANCA-EXIT.
140200     EXIT.
140300*
140400*----------------------------------------------------------------
140500* 7000-FINALIZAR
140600*     FECHA O RELATORIO E DEVOLVE O CODIGO DE RETORNO - ZERO NA
140700*     POSICAO GERADA, 4 COM RESSALVA, 8 NA FALHA.
140800*----------------------------------------------------------------
140900 7000-FINALIZAR.
141000     IF WS-FALHOU
141100         MOVE "POSICAO NAO GERADA - VER AS MENSAGENS DO JOB"
141200           TO WS-LINHA-IMPRESSAO
141300         PERFORM 8000-IMPRIMIR-LINHA
141400             THRU 8000-IMPRIMIR-LINHA-EXIT
141500     END-IF
141600     CLOSE REL-FILE
141700     EVALUATE TRUE
141800         WHEN WS-FALHOU
141900             DISPLAY "POSRETRO: POSICAO NAO GERADA - RC=8"
142000             MOVE 8 TO RETURN-CODE
142100         WHEN WS-COM-RESSALVA
142200             DISPLAY "POSRETRO: POSICAO COM RESSALVA - RC=4"
142300             MOVE 4 TO RETURN-CODE
142400         WHEN OTHER
142500             DISPLAY "POSRETRO: POSICAO GERADA - RC=0"
142600     END-EVALUATE.
142700 7000-FINALIZAR-EXIT.
142800     EXIT.
142900*
143000*----------------------------------------------------------------
143100* 8000-IMPRIMIR-LINHA
143200*     IMPRIME A LINHA MONTADA EM WS-LINHA-IMPRESSAO, COM QUEBRA
143300*     DE PAGINA.
143400*----------------------------------------------------------------
143500 8000-IMPRIMIR-LINHA.
143600     IF WS-LINHA IS GREATER THAN WS-MAX-LINHAS
143700         PERFORM 8900-IMPRIMIR-CABECALHO
143800             THRU 8900-IMPRIMIR-CABECALHO-EXIT
143900     END-IF
144000     WRITE REL-LINHA FROM WS-LINHA-IMPRESSAO
144100     ADD 1 TO WS-LINHA
144200     MOVE SPACES TO WS-LINHA-IMPRESSAO.
144300 8000-IMPRIMIR-LINHA-EXIT.
144400     EXIT.
144500*
144600*----------------------------------------------------------------
144700* 8100-ABRIR-SECAO
144800*     INICIA A SECAO CUJO TITULO ESTA EM WS-SEC-TITULO (PAGINA
144900*     NOVA SE NAO COUBER O INICIO DA SECAO).
145000*----------------------------------------------------------------
145100 8100-ABRIR-SECAO.
145200     IF WS-LINHA + 5 IS GREATER THAN WS-MAX-LINHAS
145300         PERFORM 8900-IMPRIMIR-CABECALHO
145400             THRU 8900-IMPRIMIR-CABECALHO-EXIT
145500         GO TO 8100-ABRIR-SECAO-EXIT
145600     END-IF
145700     MOVE SPACES TO REL-LINHA
145800     WRITE REL-LINHA
145900     WRITE REL-LINHA FROM WS-LINHA-SECAO
146000     ADD 2 TO WS-LINHA
146100     IF WS-LINHA-COLUNAS-SECAO NOT EQUAL SPACES
146200         WRITE REL-LINHA FROM WS-LINHA-COLUNAS-SECAO
146300         ADD 1 TO WS-LINHA
146400     END-IF.
146500 8100-ABRIR-SECAO-EXIT.
146600     EXIT.
146700*
146800 8200-IMPRIMIR-INFO.
146900     MOVE WS-LINHA-INFO TO WS-LINHA-IMPRESSAO
147000     PERFORM 8000-IMPRIMIR-LINHA
147100         THRU 8000-IMPRIMIR-LINHA-EXIT
147200     MOVE SPACES TO WS-LINHA-INFO.
147300 8200-IMPRIMIR-INFO-EXIT.
147400     EXIT.
147500*
147600*----------------------------------------------------------------
147700* 8500-EDITAR-DATA-HORA
147800*     EDITA WS-CALC-DATA-HORA COMO DD/MM/AAAA HH:MM:SS.
147900*----------------------------------------------------------------
148000 8500-EDITAR-DATA-HORA.
148100     MOVE WS-CDH-DIA     TO WS-DHE-DIA
148200     MOVE WS-CDH-MES     TO WS-DHE-MES
148300     MOVE WS-CDH-ANO     TO WS-DHE-ANO
148400     MOVE WS-CDH-HORA    TO WS-DHE-HORA
148500     MOVE WS-CDH-MINUTO  TO WS-DHE-MINUTO
148600     MOVE WS-CDH-SEGUNDO TO WS-DHE-SEGUNDO.
148700 8500-EDITAR-DATA-HORA-EXIT.
148800     EXIT.
148900*
149000*----------------------------------------------------------------
149100* 8600-CALCULAR-MINUTOS
149200*     CONVERTE WS-CALC-DATA-HORA EM MINUTOS CORRIDOS: DIAS DOS
149300*     ANOS COMPLETOS (COM OS BISSEXTOS), DIAS DOS MESES
149400*     COMPLETOS DO ANO, DIA DO MES, HORA E MINUTO.
149500*----------------------------------------------------------------
149600 8600-CALCULAR-MINUTOS.
149700     COMPUTE WS-CALC-ANOS = WS-CDH-ANO - 1
149800     DIVIDE WS-CALC-ANOS BY 4 GIVING WS-CALC-QUOCIENTE
149900     COMPUTE WS-CALC-DIAS = WS-CALC-ANOS * 365 + WS-CALC-QUOCIENTE
150000     DIVIDE WS-CALC-ANOS BY 100 GIVING WS-CALC-QUOCIENTE
150100     SUBTRACT WS-CALC-QUOCIENTE FROM WS-CALC-DIAS
150200     DIVIDE WS-CALC-ANOS BY 400 GIVING WS-CALC-QUOCIENTE
150300     ADD WS-CALC-QUOCIENTE TO WS-CALC-DIAS
150400     ADD WS-DIAS-ACUMULADOS(WS-CDH-MES) TO WS-CALC-DIAS
150500     ADD WS-CDH-DIA TO WS-CALC-DIAS
150600     IF WS-CDH-MES IS GREATER THAN 2
150700         DIVIDE WS-CDH-ANO BY 4 GIVING WS-CALC-QUOCIENTE
150800             REMAINDER WS-CALC-RESTO-4
150900         DIVIDE WS-CDH-ANO BY 100 GIVING WS-CALC-QUOCIENTE
151000             REMAINDER WS-CALC-RESTO-100
151100         DIVIDE WS-CDH-ANO BY 400 GIVING WS-CALC-QUOCIENTE
151200             REMAINDER WS-CALC-RESTO-400
151300         IF WS-CALC-RESTO-4 EQUAL ZEROS
151400            AND (WS-CALC-RESTO-100 NOT EQUAL ZEROS
151500                 OR WS-CALC-RESTO-400 EQUAL ZEROS)
151600             ADD 1 TO WS-CALC-DIAS
151700         END-IF
151800     END-IF
151900     COMPUTE WS-CALC-MINUTOS = WS-CALC-DIAS * 1440
152000                             + WS-CDH-HORA * 60
152100                             + WS-CDH-MINUTO.
152200 8600-CALCULAR-MINUTOS-EXIT.
152300     EXIT.
152400*
152500*----------------------------------------------------------------
152600* 8900-IMPRIMIR-CABECALHO
152700*     QUEBRA DE PAGINA - IMPRIME O CABECALHO, O TITULO DA SECAO
152800*     CORRENTE E, SE HOUVER, OS TITULOS DAS COLUNAS.
152900*----------------------------------------------------------------
153000 8900-IMPRIMIR-CABECALHO.
153100     ADD 1 TO WS-PAGINA
153200     MOVE WS-PAGINA TO WS-CAB-PAGINA
153300     IF WS-PAGINA IS GREATER THAN 1
153400         WRITE REL-LINHA FROM WS-CABECALHO-1
153500             BEFORE ADVANCING NOVA-PAGINA
153600     ELSE
153700         WRITE REL-LINHA FROM WS-CABECALHO-1
153800     END-IF
153900     MOVE SPACES TO REL-LINHA
154000     WRITE REL-LINHA
154100     WRITE REL-LINHA FROM WS-LINHA-SECAO
154200     MOVE 3 TO WS-LINHA
154300     IF WS-LINHA-COLUNAS-SECAO NOT EQUAL SPACES
154400         WRITE REL-LINHA FROM WS-LINHA-COLUNAS-SECAO
154500         ADD 1 TO WS-LINHA
154600     END-IF.
154700 8900-IMPRIMIR-CABECALHO-EXIT.
154800     EXIT.
154900*
155000 END PROGRAM POSRETRO.
