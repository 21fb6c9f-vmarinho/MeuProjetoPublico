000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BATRFB.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - BATIMENTO MENSAL DO
001200*                     CADASTRO COM A SITUACAO CADASTRAL DA
001300*                     RECEITA FEDERAL (ARQUIVO DO BUREAU).
001314* 15/10/2026  EDS     REGISTRO DA EXECUCAO NO CONTROLE DA CADEIA
001328*                     NOTURNA (CTLEXEC): INICIO, FIM, RC E
001342*                     QUANTIDADES.
001357*                     O JOB SO INICIA DEPOIS DE JANFECHA
001371*                     CONCLUIDO NA MESMA DATA DE NEGOCIO E
001385*                     TERMINA COM RC 12 SE RECUSADO.
001388* 15/10/2026  EDS     AREA DE COMUNICACAO AMPLIADA COM O GRUPO
001391*                     ECONOMICO DO CLIENTE (RAIZ DO CNPJ, MATRIZ
001394*                     E VINCULOS) DEVOLVIDO NA CONSULTA DO
001397*                     MODULO MANUTENCAO.
001400*----------------------------------------------------------------
001500*
001600*----------------------------------------------------------------
001700* PROPOSITO.
001800*     CONFRONTAR O ARQUIVO MENSAL DO BUREAU DE DADOS (RFBENT -
001900*     DOCUMENTO, SITUACAO NA RECEITA, NOME OFICIAL E DATA DA
002000*     SITUACAO) COM O CADASTRO (SIS-FILE), PELO INDICE ALTERNATIVO
002100*     DE SIS-DOCUMENTO. O ARQUIVO DO BUREAU E CLASSIFICADO POR
002200*     DOCUMENTO E LIDO EM PARALELO COM O CADASTRO NA ORDEM DO
002300*     DOCUMENTO. SO OS CLIENTES ATIVOS SAO CONFRONTADOS.
002400*
002500*     SAIDAS:
002600*         - RELDIV: DIVERGENCIAS AGRUPADAS POR SITUACAO NA
002700*           RECEITA, COM O NOME DO CADASTRO AO LADO DO NOME
002800*           OFICIAL. E DIVERGENTE O CLIENTE CUJA SITUACAO NAO E
002900*           ATIVA/REGULAR OU CUJO NOME DIFERE DO NOME OFICIAL;
003000*         - RELAUS: CLIENTES ATIVOS CUJO DOCUMENTO NAO CONSTA DO
003100*           ARQUIVO DO BUREAU;
003200*         - INATIVACAO AUTOMATICA, PELO MODULO MANUTENCAO
003300*           (EXCLUSAO EM LOTE, ORIGEM 'B'), DE PESSOA JURIDICA
003400*           COM CNPJ BAIXADO (MOTIVO WS-MOTIVO-CNPJ-BAIXADO) E DE
003500*           PESSOA FISICA COM CPF CANCELADO OU DE TITULAR
003600*           FALECIDO (MOTIVO WS-MOTIVO-CPF-CANCELADO). O
003700*           RESULTADO SAI NA LINHA DA DIVERGENCIA.
003800*     AS DIVERGENCIAS SAO GRAVADAS EM UM ARQUIVO DE TRABALHO
003900*     (DIVRFB) E SO DEPOIS DO BATIMENTO, COM SIS-FILE JA
004000*     FECHADO, SAO CLASSIFICADAS, IMPRESSAS E INATIVADAS - O
004100*     MODULO MANUTENCAO ABRE O CADASTRO EM ATUALIZACAO.
004200*
004300*     O JOB SO INICIA COM O SISTEMA FECHADO ('F' EM SIT-FILE).
004400*
004500*     LAYOUT DO ARQUIVO DO BUREAU (COLUNAS FIXAS, 83 BYTES):
004600*         01-14  DOCUMENTO (CPF OU CNPJ, ZEROS A ESQUERDA)
004700*         15     SITUACAO NA RECEITA:
004800*                    A = ATIVA / REGULAR
004900*                    S = SUSPENSA
005000*                    I = INAPTA
005100*                    P = PENDENTE DE REGULARIZACAO
005200*                    N = NULA
005300*                    B = BAIXADA (CNPJ)
005400*                    C = CANCELADA (CPF)
005500*                    F = TITULAR FALECIDO (CPF)
005600*         16-75  NOME OFICIAL (RAZAO SOCIAL OU NOME DO TITULAR)
005700*         76-83  DATA DA SITUACAO AAAAMMDD
005800*----------------------------------------------------------------
005900*
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER.   IBM-370.
006300 OBJECT-COMPUTER.   IBM-370.
006400 SPECIAL-NAMES.
006500     C01 IS NOVA-PAGINA.
006600*
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     COPY "sel-sisfile.cpy".
007000     COPY "sel-sitfile.cpy".
007100
007200     SELECT RFB-FILE ASSIGN TO "RFBENT"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-RFB-STATUS.
007500
007600     SELECT DIV-FILE ASSIGN TO "DIVRFB"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-DIV-STATUS.
007900
008000     SELECT ORDEM-RFB-FILE ASSIGN TO "SORTWK1".
008100
008200     SELECT ORDEM-DIV-FILE ASSIGN TO "SORTWK2".
008300
008400     SELECT REL-DIV-FILE ASSIGN TO "RELDIV"
008500         ORGANIZATION IS SEQUENTIAL.
008600
008700     SELECT REL-AUS-FILE ASSIGN TO "RELAUS"
008800         ORGANIZATION IS SEQUENTIAL.
008900*
009000 DATA DIVISION.
009100 FILE SECTION.
009200     COPY "fd-sisfile.cpy".
009300     COPY "fd-sitfile.cpy".
009400*
009500 FD  RFB-FILE
009600     LABEL RECORD STANDARD.
009700 01  RFB-REGISTRO                PIC X(83).
009800*
009900*----------------------------------------------------------------
010000* DIVERGENCIA ENCONTRADA NO BATIMENTO (ARQUIVO DE TRABALHO)
010100*----------------------------------------------------------------
010200 FD  DIV-FILE
010300     LABEL RECORD STANDARD.
010400 01  DIV-REGISTRO.
010500     05  DIV-SITUACAO            PIC X(01).
010600     05  DIV-DOCUMENTO           PIC 9(14).
010700     05  DIV-CODIGO              PIC 9(07).
010800     05  DIV-TIPO-DOC            PIC X(01).
010900     05  DIV-NOME                PIC X(30).
011000     05  DIV-NOME-OFICIAL        PIC X(60).
011100     05  DIV-DATA-SITUACAO       PIC 9(08).
011200     05  DIV-NOME-DIFERE         PIC X(01).
011300     05  DIV-MOTIVO              PIC 9(03).
011400*
011500 SD  ORDEM-RFB-FILE.
011600 01  ORF-REGISTRO.
011700     05  ORF-DOCUMENTO           PIC 9(14).
011800     05  ORF-DOCUMENTO-X REDEFINES ORF-DOCUMENTO
011900                                 PIC X(14).
012000     05  ORF-SITUACAO            PIC X(01).
012100         88  ORF-ATIVA                   VALUE 'A'.
012200         88  ORF-BAIXADA                 VALUE 'B'.
012300         88  ORF-CANCELADA               VALUE 'C'.
012400         88  ORF-FALECIDO                VALUE 'F'.
012500         88  ORF-SITUACAO-VALIDA         VALUE 'A' 'S' 'I' 'P'
012600                                               'N' 'B' 'C' 'F'.
012700     05  ORF-NOME-OFICIAL        PIC X(60).
012800     05  ORF-NOME-OFICIAL-R REDEFINES ORF-NOME-OFICIAL.
012900         10  ORF-NOME-CURTO      PIC X(30).
013000         10  FILLER              PIC X(30).
013100     05  ORF-DATA-SITUACAO       PIC 9(08).
013200*
013300 SD  ORDEM-DIV-FILE.
013400 01  ODV-REGISTRO.
013500     05  ODV-SITUACAO            PIC X(01).
013600     05  ODV-DOCUMENTO           PIC 9(14).
013700     05  ODV-CODIGO              PIC 9(07).
013800     05  ODV-TIPO-DOC            PIC X(01).
013900     05  ODV-NOME                PIC X(30).
014000     05  ODV-NOME-OFICIAL        PIC X(60).
014100     05  ODV-DATA-SITUACAO       PIC 9(08).
014200     05  ODV-NOME-DIFERE         PIC X(01).
014300         88  ODV-NOME-DIVERGENTE         VALUE 'S'.
014400     05  ODV-MOTIVO              PIC 9(03).
014500*
014600 FD  REL-DIV-FILE
014700     LABEL RECORD STANDARD.
014800 01  REL-DIV-LINHA           PIC X(132).
014900*
015000 FD  REL-AUS-FILE
015100     LABEL RECORD STANDARD.
015200 01  REL-AUS-LINHA           PIC X(132).
015300*
015400 WORKING-STORAGE SECTION.
015500*----------------------------------------------------------------
015600* CONTADORES E INDICADORES
015700*----------------------------------------------------------------
015800 77  WS-TOTAL-RECEITA        PIC 9(07) COMP VALUE ZEROS.
015900 77  WS-TOTAL-INVALIDO       PIC 9(07) COMP VALUE ZEROS.
016000 77  WS-TOTAL-DUPLICADO      PIC 9(07) COMP VALUE ZEROS.
016100 77  WS-TOTAL-SEM-CLIENTE    PIC 9(07) COMP VALUE ZEROS.
016200 77  WS-TOTAL-CONFERIDO      PIC 9(07) COMP VALUE ZEROS.
016300 77  WS-TOTAL-DIVERGENTE     PIC 9(07) COMP VALUE ZEROS.
016400 77  WS-TOTAL-AUSENTE        PIC 9(07) COMP VALUE ZEROS.
016500 77  WS-TOTAL-SEM-DOCUMENTO  PIC 9(07) COMP VALUE ZEROS.
016600 77  WS-TOTAL-INATIVADO      PIC 9(07) COMP VALUE ZEROS.
016700 77  WS-TOTAL-RECUSADO       PIC 9(07) COMP VALUE ZEROS.
016800 77  WS-TOTAL-GRUPO          PIC 9(07) COMP VALUE ZEROS.
016900 77  WS-PAGINA-DIV           PIC 9(04) COMP VALUE ZEROS.
017000 77  WS-LINHA-DIV            PIC 9(02) COMP VALUE ZEROS.
017100 77  WS-PAGINA-AUS           PIC 9(04) COMP VALUE ZEROS.
017200 77  WS-LINHA-AUS            PIC 9(02) COMP VALUE ZEROS.
017300 77  WS-MAX-LINHAS           PIC 9(02) COMP VALUE 50.
017400 77  WS-CHAVE-RFB            PIC X(14) VALUE LOW-VALUES.
017500 77  WS-CHAVE-SIS            PIC X(14) VALUE LOW-VALUES.
017600 77  WS-RFB-ANTERIOR         PIC X(14) VALUE LOW-VALUES.
017700 77  WS-SITUACAO-ANTERIOR    PIC X(01) VALUE SPACE.
017800 77  WS-DESCR-SITUACAO       PIC X(26).
017900 77  WS-OPERADOR-LOTE        PIC X(08) VALUE "BATRFB".
018000*
018100*----------------------------------------------------------------
018200* MOTIVOS DE SITUACAO GRAVADOS NAS INATIVACOES AUTOMATICAS -
018300* DEVEM ESTAR CADASTRADOS EM MOT-FILE (MANUTMOT) ANTES DO USO.
018400*----------------------------------------------------------------
018500 77  WS-MOTIVO-CNPJ-BAIXADO  PIC 9(03) VALUE 902.
018600 77  WS-MOTIVO-CPF-CANCELADO PIC 9(03) VALUE 903.
018700*
018800 01  WS-SWITCHES.
018900     03  WS-SW-FIM-RECEITA   PIC X(01) VALUE 'N'.
019000         88  WS-FIM-RECEITA          VALUE 'S'.
019100         88  WS-NAO-FIM-RECEITA      VALUE 'N'.
019200     03  WS-SW-FIM-CADASTRO  PIC X(01) VALUE 'N'.
019300         88  WS-FIM-CADASTRO         VALUE 'S'.
019400         88  WS-NAO-FIM-CADASTRO     VALUE 'N'.
019500     03  WS-SW-FIM-DIVERGENCIA PIC X(01) VALUE 'N'.
019600         88  WS-FIM-DIVERGENCIA      VALUE 'S'.
019700         88  WS-NAO-FIM-DIVERGENCIA  VALUE 'N'.
019800     03  WS-SW-FALHA         PIC X(01) VALUE 'N'.
019900         88  WS-FALHOU               VALUE 'S'.
020000         88  WS-SEM-FALHA            VALUE 'N'.
020100     03  WS-SW-RECEITA       PIC X(01) VALUE 'N'.
020200         88  WS-RECEITA-VALIDA       VALUE 'S'.
020300         88  WS-RECEITA-INVALIDA     VALUE 'N'.
020400     03  WS-SW-PRIMEIRO      PIC X(01) VALUE 'S'.
020500         88  WS-PRIMEIRO-GRUPO       VALUE 'S'.
020600         88  WS-NAO-PRIMEIRO-GRUPO   VALUE 'N'.
020700     03  WS-SW-RELATORIOS    PIC X(01) VALUE 'N'.
020800         88  WS-RELATORIOS-ABERTOS   VALUE 'S'.
020900         88  WS-RELATORIOS-FECHADOS  VALUE 'N'.
021000*
021100 01  WS-FILE-STATUS.
021200     03  WS-FILE-1           PIC X(01).
021300     03  WS-FILE-2           PIC X(01) USAGE DISPLAY.
021400*
021500 01  WS-SIT-STATUS.
021600     03  WS-SIT-1            PIC X(01).
021700     03  WS-SIT-2            PIC X(01) USAGE DISPLAY.
021800*
021900 01  WS-RFB-STATUS.
022000     03  WS-RFB-1            PIC X(01).
022100     03  WS-RFB-2            PIC X(01) USAGE DISPLAY.
022200*
022300 01  WS-DIV-STATUS.
022400     03  WS-DIV-1            PIC X(01).
022500     03  WS-DIV-2            PIC X(01) USAGE DISPLAY.
022600*
022700*----------------------------------------------------------------
022800* EDICAO DE DATAS AAAAMMDD EM DD/MM/AAAA
022900*----------------------------------------------------------------
023000 01  WS-DATA-ENTRADA         PIC 9(08).
023100 01  WS-DATA-ENTRADA-R REDEFINES WS-DATA-ENTRADA.
023200     05  WS-DTE-ANO          PIC X(04).
023300     05  WS-DTE-MES          PIC X(02).
023400     05  WS-DTE-DIA          PIC X(02).
023500 01  WS-DATA-EDITADA.
023600     05  WS-DTS-DIA          PIC X(02).
023700     05  FILLER              PIC X(01) VALUE "/".
023800     05  WS-DTS-MES          PIC X(02).
023900     05  FILLER              PIC X(01) VALUE "/".
024000     05  WS-DTS-ANO          PIC X(04).
024100*
024200*----------------------------------------------------------------
024300* AREA DE COMUNICACAO COM O MODULO MANUTENCAO
024400*----------------------------------------------------------------
024500 01  WS-MAN-OPERACAO         PIC X(01).
024600 01  WS-MAN-DADOS.
024700     10  WS-MAN-CODIGO           PIC 9(07).
024800     10  WS-MAN-NOME             PIC X(30).
024900     10  WS-MAN-ENDERECO.
025000         15  WS-MAN-LOGRADOURO   PIC X(30).
025100         15  WS-MAN-NUMERO       PIC X(06).
025200         15  WS-MAN-COMPLEMENTO  PIC X(15).
025300         15  WS-MAN-BAIRRO       PIC X(20).
025400         15  WS-MAN-CEP          PIC 9(08).
025500     10  WS-MAN-CIDADE           PIC X(20).
025600     10  WS-MAN-ESTADO           PIC X(02).
025700     10  WS-MAN-SEXO             PIC X(09).
025800     10  WS-MAN-SITUACAO         PIC X(01).
025900     10  WS-MAN-TIPO-DOC         PIC X(01).
026000     10  WS-MAN-DOCUMENTO        PIC 9(14).
026100     10  WS-MAN-DATA-CADASTRO    PIC 9(08).
026200     10  WS-MAN-DATA-ULT-SIT     PIC 9(08).
026300     10  WS-MAN-CONFIRMA-DUP     PIC X(01).
026400     10  WS-MAN-CONTATO.
026500         15  WS-MAN-CONTATO-SEQ  PIC 9(03).
026600         15  WS-MAN-CONTATO-TIPO PIC X(01).
026700         15  WS-MAN-CONTATO-VALOR PIC X(40).
026800         15  WS-MAN-CONTATO-PREF PIC X(01).
026900     10  WS-MAN-ORIGEM           PIC X(01).
027000     10  WS-MAN-MOTIVO           PIC 9(03).
027100     10  WS-MAN-OPERADOR         PIC X(08).
027109     10  WS-MAN-GRUPO.
027118         15  WS-MAN-GRP-RAIZ     PIC 9(08).
027127         15  WS-MAN-GRP-MATRIZ   PIC 9(07).
027136         15  WS-MAN-GRP-QTD-ESTAB PIC 9(04).
027145         15  WS-MAN-GRP-REVISAO  PIC X(01).
027154         15  WS-MAN-GRP-QTD-VINC PIC 9(04).
027163         15  WS-MAN-GRP-VINCULO  OCCURS 10 TIMES.
027172             20  WS-MAN-VIN-PAPEL    PIC X(01).
027181             20  WS-MAN-VIN-CODIGO   PIC 9(07).
027190             20  WS-MAN-VIN-REVISAO  PIC X(01).
027200 01  WS-MAN-MENSAGEM         PIC X(60).
027300 01  WS-MAN-RETORNO          PIC 9(02).
027400     88  WS-MAN-RET-SUCESSO          VALUE 00.
027500*
027600*----------------------------------------------------------------
027700* RELATORIO DE DIVERGENCIAS (RELDIV)
027800*----------------------------------------------------------------
027900 01  WS-CAB-DIV-1.
028000     05  FILLER          PIC X(40)
028100             VALUE "DIVERGENCIAS CADASTRO X RECEITA FEDERAL".
028200     05  FILLER          PIC X(30) VALUE SPACES.
028300     05  FILLER          PIC X(08) VALUE "PAGINA: ".
028400     05  WS-CAB-DIV-PAGINA PIC ZZZ9.
028500*
028600 01  WS-CAB-DIV-2.
028700     05  FILLER              PIC X(22)
028800             VALUE "SITUACAO NA RECEITA: ".
028900     05  WS-CAB-DIV-SITUACAO PIC X(01).
029000     05  FILLER              PIC X(03) VALUE " - ".
029100     05  WS-CAB-DIV-DESCRICAO PIC X(26).
029200*
029300 01  WS-CAB-DIV-3.
029400     05  FILLER              PIC X(09) VALUE "CODIGO".
029500     05  FILLER              PIC X(03) VALUE "T".
029600     05  FILLER              PIC X(16) VALUE "DOCUMENTO".
029700     05  FILLER              PIC X(32) VALUE "NOME NO CADASTRO".
029800     05  FILLER              PIC X(41) VALUE "NOME NA RECEITA".
029900     05  FILLER              PIC X(12) VALUE "DT.SITUACAO".
030000     05  FILLER              PIC X(05) VALUE "NOME".
030100     05  FILLER              PIC X(14) VALUE "RESULTADO".
030200*
030300 01  WS-DET-DIV.
030400     05  WS-DDV-CODIGO       PIC ZZZZZZ9.
030500     05  FILLER              PIC X(02) VALUE SPACES.
030600     05  WS-DDV-TIPO-DOC     PIC X(01).
030700     05  FILLER              PIC X(02) VALUE SPACES.
030800     05  WS-DDV-DOCUMENTO    PIC 9(14).
030900     05  FILLER              PIC X(02) VALUE SPACES.
031000     05  WS-DDV-NOME         PIC X(30).
031100     05  FILLER              PIC X(02) VALUE SPACES.
031200     05  WS-DDV-NOME-OFICIAL PIC X(39).
031300     05  FILLER              PIC X(02) VALUE SPACES.
031400     05  WS-DDV-DATA         PIC X(10).
031500     05  FILLER              PIC X(02) VALUE SPACES.
031600     05  WS-DDV-NOME-DIFERE  PIC X(03).
031700     05  FILLER              PIC X(02) VALUE SPACES.
031800     05  WS-DDV-RESULTADO    PIC X(14).
031900*
032000 01  WS-DET-DIV-RECUSA.
032100     05  FILLER              PIC X(11) VALUE SPACES.
032200     05  FILLER              PIC X(21)
032300             VALUE "INATIVACAO RECUSADA: ".
032400     05  WS-DDR-MENSAGEM     PIC X(60).
032500*
032600 01  WS-TOT-DIV-GRUPO.
032700     05  FILLER              PIC X(27)
032800             VALUE "TOTAL DA SITUACAO:".
032900     05  WS-TDG-QTD          PIC ZZZ,ZZ9.
033000*
033100*----------------------------------------------------------------
033200* RELATORIO DE CLIENTES AUSENTES DO ARQUIVO DO BUREAU (RELAUS)
033300*----------------------------------------------------------------
033400 01  WS-CAB-AUS-1.
033500     05  FILLER          PIC X(50)
033600         VALUE "CLIENTES ATIVOS AUSENTES DO ARQUIVO DA RECEITA".
033700     05  FILLER          PIC X(20) VALUE SPACES.
033800     05  FILLER          PIC X(08) VALUE "PAGINA: ".
033900     05  WS-CAB-AUS-PAGINA PIC ZZZ9.
034000*
034100 01  WS-CAB-AUS-2.
034200     05  FILLER              PIC X(09) VALUE "CODIGO".
034300     05  FILLER              PIC X(03) VALUE "T".
034400     05  FILLER              PIC X(16) VALUE "DOCUMENTO".
034500     05  FILLER              PIC X(32) VALUE "NOME".
034600     05  FILLER              PIC X(22) VALUE "CIDADE".
034700     05  FILLER              PIC X(04) VALUE "UF".
034800     05  FILLER              PIC X(11) VALUE "CADASTRO".
034900*
035000 01  WS-DET-AUS.
035100     05  WS-DAU-CODIGO       PIC ZZZZZZ9.
035200     05  FILLER              PIC X(02) VALUE SPACES.
035300     05  WS-DAU-TIPO-DOC     PIC X(01).
035400     05  FILLER              PIC X(02) VALUE SPACES.
035500     05  WS-DAU-DOCUMENTO    PIC 9(14).
035600     05  FILLER              PIC X(02) VALUE SPACES.
035700     05  WS-DAU-NOME         PIC X(30).
035800     05  FILLER              PIC X(02) VALUE SPACES.
035900     05  WS-DAU-CIDADE       PIC X(20).
036000     05  FILLER              PIC X(02) VALUE SPACES.
036100     05  WS-DAU-ESTADO       PIC X(02).
036200     05  FILLER              PIC X(02) VALUE SPACES.
036300     05  WS-DAU-DATA         PIC X(10).
036400*
036500*----------------------------------------------------------------
036600* LINHAS DE RODAPE (TOTAIS DA EXECUCAO)
036700*----------------------------------------------------------------
036800 01  WS-RODAPE-1.
036900     05  FILLER          PIC X(26) VALUE "REGISTROS DO BUREAU:".
037000     05  WS-ROD-RECEITA  PIC ZZZ,ZZ9.
037100     05  FILLER          PIC X(14) VALUE " INVALIDOS: ".
037200     05  WS-ROD-INVALIDO PIC ZZZ,ZZ9.
037300     05  FILLER          PIC X(15) VALUE " DUPLICADOS: ".
037400     05  WS-ROD-DUPLICADO PIC ZZZ,ZZ9.
037500     05  FILLER          PIC X(20) VALUE " SEM CLIENTE: ".
037600     05  WS-ROD-SEM-CLIENTE PIC ZZZ,ZZ9.
037700*
037800 01  WS-RODAPE-2.
037900     05  FILLER          PIC X(26) VALUE "CLIENTES CONFERIDOS:".
038000     05  WS-ROD-CONFERIDO PIC ZZZ,ZZ9.
038100     05  FILLER          PIC X(14) VALUE " DIVERGENTES: ".
038200     05  WS-ROD-DIVERGENTE PIC ZZZ,ZZ9.
038300     05  FILLER          PIC X(15) VALUE " AUSENTES: ".
038400     05  WS-ROD-AUSENTE  PIC ZZZ,ZZ9.
038500     05  FILLER          PIC X(20) VALUE " SEM DOCUMENTO: ".
038600     05  WS-ROD-SEM-DOCUMENTO PIC ZZZ,ZZ9.
038700*
038800 01  WS-RODAPE-3.
038900     05  FILLER          PIC X(26) VALUE "CLIENTES INATIVADOS:".
039000     05  WS-ROD-INATIVADO PIC ZZZ,ZZ9.
039100     05  FILLER          PIC X(14) VALUE " RECUSADOS: ".
039200     05  WS-ROD-RECUSADO PIC ZZZ,ZZ9.
039300*
039316*----------------------------------------------------------------
039333* AREA DE COMUNICACAO COM O CONTROLE DA CADEIA (CTLEXEC)
039350*----------------------------------------------------------------
039366     COPY "wk-ctlexec.cpy".
039383*
039400 PROCEDURE DIVISION.
039500*----------------------------------------------------------------
039600* 0000-MAINLINE
039700*     PARAGRAFO PRINCIPAL DO PROGRAMA.
039800*----------------------------------------------------------------
039900 0000-MAINLINE.
040000     PERFORM 1000-INICIALIZAR
040100         THRU 1000-INICIALIZAR-EXIT
040200     IF WS-SEM-FALHA
040300         SORT ORDEM-RFB-FILE
040400             ON ASCENDING KEY ORF-DOCUMENTO
040500             USING RFB-FILE
040600             OUTPUT PROCEDURE IS 2000-BATER-CADASTRO
040700                            THRU 2000-BATER-CADASTRO-EXIT
040800     END-IF
040900     IF WS-SEM-FALHA
041000         SORT ORDEM-DIV-FILE
041100             ON ASCENDING KEY ODV-SITUACAO
041200                              ODV-DOCUMENTO
041300                              ODV-CODIGO
041400             USING DIV-FILE
041500             OUTPUT PROCEDURE IS 3000-TRATAR-DIVERGENCIAS
041600                            THRU 3000-TRATAR-DIVERGENCIAS-EXIT
041700     END-IF
041800     PERFORM 4000-FINALIZAR
041900         THRU 4000-FINALIZAR-EXIT
041933     PERFORM 9000-REGISTRAR-FIM
041966         THRU 9000-REGISTRAR-FIM-EXIT
042000     STOP RUN.
042100*
042200*----------------------------------------------------------------
042300* 1000-INICIALIZAR
042400*     CONFERE A JANELA DE LOTE E ABRE O CADASTRO E OS
042500*     RELATORIOS.
042600*----------------------------------------------------------------
042700 1000-INICIALIZAR.
042800     PERFORM 1010-CONFERIR-JANELA
042900         THRU 1010-CONFERIR-JANELA-EXIT
042933     PERFORM 1020-REGISTRAR-INICIO
042966         THRU 1020-REGISTRAR-INICIO-EXIT
043000     OPEN INPUT SIS-FILE
043100     IF WS-FILE-1 NOT EQUAL '0'
043200         DISPLAY "BATRFB: CADASTRO NAO ABERTO - "
043300             "STATUS " WS-FILE-STATUS
043400         SET WS-FALHOU TO TRUE
043500         GO TO 1000-INICIALIZAR-EXIT
043600     END-IF
043700     OPEN OUTPUT REL-DIV-FILE
043800     OPEN OUTPUT REL-AUS-FILE
043900     SET WS-RELATORIOS-ABERTOS TO TRUE
044000     MOVE WS-MAX-LINHAS TO WS-LINHA-DIV
044100     ADD 1 TO WS-LINHA-DIV
044200     MOVE WS-MAX-LINHAS TO WS-LINHA-AUS
044300     ADD 1 TO WS-LINHA-AUS.
044400 1000-INICIALIZAR-EXIT.
044500     EXIT.
044600*
044700*----------------------------------------------------------------
044800* 1010-CONFERIR-JANELA
044900*     SO DEIXA O JOB PROSSEGUIR COM O SISTEMA FECHADO ('F' EM
045000*     SIT-FILE). SEM SIT-FILE (AMBIENTE AINDA SEM JANELA), SEGUE.
045100*----------------------------------------------------------------
045200 1010-CONFERIR-JANELA.
045300     OPEN INPUT SIT-FILE
045400     IF WS-SIT-1 EQUAL '3'
045500         GO TO 1010-CONFERIR-JANELA-EXIT
045600     END-IF
045700     IF WS-SIT-1 NOT EQUAL '0'
045800         DISPLAY "BATRFB: SITUACAO DO SISTEMA NAO ABERTA - "
045900             "STATUS " WS-SIT-STATUS
046000             " - JOB NAO INICIADO - RC=8"
046100         MOVE 8 TO RETURN-CODE
046200         STOP RUN
046300     END-IF
046400     READ SIT-FILE
046500         AT END
046600             CONTINUE
046700     END-READ
046800     IF WS-SIT-1 NOT EQUAL '0'
046900         CLOSE SIT-FILE
047000         DISPLAY "BATRFB: SITUACAO DO SISTEMA ILEGIVEL - "
047100             "STATUS " WS-SIT-STATUS
047200             " - JOB NAO INICIADO - RC=8"
047300         MOVE 8 TO RETURN-CODE
047400         STOP RUN
047500     END-IF
047600     IF NOT SIT-FECHADO
047700         CLOSE SIT-FILE
047800         DISPLAY "BATRFB: SISTEMA ABERTO (FORA DA JANELA DE "
047900             "LOTE) - JOB NAO INICIADO - RC=8"
048000         MOVE 8 TO RETURN-CODE
048100         STOP RUN
048200     END-IF
048300     CLOSE SIT-FILE.
048400 1010-CONFERIR-JANELA-EXIT.
048500     EXIT.
048600*
048603*----------------------------------------------------------------
048606* 1020-REGISTRAR-INICIO
048610*     REGISTRA O INICIO DO JOB NO CONTROLE DA CADEIA NOTURNA
048613*     (CTLEXEC), QUE CONFERE OS PRE-REQUISITOS NA DATA DE
048616*     NEGOCIO CORRENTE. JOB RECUSADO TERMINA COM CODIGO DE
048620*     RETORNO 12; CONTROLE INDISPONIVEL, COM 8.
048623*----------------------------------------------------------------
048626 1020-REGISTRAR-INICIO.
048630     SET WS-CTL-INICIAR TO TRUE
048633     MOVE "BATRFB" TO WS-CTL-JOB
048636     MOVE ZEROS TO WS-CTL-DATA-NEGOCIO
048640     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
048643     IF WS-CTL-RECUSADO
048646         DISPLAY "BATRFB: " WS-CTL-MENSAGEM
048650         DISPLAY "BATRFB: PRE-REQUISITO NAO ATENDIDO - JOB NAO "
048653             "INICIADO - RC=12"
048656         MOVE 12 TO RETURN-CODE
048660         STOP RUN
048663     END-IF
048666     IF WS-CTL-INDISPONIVEL
048670         DISPLAY "BATRFB: " WS-CTL-MENSAGEM
048673         DISPLAY "BATRFB: CONTROLE DA CADEIA INDISPONIVEL - "
048676             "JOB NAO INICIADO - RC=8"
048680         MOVE 8 TO RETURN-CODE
048683         STOP RUN
048686     END-IF.
048690 1020-REGISTRAR-INICIO-EXIT.
048693     EXIT.
048696*
048700*----------------------------------------------------------------
048800* 2000-BATER-CADASTRO
048900*     PROCEDIMENTO DE SAIDA DA CLASSIFICACAO DO ARQUIVO DO
049000*     BUREAU: LE EM PARALELO O BUREAU E O CADASTRO, AMBOS NA
049100*     ORDEM DO DOCUMENTO, GRAVANDO AS DIVERGENCIAS EM DIV-FILE E
049200*     IMPRIMINDO OS AUSENTES. AO FINAL FECHA O CADASTRO.
049300*----------------------------------------------------------------
049400 2000-BATER-CADASTRO.
049500     OPEN OUTPUT DIV-FILE
049600     IF WS-DIV-1 NOT EQUAL '0'
049700         DISPLAY "BATRFB: ARQUIVO DE TRABALHO NAO ABERTO - "
049800             "STATUS " WS-DIV-STATUS
049900         SET WS-FALHOU TO TRUE
050000         CLOSE SIS-FILE
050100         GO TO 2000-BATER-CADASTRO-EXIT
050200     END-IF
050300     PERFORM 2100-OBTER-RECEITA
050400         THRU 2100-OBTER-RECEITA-EXIT
050500     MOVE ZEROS TO SIS-DOCUMENTO
050600     START SIS-FILE KEY IS NOT LESS THAN SIS-DOCUMENTO
050700         INVALID KEY
050800             SET WS-FIM-CADASTRO TO TRUE
050900             MOVE HIGH-VALUES TO WS-CHAVE-SIS
051000     END-START
051100     PERFORM 2200-LER-CADASTRO
051200         THRU 2200-LER-CADASTRO-EXIT
051300     PERFORM 2300-COMPARAR
051400         THRU 2300-COMPARAR-EXIT
051500         UNTIL WS-FIM-RECEITA AND WS-FIM-CADASTRO
051600     CLOSE DIV-FILE
051700     CLOSE SIS-FILE.
051800 2000-BATER-CADASTRO-EXIT.
051900     EXIT.
052000*
052100*----------------------------------------------------------------
052200* 2100-OBTER-RECEITA
052300*     OBTEM O PROXIMO REGISTRO VALIDO DO BUREAU, JA CLASSIFICADO.
052400*----------------------------------------------------------------
052500 2100-OBTER-RECEITA.
052600     SET WS-RECEITA-INVALIDA TO TRUE
052700     PERFORM 2110-RETORNAR-RECEITA
052800         THRU 2110-RETORNAR-RECEITA-EXIT
052900         UNTIL WS-RECEITA-VALIDA OR WS-FIM-RECEITA.
053000 2100-OBTER-RECEITA-EXIT.
053100     EXIT.
053200*
053300*----------------------------------------------------------------
053400* 2110-RETORNAR-RECEITA
053500*     RETORNA UM REGISTRO DO BUREAU E O VALIDA. DOCUMENTO NAO
053600*     NUMERICO OU ZERADO E SITUACAO DESCONHECIDA SAO DESCARTADOS
053700*     COMO INVALIDOS; DOCUMENTO REPETIDO, COMO DUPLICADO (VALE O
053800*     PRIMEIRO REGISTRO).
053900*----------------------------------------------------------------
054000 2110-RETORNAR-RECEITA.
054100     RETURN ORDEM-RFB-FILE
054200         AT END
054300             SET WS-FIM-RECEITA TO TRUE
054400             MOVE HIGH-VALUES TO WS-CHAVE-RFB
054500             GO TO 2110-RETORNAR-RECEITA-EXIT
054600     END-RETURN
054700     ADD 1 TO WS-TOTAL-RECEITA
054800     IF ORF-DOCUMENTO IS NOT NUMERIC
054900        OR ORF-DOCUMENTO EQUAL ZEROS
055000        OR NOT ORF-SITUACAO-VALIDA
055100         ADD 1 TO WS-TOTAL-INVALIDO
055200         DISPLAY "BATRFB: REGISTRO DO BUREAU INVALIDO - "
055300             ORF-DOCUMENTO-X " SITUACAO " ORF-SITUACAO
055400         GO TO 2110-RETORNAR-RECEITA-EXIT
055500     END-IF
055600     IF ORF-DOCUMENTO-X EQUAL WS-RFB-ANTERIOR
055700         ADD 1 TO WS-TOTAL-DUPLICADO
055800         DISPLAY "BATRFB: DOCUMENTO REPETIDO NO BUREAU - "
055900             ORF-DOCUMENTO-X " - VALE O PRIMEIRO REGISTRO"
056000         GO TO 2110-RETORNAR-RECEITA-EXIT
056100     END-IF
056200     SET WS-RECEITA-VALIDA TO TRUE
056300     MOVE ORF-DOCUMENTO-X TO WS-CHAVE-RFB
056400     MOVE ORF-DOCUMENTO-X TO WS-RFB-ANTERIOR.
056500 2110-RETORNAR-RECEITA-EXIT.
056600     EXIT.
056700*
056800*----------------------------------------------------------------
056900* 2200-LER-CADASTRO
057000*     LE O PROXIMO CLIENTE NA ORDEM DO DOCUMENTO.
057100*----------------------------------------------------------------
057200 2200-LER-CADASTRO.
057300     IF WS-FIM-CADASTRO
057400         GO TO 2200-LER-CADASTRO-EXIT
057500     END-IF
057600     READ SIS-FILE NEXT
057700         AT END
057800             SET WS-FIM-CADASTRO TO TRUE
057900             MOVE HIGH-VALUES TO WS-CHAVE-SIS
058000             GO TO 2200-LER-CADASTRO-EXIT
058100     END-READ
058200     IF WS-FILE-1 NOT EQUAL '0'
058300         DISPLAY "BATRFB: FALHA DE LEITURA DO CADASTRO - "
058400             "STATUS " WS-FILE-STATUS
058500         SET WS-FALHOU TO TRUE
058600         SET WS-FIM-CADASTRO TO TRUE
058700         MOVE HIGH-VALUES TO WS-CHAVE-SIS
058800         GO TO 2200-LER-CADASTRO-EXIT
058900     END-IF
059000     MOVE SIS-DOCUMENTO TO WS-CHAVE-SIS.
059100 2200-LER-CADASTRO-EXIT.
059200     EXIT.
059300*
059400*----------------------------------------------------------------
059500* 2300-COMPARAR
059600*     CONFRONTA O CLIENTE CORRENTE COM O REGISTRO CORRENTE DO
059700*     BUREAU. CLIENTE SEM REGISTRO E AUSENTE; REGISTRO SEM
059800*     CLIENTE E SO CONTADO. VARIOS CLIENTES COM O MESMO
059900*     DOCUMENTO SAO CONFERIDOS CONTRA O MESMO REGISTRO.
060000*----------------------------------------------------------------
060100 2300-COMPARAR.
060200     EVALUATE TRUE
060300         WHEN WS-CHAVE-SIS IS LESS THAN WS-CHAVE-RFB
060400             PERFORM 2400-CLIENTE-AUSENTE
060500                 THRU 2400-CLIENTE-AUSENTE-EXIT
060600             PERFORM 2200-LER-CADASTRO
060700                 THRU 2200-LER-CADASTRO-EXIT
060800         WHEN WS-CHAVE-SIS EQUAL WS-CHAVE-RFB
060900             PERFORM 2500-CONFERIR-CLIENTE
061000                 THRU 2500-CONFERIR-CLIENTE-EXIT
061100             PERFORM 2200-LER-CADASTRO
061200                 THRU 2200-LER-CADASTRO-EXIT
061300         WHEN OTHER
061400             ADD 1 TO WS-TOTAL-SEM-CLIENTE
061500             PERFORM 2100-OBTER-RECEITA
061600                 THRU 2100-OBTER-RECEITA-EXIT
061700     END-EVALUATE.
061800 2300-COMPARAR-EXIT.
061900     EXIT.
062000*
062100*----------------------------------------------------------------
062200* 2400-CLIENTE-AUSENTE
062300*     IMPRIME EM RELAUS O CLIENTE ATIVO CUJO DOCUMENTO NAO VEIO
062400*     NO ARQUIVO DO BUREAU. CLIENTE SEM DOCUMENTO E SO CONTADO.
062500*----------------------------------------------------------------
062600 2400-CLIENTE-AUSENTE.
062700     IF NOT SIS-ATIVO
062800         GO TO 2400-CLIENTE-AUSENTE-EXIT
062900     END-IF
063000     IF SIS-DOCUMENTO EQUAL ZEROS
063100         ADD 1 TO WS-TOTAL-SEM-DOCUMENTO
063200         GO TO 2400-CLIENTE-AUSENTE-EXIT
063300     END-IF
063400     ADD 1 TO WS-TOTAL-AUSENTE
063500     IF WS-LINHA-AUS IS GREATER THAN WS-MAX-LINHAS
063600         PERFORM 2410-CABECALHO-AUSENTES
063700             THRU 2410-CABECALHO-AUSENTES-EXIT
063800     END-IF
063900     MOVE SIS-CODIGO       TO WS-DAU-CODIGO
064000     MOVE SIS-TIPO-DOC     TO WS-DAU-TIPO-DOC
064100     MOVE SIS-DOCUMENTO    TO WS-DAU-DOCUMENTO
064200     MOVE SIS-NOME         TO WS-DAU-NOME
064300     MOVE SIS-CIDADE       TO WS-DAU-CIDADE
064400     MOVE SIS-ESTADO       TO WS-DAU-ESTADO
064500     MOVE SIS-DATA-CADASTRO TO WS-DATA-ENTRADA
064600     PERFORM 3700-EDITAR-DATA
064700         THRU 3700-EDITAR-DATA-EXIT
064800     MOVE WS-DATA-EDITADA  TO WS-DAU-DATA
064900     WRITE REL-AUS-LINHA FROM WS-DET-AUS
065000     ADD 1 TO WS-LINHA-AUS.
065100 2400-CLIENTE-AUSENTE-EXIT.
065200     EXIT.
065300*
065400*----------------------------------------------------------------
065500* 2410-CABECALHO-AUSENTES
065600*     QUEBRA DE PAGINA - IMPRIME O CABECALHO DE RELAUS.
065700*----------------------------------------------------------------
065800 2410-CABECALHO-AUSENTES.
065900     ADD 1 TO WS-PAGINA-AUS
066000     MOVE WS-PAGINA-AUS TO WS-CAB-AUS-PAGINA
066100     IF WS-PAGINA-AUS IS GREATER THAN 1
066200         WRITE REL-AUS-LINHA FROM WS-CAB-AUS-1
066300             BEFORE ADVANCING NOVA-PAGINA
066400     ELSE
066500         WRITE REL-AUS-LINHA FROM WS-CAB-AUS-1
066600     END-IF
066700     WRITE REL-AUS-LINHA FROM WS-CAB-AUS-2
066800     MOVE ZEROS TO WS-LINHA-AUS.
066900 2410-CABECALHO-AUSENTES-EXIT.
067000     EXIT.
067100*
067200*----------------------------------------------------------------
067300* 2500-CONFERIR-CLIENTE
067400*     CONFERE O CLIENTE ATIVO CONTRA O REGISTRO DO BUREAU E GRAVA
067500*     A DIVERGENCIA EM DIV-FILE, INDICANDO O MOTIVO QUANDO A
067600*     SITUACAO NA RECEITA PEDE A INATIVACAO AUTOMATICA.
067700*----------------------------------------------------------------
067800 2500-CONFERIR-CLIENTE.
067900     IF NOT SIS-ATIVO
068000         GO TO 2500-CONFERIR-CLIENTE-EXIT
068100     END-IF
068200     ADD 1 TO WS-TOTAL-CONFERIDO
068300     MOVE 'N' TO DIV-NOME-DIFERE
068400     IF SIS-NOME NOT EQUAL ORF-NOME-CURTO
068500         MOVE 'S' TO DIV-NOME-DIFERE
068600     END-IF
068700     IF ORF-ATIVA
068800        AND DIV-NOME-DIFERE EQUAL 'N'
068900         GO TO 2500-CONFERIR-CLIENTE-EXIT
069000     END-IF
069100     MOVE ZEROS TO DIV-MOTIVO
069200     IF SIS-DOC-JURIDICA
069300        AND ORF-BAIXADA
069400         MOVE WS-MOTIVO-CNPJ-BAIXADO TO DIV-MOTIVO
069500     END-IF
069600     IF SIS-DOC-FISICA
069700        AND (ORF-CANCELADA OR ORF-FALECIDO)
069800         MOVE WS-MOTIVO-CPF-CANCELADO TO DIV-MOTIVO
069900     END-IF
070000     MOVE ORF-SITUACAO      TO DIV-SITUACAO
070100     MOVE SIS-DOCUMENTO     TO DIV-DOCUMENTO
070200     MOVE SIS-CODIGO        TO DIV-CODIGO
070300     MOVE SIS-TIPO-DOC      TO DIV-TIPO-DOC
070400     MOVE SIS-NOME          TO DIV-NOME
070500     MOVE ORF-NOME-OFICIAL  TO DIV-NOME-OFICIAL
070600     MOVE ORF-DATA-SITUACAO TO DIV-DATA-SITUACAO
070700     WRITE DIV-REGISTRO
070800     IF WS-DIV-1 NOT EQUAL '0'
070900         DISPLAY "BATRFB: FALHA DE GRAVACAO DO ARQUIVO DE "
071000             "TRABALHO - STATUS " WS-DIV-STATUS
071100         SET WS-FALHOU TO TRUE
071200     END-IF
071300     ADD 1 TO WS-TOTAL-DIVERGENTE.
071400 2500-CONFERIR-CLIENTE-EXIT.
071500     EXIT.
071600*
071700*----------------------------------------------------------------
071800* 3000-TRATAR-DIVERGENCIAS
071900*     PROCEDIMENTO DE SAIDA DA CLASSIFICACAO DAS DIVERGENCIAS:
072000*     IMPRIME AS DIVERGENCIAS POR SITUACAO NA RECEITA E INATIVA
072100*     OS CLIENTES MARCADOS PARA INATIVACAO.
072200*----------------------------------------------------------------
072300 3000-TRATAR-DIVERGENCIAS.
072400     PERFORM 3100-RETORNAR-DIVERGENCIA
072500         THRU 3100-RETORNAR-DIVERGENCIA-EXIT
072600     PERFORM 3200-PROCESSAR-DIVERGENCIA
072700         THRU 3200-PROCESSAR-DIVERGENCIA-EXIT
072800         UNTIL WS-FIM-DIVERGENCIA
072900     IF WS-NAO-PRIMEIRO-GRUPO
073000         PERFORM 3500-IMPRIMIR-TOTAL-GRUPO
073100             THRU 3500-IMPRIMIR-TOTAL-GRUPO-EXIT
073200     END-IF.
073300 3000-TRATAR-DIVERGENCIAS-EXIT.
073400     EXIT.
073500*
073600*----------------------------------------------------------------
073700* 3100-RETORNAR-DIVERGENCIA
073800*     RETORNA A PROXIMA DIVERGENCIA DA CLASSIFICACAO.
073900*----------------------------------------------------------------
074000 3100-RETORNAR-DIVERGENCIA.
074100     RETURN ORDEM-DIV-FILE
074200         AT END
074300             SET WS-FIM-DIVERGENCIA TO TRUE
074400     END-RETURN.
074500 3100-RETORNAR-DIVERGENCIA-EXIT.
074600     EXIT.
074700*
074800*----------------------------------------------------------------
074900* 3200-PROCESSAR-DIVERGENCIA
075000*     QUEBRA POR SITUACAO NA RECEITA (TOTAL DO GRUPO ANTERIOR E
075100*     PAGINA NOVA), INATIVACAO QUANDO INDICADA E LINHA DE
075200*     DETALHE.
075300*----------------------------------------------------------------
075400 3200-PROCESSAR-DIVERGENCIA.
075500     IF WS-PRIMEIRO-GRUPO
075600        OR ODV-SITUACAO NOT EQUAL WS-SITUACAO-ANTERIOR
075700         IF WS-NAO-PRIMEIRO-GRUPO
075800             PERFORM 3500-IMPRIMIR-TOTAL-GRUPO
075900                 THRU 3500-IMPRIMIR-TOTAL-GRUPO-EXIT
076000         END-IF
076100         SET WS-NAO-PRIMEIRO-GRUPO TO TRUE
076200         MOVE ODV-SITUACAO TO WS-SITUACAO-ANTERIOR
076300         MOVE ZEROS TO WS-TOTAL-GRUPO
076400         PERFORM 3600-DESCREVER-SITUACAO
076500             THRU 3600-DESCREVER-SITUACAO-EXIT
076600         PERFORM 3400-IMPRIMIR-CABECALHO
076700             THRU 3400-IMPRIMIR-CABECALHO-EXIT
076800     END-IF
076900     IF WS-LINHA-DIV IS GREATER THAN WS-MAX-LINHAS
077000         PERFORM 3400-IMPRIMIR-CABECALHO
077100             THRU 3400-IMPRIMIR-CABECALHO-EXIT
077200     END-IF
077300     MOVE SPACES TO WS-DDV-RESULTADO
077400     IF ODV-MOTIVO IS GREATER THAN ZEROS
077500         PERFORM 3300-INATIVAR-CLIENTE
077600             THRU 3300-INATIVAR-CLIENTE-EXIT
077700     END-IF
077800     MOVE ODV-CODIGO        TO WS-DDV-CODIGO
077900     MOVE ODV-TIPO-DOC      TO WS-DDV-TIPO-DOC
078000     MOVE ODV-DOCUMENTO     TO WS-DDV-DOCUMENTO
078100     MOVE ODV-NOME          TO WS-DDV-NOME
078200     MOVE ODV-NOME-OFICIAL  TO WS-DDV-NOME-OFICIAL
078300     MOVE ODV-DATA-SITUACAO TO WS-DATA-ENTRADA
078400     PERFORM 3700-EDITAR-DATA
078500         THRU 3700-EDITAR-DATA-EXIT
078600     MOVE WS-DATA-EDITADA   TO WS-DDV-DATA
078700     IF ODV-NOME-DIVERGENTE
078800         MOVE "SIM" TO WS-DDV-NOME-DIFERE
078900     ELSE
079000         MOVE SPACES TO WS-DDV-NOME-DIFERE
079100     END-IF
079200     WRITE REL-DIV-LINHA FROM WS-DET-DIV
079300     ADD 1 TO WS-LINHA-DIV
079400     ADD 1 TO WS-TOTAL-GRUPO
079500     IF ODV-MOTIVO IS GREATER THAN ZEROS
079600        AND NOT WS-MAN-RET-SUCESSO
079700         MOVE WS-MAN-MENSAGEM TO WS-DDR-MENSAGEM
079800         WRITE REL-DIV-LINHA FROM WS-DET-DIV-RECUSA
079900         ADD 1 TO WS-LINHA-DIV
080000     END-IF
080100     PERFORM 3100-RETORNAR-DIVERGENCIA
080200         THRU 3100-RETORNAR-DIVERGENCIA-EXIT.
080300 3200-PROCESSAR-DIVERGENCIA-EXIT.
080400     EXIT.
080500*
080600*----------------------------------------------------------------
080700* 3300-INATIVAR-CLIENTE
080800*     INATIVA O CLIENTE PELO MODULO MANUTENCAO (EXCLUSAO, ORIGEM
080900*     EM LOTE) COM O MOTIVO INDICADO NO BATIMENTO.
081000*----------------------------------------------------------------
081100 3300-INATIVAR-CLIENTE.
081200     INITIALIZE WS-MAN-DADOS
081300     MOVE '5'              TO WS-MAN-OPERACAO
081400     MOVE ODV-CODIGO       TO WS-MAN-CODIGO
081500     MOVE 'B'              TO WS-MAN-ORIGEM
081600     MOVE ODV-MOTIVO       TO WS-MAN-MOTIVO
081700     MOVE WS-OPERADOR-LOTE TO WS-MAN-OPERADOR
081800     MOVE SPACES           TO WS-MAN-MENSAGEM
081900     MOVE ZEROS            TO WS-MAN-RETORNO
082000     CALL "Manutencao" USING WS-MAN-OPERACAO
082100                             WS-MAN-DADOS
082200                             WS-MAN-MENSAGEM
082300                             WS-MAN-RETORNO
082400     IF WS-MAN-RET-SUCESSO
082500         ADD 1 TO WS-TOTAL-INATIVADO
082600         MOVE SPACES TO WS-DDV-RESULTADO
082700         STRING "INATIVADO " DELIMITED BY SIZE
082800             ODV-MOTIVO DELIMITED BY SIZE
082900             INTO WS-DDV-RESULTADO
083000     ELSE
083100         ADD 1 TO WS-TOTAL-RECUSADO
083200         MOVE "NAO INATIVADO" TO WS-DDV-RESULTADO
083300     END-IF.
083400 3300-INATIVAR-CLIENTE-EXIT.
083500     EXIT.
083600*
083700*----------------------------------------------------------------
083800* 3400-IMPRIMIR-CABECALHO
083900*     QUEBRA DE PAGINA - IMPRIME O CABECALHO DE RELDIV COM A
084000*     SITUACAO NA RECEITA DO GRUPO CORRENTE.
084100*----------------------------------------------------------------
084200 3400-IMPRIMIR-CABECALHO.
084300     ADD 1 TO WS-PAGINA-DIV
084400     MOVE WS-PAGINA-DIV TO WS-CAB-DIV-PAGINA
084500     MOVE WS-SITUACAO-ANTERIOR TO WS-CAB-DIV-SITUACAO
084600     MOVE WS-DESCR-SITUACAO    TO WS-CAB-DIV-DESCRICAO
084700     IF WS-PAGINA-DIV IS GREATER THAN 1
084800         WRITE REL-DIV-LINHA FROM WS-CAB-DIV-1
084900             BEFORE ADVANCING NOVA-PAGINA
085000     ELSE
085100         WRITE REL-DIV-LINHA FROM WS-CAB-DIV-1
085200     END-IF
085300     WRITE REL-DIV-LINHA FROM WS-CAB-DIV-2
085400     WRITE REL-DIV-LINHA FROM WS-CAB-DIV-3
085500     MOVE ZEROS TO WS-LINHA-DIV.
085600 3400-IMPRIMIR-CABECALHO-EXIT.
085700     EXIT.
085800*
085900*----------------------------------------------------------------
086000* 3500-IMPRIMIR-TOTAL-GRUPO
086100*     IMPRIME A QUANTIDADE DE DIVERGENCIAS DA SITUACAO ANTERIOR.
086200*----------------------------------------------------------------
086300 3500-IMPRIMIR-TOTAL-GRUPO.
086400     MOVE WS-TOTAL-GRUPO TO WS-TDG-QTD
086500     WRITE REL-DIV-LINHA FROM WS-TOT-DIV-GRUPO.
086600 3500-IMPRIMIR-TOTAL-GRUPO-EXIT.
086700     EXIT.
086800*
086900*----------------------------------------------------------------
087000* 3600-DESCREVER-SITUACAO
087100*     OBTEM A DESCRICAO DA SITUACAO NA RECEITA DO GRUPO.
087200*----------------------------------------------------------------
087300 3600-DESCREVER-SITUACAO.
087400     EVALUATE WS-SITUACAO-ANTERIOR
087500         WHEN 'A'
087600             MOVE "ATIVA/REGULAR - SO NOME"  TO WS-DESCR-SITUACAO
087700         WHEN 'B'
087800             MOVE "BAIXADA"                  TO WS-DESCR-SITUACAO
087900         WHEN 'C'
088000             MOVE "CANCELADA"                TO WS-DESCR-SITUACAO
088100         WHEN 'F'
088200             MOVE "TITULAR FALECIDO"         TO WS-DESCR-SITUACAO
088300         WHEN 'I'
088400             MOVE "INAPTA"                   TO WS-DESCR-SITUACAO
088500         WHEN 'N'
088600             MOVE "NULA"                     TO WS-DESCR-SITUACAO
088700         WHEN 'P'
088800             MOVE "PENDENTE DE REGULARIZACAO" TO WS-DESCR-SITUACAO
088900         WHEN 'S'
089000             MOVE "SUSPENSA"                 TO WS-DESCR-SITUACAO
089100         WHEN OTHER
089200             MOVE "SITUACAO?"                TO WS-DESCR-SITUACAO
089300     END-EVALUATE.
089400 3600-DESCREVER-SITUACAO-EXIT.
089500     EXIT.
089600*
089700*----------------------------------------------------------------
089800* 3700-EDITAR-DATA
089900*     EDITA A DATA AAAAMMDD DE WS-DATA-ENTRADA EM DD/MM/AAAA.
090000*----------------------------------------------------------------
090100 3700-EDITAR-DATA.
090200     MOVE WS-DTE-DIA TO WS-DTS-DIA
090300     MOVE WS-DTE-MES TO WS-DTS-MES
090400     MOVE WS-DTE-ANO TO WS-DTS-ANO.
090500 3700-EDITAR-DATA-EXIT.
090600     EXIT.
090700*
090800*----------------------------------------------------------------
090900* 4000-FINALIZAR
091000*     IMPRIME OS TOTAIS DESTA EXECUCAO NOS DOIS RELATORIOS E
091100*     FECHA OS ARQUIVOS. COM FALHA NA INICIALIZACAO, APENAS
091200*     DEVOLVE O CODIGO DE RETORNO 8; COM FALHA NO BATIMENTO, OS
091300*     RELATORIOS SAO FECHADOS E O RC E 8.
091400*----------------------------------------------------------------
091500 4000-FINALIZAR.
091600     IF WS-RELATORIOS-FECHADOS
091700         DISPLAY "BATRFB: TERMINO COM FALHA - RC=8"
091800         MOVE 8 TO RETURN-CODE
091900         GO TO 4000-FINALIZAR-EXIT
092000     END-IF
092100     MOVE WS-TOTAL-RECEITA       TO WS-ROD-RECEITA
092200     MOVE WS-TOTAL-INVALIDO      TO WS-ROD-INVALIDO
092300     MOVE WS-TOTAL-DUPLICADO     TO WS-ROD-DUPLICADO
092400     MOVE WS-TOTAL-SEM-CLIENTE   TO WS-ROD-SEM-CLIENTE
092500     MOVE WS-TOTAL-CONFERIDO     TO WS-ROD-CONFERIDO
092600     MOVE WS-TOTAL-DIVERGENTE    TO WS-ROD-DIVERGENTE
092700     MOVE WS-TOTAL-AUSENTE       TO WS-ROD-AUSENTE
092800     MOVE WS-TOTAL-SEM-DOCUMENTO TO WS-ROD-SEM-DOCUMENTO
092900     MOVE WS-TOTAL-INATIVADO     TO WS-ROD-INATIVADO
093000     MOVE WS-TOTAL-RECUSADO      TO WS-ROD-RECUSADO
093100     WRITE REL-DIV-LINHA FROM WS-RODAPE-1
093200     WRITE REL-DIV-LINHA FROM WS-RODAPE-2
093300     WRITE REL-DIV-LINHA FROM WS-RODAPE-3
093400     WRITE REL-AUS-LINHA FROM WS-RODAPE-2
093500     DISPLAY WS-RODAPE-1
093600     DISPLAY WS-RODAPE-2
093700     DISPLAY WS-RODAPE-3
093800     CLOSE REL-DIV-FILE
093900     CLOSE REL-AUS-FILE
094000     IF WS-FALHOU
094100         DISPLAY "BATRFB: TERMINO COM FALHA - RC=8"
094200         MOVE 8 TO RETURN-CODE
094300     END-IF.
094400 4000-FINALIZAR-EXIT.
094500     EXIT.
094600*
094604*----------------------------------------------------------------
094609* 9000-REGISTRAR-FIM
094613*     REGISTRA O FIM DO JOB, O CODIGO DE RETORNO E AS
094618*     QUANTIDADES NO CONTROLE DA CADEIA NOTURNA, PRESERVANDO O
094622*     CODIGO DE RETORNO DO JOB.
094627*----------------------------------------------------------------
094631 9000-REGISTRAR-FIM.
094636     SET WS-CTL-ENCERRAR TO TRUE
094640     MOVE RETURN-CODE TO WS-CTL-RC
094645     MOVE WS-TOTAL-RECEITA   TO WS-CTL-QTD-LIDOS
094650     MOVE WS-TOTAL-INATIVADO TO WS-CTL-QTD-GRAVADOS
094654     COMPUTE WS-CTL-QTD-REJEITADOS = WS-TOTAL-INVALIDO
094659                                   + WS-TOTAL-DUPLICADO
094663     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
094668     MOVE WS-CTL-RC TO RETURN-CODE
094672     IF NOT WS-CTL-LIBERADO
094677         DISPLAY "BATRFB: " WS-CTL-MENSAGEM
094681     END-IF.
094686 9000-REGISTRAR-FIM-EXIT.
094690     EXIT.
094695*
094700 END PROGRAM BATRFB.
