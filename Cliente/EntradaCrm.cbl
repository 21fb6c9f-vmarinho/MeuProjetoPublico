000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CRMENTRA.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - CONVERSAO DO ARQUIVO
001200*                     DIARIO DE ALTERACOES DO CRM EM MOVIMENTOS
001300*                     DE CLIENTES E CONTATOS, COM RETENCAO DOS
001400*                     CONFLITOS CONTRA A AUDITORIA.
001500*----------------------------------------------------------------
001600*
001700*----------------------------------------------------------------
001800* PROPOSITO.
001900*     CONVERTER O ARQUIVO DIARIO DE ALTERACOES ENVIADO PELO CRM
002000*     (CRMENT - CABECALHO 'H' COM A DATA/HORA DE GERACAO, UM
002100*     DETALHE 'D' POR CAMPO ALTERADO E RODAPE 'T' COM A CONTAGEM)
002200*     EM MOVIMENTOS NO LAYOUT DE MOVTOCLI (CRMMOV), QUE O
002300*     MOVTOCLI APLICA ANTES DOS MOVIMENTOS DAS AGENCIAS.
002400*
002500*     CADA DETALHE TRAZ A DATA/HORA DA VERSAO DO CLIENTE EM QUE
002600*     O CRM SE BASEOU. OS DETALHES E OS EVENTOS DA AUDITORIA
002700*     (AUDITFIL) POSTERIORES A MENOR VERSAO DO ARQUIVO SAO
002800*     CLASSIFICADOS JUNTOS POR CODIGO DE CLIENTE; SE O CADASTRO
002900*     ALTEROU O CLIENTE DEPOIS DA VERSAO EM QUE O CRM SE BASEOU
003000*     (MENOR VERSAO ENTRE OS DETALHES DO CLIENTE), TODOS OS
003100*     DETALHES DO CLIENTE FICAM RETIDOS COMO CONFLITO (CRMCONF,
003200*     NO LAYOUT DO PROPRIO ARQUIVO DO CRM) E SAEM NO RELATORIO
003300*     COM O NOSSO VALOR, O VALOR DO CRM E QUEM ALTEROU POR
003400*     ULTIMO. SEM CONFLITO, OS CAMPOS DO CLIENTE GERAM UMA UNICA
003500*     ALTERACAO (OPERACAO 3) MONTADA SOBRE O REGISTRO ATUAL DO
003600*     CADASTRO, E CADA CONTATO GERA A SUA INCLUSAO (6),
003700*     ALTERACAO (7) OU EXCLUSAO (9). CAMPO DESCONHECIDO, NAO
003800*     ALTERAVEL PELO CRM (CODIGO, DOCUMENTO, TIPO DE DOCUMENTO,
003900*     SITUACAO E DATAS) OU COM VALOR INVALIDO E REJEITADO.
003910*
003920*     UM DETALHE RETIDO NAO PODE SER REAPRESENTADO COMO ESTA, POIS
003930*     A MESMA VERSAO BASE SERIA RETIDA DE NOVO: O CRM DEVE
003940*     REENVIAR A ALTERACAO SOBRE A VERSAO ATUAL DO CLIENTE (A
003950*     DATA/HORA COMPLETA DA ULTIMA ALTERACAO NO CADASTRO, GRAVADA
003960*     NO CONTROLE DA CONVERSAO E DEVOLVIDA PELO CRMRETOR NO CAMPO
003970*     VERSAO ATUAL DO DETALHE DO RETORNO).
004000*
004100*     O ARQUIVO DE CONTROLE DA CONVERSAO (CRMCNV) REGISTRA, NA
004200*     ORDEM DE CRMMOV, CADA MOVIMENTO GERADO ('M') E, POR
004300*     CLIENTE, OS CAMPOS REJEITADOS ('R') E RETIDOS ('C'). O
004400*     CRMRETOR O CASA COM OS REJEITADOS DO MOVTOCLI PARA MONTAR
004500*     O ARQUIVO DE RETORNO AO CRM.
004600*
004700*     ARQUIVO DO CRM SEM CABECALHO, COM REGISTRO DE TIPO
004800*     DESCONHECIDO OU COM RODAPE AUSENTE OU DIVERGENTE E
004900*     RECUSADO POR INTEIRO: NENHUM MOVIMENTO E GERADO E O
005000*     MOVTOCLI SEGUE SO COM OS MOVIMENTOS DAS AGENCIAS. ARQUIVO
005100*     VAZIO (DD DUMMY) E DIA SEM ALTERACOES DO CRM.
005200*
005300*     JOB DA CADEIA NOTURNA - SO RODA COM O SISTEMA FECHADO
005400*     (JANELA DE LOTE), REGISTRA A EXECUCAO NO CONTROLE DA
005500*     CADEIA (CTLEXEC) E SO INICIA DEPOIS DE JANFECHA CONCLUIDO.
005600*     RC=0  ARQUIVO CONVERTIDO POR INTEIRO (OU SEM ARQUIVO).
005700*     RC=4  HA CAMPOS RETIDOS OU REJEITADOS, OU ARQUIVO DO CRM
005800*           RECUSADO - VER O RELATORIO (RELCRM).
005900*     RC=8  CADASTRO OU AUDITORIA NAO ABERTOS, OU FALHA DE
006000*           LEITURA OU GRAVACAO - NENHUM MOVIMENTO E VALIDO.
006100*     RC=12 JOB RECUSADO PELO CONTROLE DA CADEIA.
006200*----------------------------------------------------------------
006300*
006400 ENVIRONMENT DIVISION.
006500 CONFIGURATION SECTION.
006600 SOURCE-COMPUTER.   IBM-370.
006700 OBJECT-COMPUTER.   IBM-370.
006800 SPECIAL-NAMES.
006900     C01 IS NOVA-PAGINA.
007000*
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     COPY "sel-sitfile.cpy".
007400     COPY "sel-sisfile.cpy".
007500     COPY "sel-contfile.cpy".
007600     COPY "sel-auditfile.cpy".
007700     COPY "sel-crmcnv.cpy".
007800
007900     SELECT CRM-FILE ASSIGN TO "CRMENT"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-CRM-STATUS.
008200
008300     SELECT MOV-FILE ASSIGN TO "CRMMOV"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-MOV-STATUS.
008600
008700     SELECT CONF-FILE ASSIGN TO "CRMCONF"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-CONF-STATUS.
009000
009100     SELECT REL-FILE ASSIGN TO "RELCRM"
009200         ORGANIZATION IS SEQUENTIAL.
009300
009400     SELECT ORDEM-FILE ASSIGN TO "SORTWK".
009500*
009600 DATA DIVISION.
009700 FILE SECTION.
009800     COPY "fd-sitfile.cpy".
009900     COPY "fd-sisfile.cpy".
010000     COPY "fd-contfile.cpy".
010100     COPY "fd-auditfile.cpy".
010200     COPY "fd-crmcnv.cpy".
010300*
010400 FD  CRM-FILE
010500     LABEL RECORD STANDARD.
010600 01  CRM-REGISTRO.
010700     05  CRM-TIPO                PIC X(01).
010800         88  CRM-TIPO-CABECALHO      VALUE 'H'.
010900         88  CRM-TIPO-DETALHE        VALUE 'D'.
011000         88  CRM-TIPO-RODAPE         VALUE 'T'.
011100     05  CRM-CODIGO              PIC 9(07).
011200     05  CRM-VERSAO-BASE         PIC 9(16).
011300     05  FILLER                  PIC X(76).
011400 01  CRM-CABECALHO.
011500     05  FILLER                  PIC X(01).
011600     05  CRM-CAB-DATA-HORA       PIC 9(16).
011700     05  FILLER                  PIC X(83).
011800 01  CRM-RODAPE.
011900     05  FILLER                  PIC X(01).
012000     05  CRM-ROD-QUANTIDADE      PIC 9(07).
012100     05  FILLER                  PIC X(92).
012200*
012300*----------------------------------------------------------------
012400* MOVIMENTO GERADO - MESMO LAYOUT DO ARQUIVO MOVTO DE MOVTOCLI
012500*----------------------------------------------------------------
012600 FD  MOV-FILE
012700     LABEL RECORD STANDARD.
012800 01  MOVTO-REGISTRO.
012900     05  MOV-OPERACAO            PIC X(01).
013000     05  MOV-DADOS.
013100         10  MOV-CLIENTE.
013200             15  MOV-CODIGO          PIC 9(07).
013300             15  FILLER              PIC X(172).
013400         10  MOV-CONFIRMA-DUP        PIC X(01).
013500         10  MOV-CONTATO.
013600             15  MOV-CTT-SEQUENCIA   PIC 9(03).
013700             15  MOV-CTT-TIPO        PIC X(01).
013800             15  MOV-CTT-VALOR       PIC X(40).
013900             15  MOV-CTT-PREFERIDO   PIC X(01).
014000*
014100 FD  CONF-FILE
014200     LABEL RECORD STANDARD.
014300 01  CONF-REGISTRO           PIC X(100).
014400*
014500 FD  REL-FILE
014600     LABEL RECORD STANDARD.
014700 01  REL-LINHA               PIC X(132).
014800*
014900*----------------------------------------------------------------
015000* REGISTRO DE CLASSIFICACAO - ORIGEM '1' (EVENTO DA AUDITORIA,
015100* CHAVE = DATA/HORA DO EVENTO) VEM ANTES DA ORIGEM '2' (DETALHE
015200* DO CRM, CHAVE = ORDEM DE LEITURA) DO MESMO CLIENTE.
015300*----------------------------------------------------------------
015400 SD  ORDEM-FILE.
015500 01  ORDEM-REGISTRO.
015600     05  ORD-CODIGO              PIC 9(07).
015700     05  ORD-ORIGEM              PIC X(01).
015800         88  ORD-ORIGEM-AUDITORIA    VALUE '1'.
015900         88  ORD-ORIGEM-CRM          VALUE '2'.
016000     05  ORD-CHAVE               PIC 9(16).
016100     05  ORD-REGISTRO            PIC X(100).
016200     05  ORD-AUDITORIA REDEFINES ORD-REGISTRO.
016300         10  ORD-AUD-OPERACAO    PIC X(01).
016400         10  ORD-AUD-OPERADOR    PIC X(08).
016500         10  FILLER              PIC X(91).
016600*
016700 WORKING-STORAGE SECTION.
016800*----------------------------------------------------------------
016900* CONTADORES E INDICADORES
017000*----------------------------------------------------------------
017100 77  WS-TOTAL-DETALHES       PIC 9(07) COMP VALUE ZEROS.
017200 77  WS-TOTAL-EVENTOS        PIC 9(07) COMP VALUE ZEROS.
017300 77  WS-TOTAL-CLIENTES       PIC 9(07) COMP VALUE ZEROS.
017400 77  WS-TOTAL-CLI-CONVERTIDOS PIC 9(07) COMP VALUE ZEROS.
017500 77  WS-TOTAL-CLI-CONFLITO   PIC 9(07) COMP VALUE ZEROS.
017600 77  WS-TOTAL-CLI-REJEITADOS PIC 9(07) COMP VALUE ZEROS.
017700 77  WS-TOTAL-CONVERTIDOS    PIC 9(07) COMP VALUE ZEROS.
017800 77  WS-TOTAL-RETIDOS        PIC 9(07) COMP VALUE ZEROS.
017900 77  WS-TOTAL-REJEITADOS     PIC 9(07) COMP VALUE ZEROS.
018000 77  WS-TOTAL-MOV-CLIENTE    PIC 9(07) COMP VALUE ZEROS.
018100 77  WS-TOTAL-MOV-CONTATO    PIC 9(07) COMP VALUE ZEROS.
018200 77  WS-QTD-DETALHES         PIC 9(03) COMP VALUE ZEROS.
018300 77  WS-QTD-EXCESSO          PIC 9(05) COMP VALUE ZEROS.
018400 77  WS-QTD-CAMPOS-CLIENTE   PIC 9(03) COMP VALUE ZEROS.
018500 77  WS-QTD-REJ-CLIENTE      PIC 9(03) COMP VALUE ZEROS.
018600 77  WS-MAX-DETALHES         PIC 9(03) COMP VALUE 99.
018700 77  WS-IND-DET              PIC 9(03) COMP VALUE ZEROS.
018800 77  WS-TAMANHO-CAMPO        PIC 9(02) COMP VALUE ZEROS.
018900 77  WS-POSICAO              PIC 9(02) COMP VALUE ZEROS.
019000 77  WS-ROD-INFORMADO        PIC 9(07) VALUE ZEROS.
019100 77  WS-SEQ-LEITURA          PIC 9(16) VALUE ZEROS.
019200 77  WS-MENOR-BASE           PIC 9(16) VALUE ZEROS.
019300 77  WS-PAGINA               PIC 9(04) COMP VALUE ZEROS.
019400 77  WS-LINHA                PIC 9(02) COMP VALUE 99.
019500 77  WS-MAX-LINHAS           PIC 9(02) COMP VALUE 50.
019600 77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
019700*
019800 01  WS-SWITCHES.
019900     03  WS-SW-FIM-CRM       PIC X(01) VALUE 'N'.
020000         88  WS-FIM-CRM              VALUE 'S'.
020100         88  WS-NAO-FIM-CRM          VALUE 'N'.
020200     03  WS-SW-FIM-AUDITORIA PIC X(01) VALUE 'N'.
020300         88  WS-FIM-AUDITORIA        VALUE 'S'.
020400         88  WS-NAO-FIM-AUDITORIA    VALUE 'N'.
020500     03  WS-SW-FIM-ORDEM     PIC X(01) VALUE 'N'.
020600         88  WS-FIM-ORDEM            VALUE 'S'.
020700         88  WS-NAO-FIM-ORDEM        VALUE 'N'.
020800     03  WS-SW-CABECALHO     PIC X(01) VALUE 'N'.
020900         88  WS-CABECALHO-LIDO       VALUE 'S'.
021000         88  WS-CABECALHO-FALTA      VALUE 'N'.
021100     03  WS-SW-RODAPE        PIC X(01) VALUE 'N'.
021200         88  WS-RODAPE-LIDO          VALUE 'S'.
021300         88  WS-RODAPE-FALTA         VALUE 'N'.
021400     03  WS-SW-ARQUIVO       PIC X(01) VALUE 'V'.
021500         88  WS-ARQUIVO-ACEITO       VALUE 'A'.
021600         88  WS-ARQUIVO-RECUSADO     VALUE 'R'.
021700         88  WS-ARQUIVO-AUSENTE      VALUE 'V'.
021800     03  WS-SW-CTT           PIC X(01) VALUE 'S'.
021900         88  WS-CTT-ABERTO           VALUE 'S'.
022000         88  WS-CTT-FECHADO          VALUE 'N'.
022100     03  WS-SW-FALHA         PIC X(01) VALUE 'N'.
022200         88  WS-FALHOU               VALUE 'S'.
022300         88  WS-SEM-FALHA            VALUE 'N'.
022400*
022500 01  WS-SIT-STATUS.
022600     03  WS-SIT-1            PIC X(01).
022700     03  WS-SIT-2            PIC X(01) USAGE DISPLAY.
022800*
022900 01  WS-FILE-STATUS.
023000     03  WS-FILE-1           PIC X(01).
023100     03  WS-FILE-2           PIC X(01) USAGE DISPLAY.
023200*
023300 01  WS-CTT-STATUS.
023400     03  WS-CTT-1            PIC X(01).
023500     03  WS-CTT-2            PIC X(01) USAGE DISPLAY.
023600*
023700 01  WS-AUD-STATUS.
023800     03  WS-AUD-1            PIC X(01).
023900     03  WS-AUD-2            PIC X(01) USAGE DISPLAY.
024000*
024100 01  WS-CNV-STATUS.
024200     03  WS-CNV-1            PIC X(01).
024300     03  WS-CNV-2            PIC X(01) USAGE DISPLAY.
024400*
024500 01  WS-CRM-STATUS.
024600     03  WS-CRM-1            PIC X(01).
024700     03  WS-CRM-2            PIC X(01) USAGE DISPLAY.
024800*
024900 01  WS-MOV-STATUS.
025000     03  WS-MOV-1            PIC X(01).
025100     03  WS-MOV-2            PIC X(01) USAGE DISPLAY.
025200*
025300 01  WS-CONF-STATUS.
025400     03  WS-CONF-1           PIC X(01).
025500     03  WS-CONF-2           PIC X(01) USAGE DISPLAY.
025600*
025700 01  WS-MOTIVO-RECUSA        PIC X(60) VALUE SPACES.
025800 01  WS-CRM-DATA-HORA        PIC 9(16) VALUE ZEROS.
025900*
026000*----------------------------------------------------------------
026100* CLIENTE EM TRATAMENTO: MENOR VERSAO BASE DOS SEUS DETALHES E
026200* ULTIMO EVENTO DA AUDITORIA POSTERIOR A MENOR VERSAO DO ARQUIVO
026300*----------------------------------------------------------------
026400 01  WS-CODIGO-CORRENTE      PIC 9(07) VALUE ZEROS.
026500 01  WS-BASE-CLIENTE         PIC 9(16) VALUE ZEROS.
026600 01  WS-ULTIMO-EVENTO.
026700     03  WS-ULT-DATA-HORA    PIC 9(16) VALUE ZEROS.
026800     03  WS-ULT-OPERACAO     PIC X(01) VALUE SPACE.
026900     03  WS-ULT-OPERADOR     PIC X(08) VALUE SPACES.
027000*
027100*----------------------------------------------------------------
027200* DETALHES DO CRM DO CLIENTE EM TRATAMENTO
027300*----------------------------------------------------------------
027400 01  WS-TABELA-DETALHES.
027500     03  WS-DET              OCCURS 99 TIMES.
027600         05  WS-DET-REGISTRO     PIC X(100).
027700         05  WS-DET-SITUACAO     PIC X(01).
027800             88  WS-DET-PENDENTE     VALUE ' '.
027900             88  WS-DET-CONVERTIDO   VALUE 'M'.
028000             88  WS-DET-REJEITADO    VALUE 'R'.
028100         05  WS-DET-MENSAGEM     PIC X(60).
028200*
028300*----------------------------------------------------------------
028400* DETALHE DO CRM EM TRATAMENTO (LAYOUT DO REGISTRO 'D')
028500*----------------------------------------------------------------
028600 01  WS-DETALHE.
028700     05  WS-DTL-TIPO             PIC X(01).
028800     05  WS-DTL-CODIGO           PIC 9(07).
028900     05  WS-DTL-VERSAO-BASE      PIC 9(16).
029000     05  WS-DTL-CAMPO            PIC X(12).
029100         88  WS-CAMPO-NOME           VALUE "NOME".
029200         88  WS-CAMPO-LOGRADOURO     VALUE "LOGRADOURO".
029300         88  WS-CAMPO-NUMERO         VALUE "NUMERO".
029400         88  WS-CAMPO-COMPLEMENTO    VALUE "COMPLEMENTO".
029500         88  WS-CAMPO-BAIRRO         VALUE "BAIRRO".
029600         88  WS-CAMPO-CEP            VALUE "CEP".
029700         88  WS-CAMPO-CIDADE         VALUE "CIDADE".
029800         88  WS-CAMPO-UF             VALUE "UF".
029900         88  WS-CAMPO-SEXO           VALUE "SEXO".
030000         88  WS-CAMPO-CONTATO        VALUE "CONTATO".
030100         88  WS-CAMPO-PROTEGIDO      VALUE "CODIGO"
030200                                           "DOCUMENTO"
030300                                           "TIPO-DOC"
030400                                           "SITUACAO"
030500                                           "DATA-CADASTRO"
030600                                           "DATA-SITUACAO".
030700     05  WS-DTL-ACAO             PIC X(01).
030800         88  WS-ACAO-INCLUIR         VALUE 'I'.
030900         88  WS-ACAO-ALTERAR         VALUE 'A' ' '.
031000         88  WS-ACAO-EXCLUIR         VALUE 'E'.
031100     05  WS-DTL-CTT-SEQUENCIA    PIC 9(03).
031200     05  WS-DTL-CTT-SEQ-X REDEFINES WS-DTL-CTT-SEQUENCIA
031300                                 PIC X(03).
031400     05  WS-DTL-CTT-TIPO         PIC X(01).
031500         88  WS-DTL-CTT-TIPO-VALIDO  VALUE 'T' 'E'.
031600     05  WS-DTL-CTT-PREFERIDO    PIC X(01).
031700         88  WS-DTL-CTT-PREF-VALIDO  VALUE 'S' 'N' ' '.
031800     05  WS-DTL-VALOR            PIC X(40).
031900     05  WS-DTL-VALOR-CEP REDEFINES WS-DTL-VALOR.
032000         10  WS-DTL-CEP          PIC 9(08).
032100         10  FILLER              PIC X(32).
032200     05  FILLER                  PIC X(18).
032300*
032400*----------------------------------------------------------------
032500* CLIENTE ALTERADO - REGISTRO ATUAL DO CADASTRO COM OS CAMPOS
032600* DO CRM SOBREPOSTOS (MESMO LAYOUT DE SIS-DADOS)
032700*----------------------------------------------------------------
032800 01  WS-CLIENTE-NOVO.
032900     10  WS-NOV-CODIGO           PIC 9(07).
033000     10  WS-NOV-NOME             PIC X(30).
033100     10  WS-NOV-LOGRADOURO       PIC X(30).
033200     10  WS-NOV-NUMERO           PIC X(06).
033300     10  WS-NOV-COMPLEMENTO      PIC X(15).
033400     10  WS-NOV-BAIRRO           PIC X(20).
033500     10  WS-NOV-CEP              PIC 9(08).
033600     10  WS-NOV-CIDADE           PIC X(20).
033700     10  WS-NOV-ESTADO           PIC X(02).
033800     10  WS-NOV-SEXO             PIC X(09).
033900     10  FILLER                  PIC X(32).
034000*
034100 01  WS-VALOR-ATUAL          PIC X(40) VALUE SPACES.
034200 01  WS-MENSAGEM             PIC X(60) VALUE SPACES.
034300*
034400*----------------------------------------------------------------
034500* DATA/HORA NO FORMATO AAAAMMDDHHMMSSCC E EDITADA
034600*----------------------------------------------------------------
034700 01  WS-DH-ENTRADA           PIC 9(16).
034800 01  WS-DH-PARTES REDEFINES WS-DH-ENTRADA.
034900     03  WS-DH-ANO           PIC 9(04).
035000     03  WS-DH-MES           PIC 9(02).
035100     03  WS-DH-DIA           PIC 9(02).
035200     03  WS-DH-HORA          PIC 9(02).
035300     03  WS-DH-MINUTO        PIC 9(02).
035400     03  WS-DH-SEGUNDO       PIC 9(02).
035500     03  WS-DH-CENTESIMO     PIC 9(02).
035600*
035700 01  WS-DH-EDITADA.
035800     03  WS-DHE-DIA          PIC 9(02).
035900     03  FILLER              PIC X(01) VALUE '/'.
036000     03  WS-DHE-MES          PIC 9(02).
036100     03  FILLER              PIC X(01) VALUE '/'.
036200     03  WS-DHE-ANO          PIC 9(04).
036300     03  FILLER              PIC X(01) VALUE SPACE.
036400     03  WS-DHE-HORA         PIC 9(02).
036500     03  FILLER              PIC X(01) VALUE ':'.
036600     03  WS-DHE-MINUTO       PIC 9(02).
036700     03  FILLER              PIC X(01) VALUE ':'.
036800     03  WS-DHE-SEGUNDO      PIC 9(02).
036900*
037000 01  WS-GERACAO-TIMESTAMP.
037100     03  WS-GER-DATA         PIC 9(08).
037200     03  WS-GER-HORAS        PIC 9(08).
037300*
037400*----------------------------------------------------------------
037500* CABECALHO E RODAPE DO ARQUIVO DE CONFLITOS RETIDOS (MESMO
037600* LAYOUT DO ARQUIVO DO CRM, PARA ANALISE DO CADASTRO)
037700*----------------------------------------------------------------
037800 01  WS-CONF-CABECALHO.
037900     05  FILLER              PIC X(01) VALUE 'H'.
038000     05  WS-CONF-CAB-DATA-HORA PIC 9(16).
038100     05  FILLER              PIC X(83) VALUE SPACES.
038200*
038300 01  WS-CONF-RODAPE.
038400     05  FILLER              PIC X(01) VALUE 'T'.
038500     05  WS-CONF-ROD-QUANTIDADE PIC 9(07).
038600     05  FILLER              PIC X(92) VALUE SPACES.
038700*
038800*----------------------------------------------------------------
038900* AREA DE COMUNICACAO COM O CONTROLE DA CADEIA (CTLEXEC)
039000*----------------------------------------------------------------
039100     COPY "wk-ctlexec.cpy".
039200*
039300*----------------------------------------------------------------
039400* LINHAS DO RELATORIO
039500*----------------------------------------------------------------
039600 01  WS-CABECALHO-1.
039700     05  FILLER          PIC X(40)
039800             VALUE "CONVERSAO DAS ALTERACOES DO CRM".
039900     05  FILLER          PIC X(08) VALUE "DATA: ".
040000     05  WS-CAB-DATA.
040100         10  WS-CAB-DIA      PIC 9(02).
040200         10  FILLER          PIC X(01) VALUE '/'.
040300         10  WS-CAB-MES      PIC 9(02).
040400         10  FILLER          PIC X(01) VALUE '/'.
040500         10  WS-CAB-ANO      PIC 9(04).
040600     05  FILLER          PIC X(40) VALUE SPACES.
040700     05  FILLER          PIC X(08) VALUE "PAGINA: ".
040800     05  WS-CAB-PAGINA   PIC ZZZ9.
040900*
041000 01  WS-LINHA-SECAO.
041100     05  WS-SEC-TITULO       PIC X(80).
041200*
041300 01  WS-LINHA-COLUNAS-SECAO  PIC X(132).
041400*
041500 01  WS-LINHA-IMPRESSAO      PIC X(132).
041600*
041700 01  WS-LINHA-INFO.
041800     05  WS-INF-ROTULO       PIC X(40).
041900     05  WS-INF-VALOR        PIC X(60).
042000*
042100 01  WS-EDT-QUANTIDADE       PIC ZZZ,ZZZ,ZZ9.
042200*
042300 01  WS-COLUNAS-OCORRENCIA.
042400     05  FILLER              PIC X(09) VALUE "CODIGO".
042500     05  FILLER              PIC X(14) VALUE "CAMPO".
042600     05  FILLER              PIC X(07) VALUE "AC SEQ".
042700     05  FILLER              PIC X(42) VALUE "NOSSO VALOR".
042800     05  FILLER              PIC X(42) VALUE "VALOR DO CRM".
042900     05  FILLER              PIC X(10) VALUE "OCORRENCIA".
043000*
043100 01  WS-LINHA-OCORRENCIA.
043200     05  WS-OCO-CODIGO       PIC 9(07).
043300     05  FILLER              PIC X(02) VALUE SPACES.
043400     05  WS-OCO-CAMPO        PIC X(12).
043500     05  FILLER              PIC X(02) VALUE SPACES.
043600     05  WS-OCO-ACAO         PIC X(01).
043700     05  FILLER              PIC X(02) VALUE SPACES.
043800     05  WS-OCO-SEQUENCIA    PIC X(03).
043900     05  FILLER              PIC X(01) VALUE SPACES.
044000     05  WS-OCO-VALOR-ATUAL  PIC X(40).
044100     05  FILLER              PIC X(02) VALUE SPACES.
044200     05  WS-OCO-VALOR-CRM    PIC X(40).
044300     05  FILLER              PIC X(02) VALUE SPACES.
044400     05  WS-OCO-DESCRICAO    PIC X(18).
044500*
044600 01  WS-LINHA-MOTIVO.
044700     05  FILLER              PIC X(30) VALUE SPACES.
044800     05  FILLER              PIC X(08) VALUE "MOTIVO: ".
044900     05  WS-MOT-TEXTO        PIC X(60).
045000*
045100 01  WS-LINHA-CONFLITO-1.
045200     05  FILLER              PIC X(19)
045300             VALUE "CONFLITO - CLIENTE ".
045400     05  WS-CFL-CODIGO       PIC 9(07).
045500     05  FILLER              PIC X(02) VALUE SPACES.
045600     05  WS-CFL-NOME         PIC X(30).
045700     05  FILLER              PIC X(02) VALUE SPACES.
045800     05  FILLER              PIC X(15) VALUE "VERSAO DO CRM: ".
045900     05  WS-CFL-VERSAO       PIC X(19).
046000*
046100 01  WS-LINHA-CONFLITO-2.
046200     05  FILLER              PIC X(11) VALUE SPACES.
046300     05  FILLER              PIC X(26)
046400             VALUE "ULTIMA ALTERACAO NOSSA EM ".
046500     05  WS-CFL-ALTERACAO    PIC X(19).
046600     05  FILLER              PIC X(05) VALUE " POR ".
046700     05  WS-CFL-OPERADOR     PIC X(12).
046800     05  FILLER              PIC X(12) VALUE "  OPERACAO: ".
046900     05  WS-CFL-OPERACAO     PIC X(12).
047000*
047100 PROCEDURE DIVISION.
047200*----------------------------------------------------------------
047300* 0000-MAINLINE
047400*     PARAGRAFO PRINCIPAL DO PROGRAMA.
047500*----------------------------------------------------------------
047600 0000-MAINLINE.
047700     PERFORM 1000-INICIALIZAR
047800         THRU 1000-INICIALIZAR-EXIT
047900     IF WS-SEM-FALHA
048000         SORT ORDEM-FILE
048100             ON ASCENDING KEY ORD-CODIGO
048200                              ORD-ORIGEM
048300                              ORD-CHAVE
048400             INPUT PROCEDURE IS 2000-SELECIONAR
048500                            THRU 2000-SELECIONAR-EXIT
048600             OUTPUT PROCEDURE IS 3000-CONVERTER
048700                            THRU 3000-CONVERTER-EXIT
048800     END-IF
048900     PERFORM 5000-IMPRIMIR-RESUMO
049000         THRU 5000-IMPRIMIR-RESUMO-EXIT
049100     PERFORM 7000-FINALIZAR
049200         THRU 7000-FINALIZAR-EXIT
049300     PERFORM 9000-REGISTRAR-FIM
049400         THRU 9000-REGISTRAR-FIM-EXIT
049500     STOP RUN.
049600*
049700*----------------------------------------------------------------
049800* 1000-INICIALIZAR
049900*     CONFERE A JANELA DE LOTE, REGISTRA O INICIO NO CONTROLE DA
050000*     CADEIA E ABRE OS ARQUIVOS.
050100*----------------------------------------------------------------
050200 1000-INICIALIZAR.
050300     PERFORM 1010-CONFERIR-JANELA
050400         THRU 1010-CONFERIR-JANELA-EXIT
050500     PERFORM 1020-REGISTRAR-INICIO
050600         THRU 1020-REGISTRAR-INICIO-EXIT
050700     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
050800     MOVE WS-DATA-HOJE (1:4) TO WS-CAB-ANO
050900     MOVE WS-DATA-HOJE (5:2) TO WS-CAB-MES
051000     MOVE WS-DATA-HOJE (7:2) TO WS-CAB-DIA
051100     OPEN OUTPUT REL-FILE
051200     MOVE "OCORRENCIAS" TO WS-SEC-TITULO
051300     MOVE WS-COLUNAS-OCORRENCIA TO WS-LINHA-COLUNAS-SECAO
051400     OPEN OUTPUT MOV-FILE
051500     OPEN OUTPUT CNV-FILE
051600     OPEN OUTPUT CONF-FILE
051700     IF WS-MOV-1 NOT EQUAL '0'
051800        OR WS-CNV-1 NOT EQUAL '0'
051900        OR WS-CONF-1 NOT EQUAL '0'
052000         DISPLAY "CRMENTRA: ARQUIVOS DE SAIDA NAO ABERTOS - "
052100             "CRMMOV " WS-MOV-STATUS
052200             " CRMCNV " WS-CNV-STATUS
052300             " CRMCONF " WS-CONF-STATUS
052400         SET WS-FALHOU TO TRUE
052500         GO TO 1000-INICIALIZAR-EXIT
052600     END-IF
052700     OPEN INPUT SIS-FILE
052800     IF WS-FILE-1 NOT EQUAL '0'
052900         DISPLAY "CRMENTRA: CADASTRO (SISFILE) NAO ABERTO - "
053000             "STATUS " WS-FILE-STATUS
053100         SET WS-FALHOU TO TRUE
053200         GO TO 1000-INICIALIZAR-EXIT
053300     END-IF
053400     OPEN INPUT CTT-FILE
053500     IF WS-CTT-1 NOT EQUAL '0'
053600         SET WS-CTT-FECHADO TO TRUE
053700         DISPLAY "CRMENTRA: CONTFILE NAO ABERTO - O RELATORIO "
053800             "SEGUIRA SEM O VALOR ATUAL DOS CONTATOS. ERRO: "
053900             WS-CTT-STATUS
054000     END-IF
054100     OPEN INPUT CRM-FILE
054200     IF WS-CRM-1 NOT EQUAL '0'
054300         DISPLAY "CRMENTRA: ARQUIVO DO CRM (CRMENT) NAO ABERTO - "
054400             "STATUS " WS-CRM-STATUS
054500         SET WS-FALHOU TO TRUE
054600     END-IF.
054700 1000-INICIALIZAR-EXIT.
054800     EXIT.
054900*
055000*----------------------------------------------------------------
055100* 1010-CONFERIR-JANELA
055200*     O JOB SO RODA COM O SISTEMA FECHADO (JANELA DE LOTE): OS
055300*     MOVIMENTOS SAO MONTADOS SOBRE O REGISTRO ATUAL DO CADASTRO
055400*     E A AUDITORIA PRECISA ESTAR COMPLETA. SEM O ARQUIVO DE
055500*     SITUACAO (STATUS 35) O JOB PROSSEGUE.
055600*----------------------------------------------------------------
055700 1010-CONFERIR-JANELA.
055800     OPEN INPUT SIT-FILE
055900     IF WS-SIT-1 EQUAL '3'
056000         GO TO 1010-CONFERIR-JANELA-EXIT
056100     END-IF
056200     IF WS-SIT-1 NOT EQUAL '0'
056300         DISPLAY "CRMENTRA: SITUACAO DO SISTEMA NAO ABERTA - "
056400             "STATUS " WS-SIT-STATUS
056500             " - JOB NAO INICIADO - RC=8"
056600         MOVE 8 TO RETURN-CODE
056700         STOP RUN
056800     END-IF
056900     READ SIT-FILE
057000         AT END
057100             CONTINUE
057200     END-READ
057300     IF WS-SIT-1 NOT EQUAL '0'
057400         CLOSE SIT-FILE
057500         DISPLAY "CRMENTRA: SITUACAO DO SISTEMA ILEGIVEL - "
057600             "STATUS " WS-SIT-STATUS
057700             " - JOB NAO INICIADO - RC=8"
057800         MOVE 8 TO RETURN-CODE
057900         STOP RUN
058000     END-IF
058100     IF NOT SIT-FECHADO
058200         CLOSE SIT-FILE
058300         DISPLAY "CRMENTRA: SISTEMA ABERTO (FORA DA JANELA DE "
058400             "LOTE) - JOB NAO INICIADO - RC=8"
058500         MOVE 8 TO RETURN-CODE
058600         STOP RUN
058700     END-IF
058800     CLOSE SIT-FILE.
058900 1010-CONFERIR-JANELA-EXIT.
059000     EXIT.
059100*
059200*----------------------------------------------------------------
059300* 1020-REGISTRAR-INICIO
059400*     REGISTRA O INICIO DO JOB NO CONTROLE DA CADEIA NOTURNA
059500*     (CTLEXEC), QUE CONFERE OS PRE-REQUISITOS NA DATA DE
059600*     NEGOCIO CORRENTE. JOB RECUSADO TERMINA COM CODIGO DE
059700*     RETORNO 12; CONTROLE INDISPONIVEL, COM 8.
059800*----------------------------------------------------------------
059900 1020-REGISTRAR-INICIO.
060000     SET WS-CTL-INICIAR TO TRUE
060100     MOVE "CRMENTRA" TO WS-CTL-JOB
060200     MOVE ZEROS TO WS-CTL-DATA-NEGOCIO
060300     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
060400     IF WS-CTL-RECUSADO
060500         DISPLAY "CRMENTRA: " WS-CTL-MENSAGEM
060600         DISPLAY "CRMENTRA: PRE-REQUISITO NAO ATENDIDO - JOB NAO "
060700             "INICIADO - RC=12"
060800         MOVE 12 TO RETURN-CODE
060900         STOP RUN
061000     END-IF
061100     IF WS-CTL-INDISPONIVEL
061200         DISPLAY "CRMENTRA: " WS-CTL-MENSAGEM
061300         DISPLAY "CRMENTRA: CONTROLE DA CADEIA INDISPONIVEL - "
061400             "JOB NAO INICIADO - RC=8"
061500         MOVE 8 TO RETURN-CODE
061600         STOP RUN
061700     END-IF.
061800 1020-REGISTRAR-INICIO-EXIT.
061900     EXIT.
062000*
062100*----------------------------------------------------------------
062200* 2000-SELECIONAR
062300*     PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO - LIBERA OS
062400*     DETALHES DO CRM, CONFERINDO CABECALHO E RODAPE, E DEPOIS
062500*     OS EVENTOS DA AUDITORIA POSTERIORES A MENOR VERSAO BASE
062600*     DO ARQUIVO (OS UNICOS QUE PODEM CARACTERIZAR CONFLITO).
062700*----------------------------------------------------------------
062800 2000-SELECIONAR.
062900     MOVE ALL '9' TO WS-MENOR-BASE
063000     PERFORM 2100-LER-CRM
063100         THRU 2100-LER-CRM-EXIT
063200     PERFORM 2200-LIBERAR-CRM
063300         THRU 2200-LIBERAR-CRM-EXIT
063400         UNTIL WS-FIM-CRM
063500     PERFORM 2300-CONFERIR-ARQUIVO
063600         THRU 2300-CONFERIR-ARQUIVO-EXIT
063700     IF WS-ARQUIVO-ACEITO
063800        AND WS-TOTAL-DETALHES IS GREATER THAN ZEROS
063900         PERFORM 2400-SELECIONAR-AUDITORIA
064000             THRU 2400-SELECIONAR-AUDITORIA-EXIT
064100     END-IF.
064200 2000-SELECIONAR-EXIT.
064300     EXIT.
064400*
064500 2100-LER-CRM.
064600     IF WS-FIM-CRM
064700         GO TO 2100-LER-CRM-EXIT
064800     END-IF
064900     READ CRM-FILE
065000         AT END
065100             SET WS-FIM-CRM TO TRUE
065200     END-READ
065300     IF WS-NAO-FIM-CRM
065400        AND WS-CRM-1 NOT EQUAL '0'
065500         DISPLAY "CRMENTRA: FALHA DE LEITURA EM CRMENT - STATUS "
065600             WS-CRM-STATUS
065700         SET WS-FALHOU TO TRUE
065800         SET WS-FIM-CRM TO TRUE
065900     END-IF.
066000 2100-LER-CRM-EXIT.
066100     EXIT.
066200*
066300*----------------------------------------------------------------
066400* 2200-LIBERAR-CRM
066500*     TRATA UM REGISTRO DO ARQUIVO DO CRM. O CABECALHO TEM DE SER
066600*     O PRIMEIRO REGISTRO E O RODAPE, O ULTIMO. DETALHE COM
066700*     CODIGO NAO NUMERICO E LIBERADO COM CODIGO ZERO, PARA SER
066800*     REJEITADO NA CONVERSAO.
066900*----------------------------------------------------------------
067000 2200-LIBERAR-CRM.
067100     IF WS-ARQUIVO-AUSENTE
067200         SET WS-ARQUIVO-ACEITO TO TRUE
067300         IF NOT CRM-TIPO-CABECALHO
067400            OR CRM-CAB-DATA-HORA NOT NUMERIC
067500             SET WS-ARQUIVO-RECUSADO TO TRUE
067600             MOVE "CABECALHO AUSENTE OU INVALIDO"
067700               TO WS-MOTIVO-RECUSA
067800             SET WS-FIM-CRM TO TRUE
067900             GO TO 2200-LIBERAR-CRM-EXIT
068000         END-IF
068100         SET WS-CABECALHO-LIDO TO TRUE
068200         MOVE CRM-CAB-DATA-HORA TO WS-CRM-DATA-HORA
068250         PERFORM 2100-LER-CRM
068260             THRU 2100-LER-CRM-EXIT
068300         GO TO 2200-LIBERAR-CRM-EXIT
068400     END-IF
068500     IF WS-RODAPE-LIDO
068600         SET WS-ARQUIVO-RECUSADO TO TRUE
068700         MOVE "REGISTRO APOS O RODAPE" TO WS-MOTIVO-RECUSA
068800         SET WS-FIM-CRM TO TRUE
068900         GO TO 2200-LIBERAR-CRM-EXIT
069000     END-IF
069100     EVALUATE TRUE
069200         WHEN CRM-TIPO-DETALHE
069300             ADD 1 TO WS-TOTAL-DETALHES
069400                      WS-SEQ-LEITURA
069500             IF CRM-CODIGO NUMERIC
069600                 MOVE CRM-CODIGO TO ORD-CODIGO
069700             ELSE
069800                 MOVE ZEROS TO ORD-CODIGO
069900             END-IF
070000             IF CRM-VERSAO-BASE NUMERIC
070100                AND CRM-VERSAO-BASE IS LESS THAN WS-MENOR-BASE
070200                 MOVE CRM-VERSAO-BASE TO WS-MENOR-BASE
070300             END-IF
070400             SET ORD-ORIGEM-CRM TO TRUE
070500             MOVE WS-SEQ-LEITURA TO ORD-CHAVE
070600             MOVE CRM-REGISTRO TO ORD-REGISTRO
070700             RELEASE ORDEM-REGISTRO
070800         WHEN CRM-TIPO-RODAPE
070900             SET WS-RODAPE-LIDO TO TRUE
071000             IF CRM-ROD-QUANTIDADE NUMERIC
071100                 MOVE CRM-ROD-QUANTIDADE TO WS-ROD-INFORMADO
071200             ELSE
071300                 MOVE ALL '9' TO WS-ROD-INFORMADO
071400             END-IF
071500         WHEN OTHER
071600             SET WS-ARQUIVO-RECUSADO TO TRUE
071700             MOVE "TIPO DE REGISTRO INVALIDO (ESPERADO D OU T)"
071800               TO WS-MOTIVO-RECUSA
071900             SET WS-FIM-CRM TO TRUE
072000             GO TO 2200-LIBERAR-CRM-EXIT
072100     END-EVALUATE
072300     PERFORM 2100-LER-CRM
072400         THRU 2100-LER-CRM-EXIT.
072500 2200-LIBERAR-CRM-EXIT.
072600     EXIT.
072700*
072800*----------------------------------------------------------------
072900* 2300-CONFERIR-ARQUIVO
073000*     CONFERE O RODAPE CONTRA A CONTAGEM REAL DE DETALHES.
073100*----------------------------------------------------------------
073200 2300-CONFERIR-ARQUIVO.
073300     CLOSE CRM-FILE
073400     IF WS-FALHOU
073500        OR NOT WS-ARQUIVO-ACEITO
073600         GO TO 2300-CONFERIR-ARQUIVO-EXIT
073700     END-IF
073800     IF WS-RODAPE-FALTA
073900         SET WS-ARQUIVO-RECUSADO TO TRUE
074000         MOVE "RODAPE AUSENTE" TO WS-MOTIVO-RECUSA
074100         GO TO 2300-CONFERIR-ARQUIVO-EXIT
074200     END-IF
074300     IF WS-ROD-INFORMADO NOT EQUAL WS-TOTAL-DETALHES
074400         SET WS-ARQUIVO-RECUSADO TO TRUE
074500         MOVE "QUANTIDADE DO RODAPE DIVERGENTE DOS DETALHES"
074600           TO WS-MOTIVO-RECUSA
074700     END-IF.
074800 2300-CONFERIR-ARQUIVO-EXIT.
074900     EXIT.
075000*
075100*----------------------------------------------------------------
075200* 2400-SELECIONAR-AUDITORIA
075300*     LIBERA OS EVENTOS DA AUDITORIA POSTERIORES A MENOR VERSAO
075400*     BASE DO ARQUIVO. SEM ARQUIVO DE AUDITORIA (STATUS 35) NAO
075500*     HA EVENTOS; QUALQUER OUTRA FALHA IMPEDE A CONVERSAO, POIS
075600*     OS CONFLITOS NAO PODERIAM SER CONFERIDOS.
075700*----------------------------------------------------------------
075800 2400-SELECIONAR-AUDITORIA.
075900     OPEN INPUT AUDIT-FILE
076000     IF WS-AUD-STATUS EQUAL "35"
076100         GO TO 2400-SELECIONAR-AUDITORIA-EXIT
076200     END-IF
076300     IF WS-AUD-1 NOT EQUAL '0'
076400         DISPLAY "CRMENTRA: AUDITORIA (AUDITFIL) NAO ABERTA - "
076500             "STATUS " WS-AUD-STATUS
076600         SET WS-FALHOU TO TRUE
076700         GO TO 2400-SELECIONAR-AUDITORIA-EXIT
076800     END-IF
076900     PERFORM 2410-LER-AUDITORIA
077000         THRU 2410-LER-AUDITORIA-EXIT
077100     PERFORM 2420-LIBERAR-EVENTO
077200         THRU 2420-LIBERAR-EVENTO-EXIT
077300         UNTIL WS-FIM-AUDITORIA
077400     CLOSE AUDIT-FILE.
077500 2400-SELECIONAR-AUDITORIA-EXIT.
077600     EXIT.
077700*
077800 2410-LER-AUDITORIA.
077900     READ AUDIT-FILE
078000         AT END
078100             SET WS-FIM-AUDITORIA TO TRUE
078200     END-READ
078300     IF WS-NAO-FIM-AUDITORIA
078400        AND WS-AUD-1 NOT EQUAL '0'
078500         DISPLAY "CRMENTRA: FALHA DE LEITURA EM AUDITFIL - "
078600             "STATUS " WS-AUD-STATUS
078700         SET WS-FALHOU TO TRUE
078800         SET WS-FIM-AUDITORIA TO TRUE
078900     END-IF.
079000 2410-LER-AUDITORIA-EXIT.
079100     EXIT.
079200*
079300 2420-LIBERAR-EVENTO.
079400     IF AUD-CODIGO NUMERIC
079500        AND AUD-DATA-HORA NUMERIC
079600        AND AUD-DATA-HORA IS GREATER THAN WS-MENOR-BASE
079700         ADD 1 TO WS-TOTAL-EVENTOS
079800         MOVE AUD-CODIGO    TO ORD-CODIGO
079900         SET ORD-ORIGEM-AUDITORIA TO TRUE
080000         MOVE AUD-DATA-HORA TO ORD-CHAVE
080100         MOVE SPACES        TO ORD-REGISTRO
080200         MOVE AUD-OPERACAO  TO ORD-AUD-OPERACAO
080300         MOVE AUD-OPERADOR  TO ORD-AUD-OPERADOR
080400         RELEASE ORDEM-REGISTRO
080500     END-IF
080600     PERFORM 2410-LER-AUDITORIA
080700         THRU 2410-LER-AUDITORIA-EXIT.
080800 2420-LIBERAR-EVENTO-EXIT.
080900     EXIT.
081000*
081100*----------------------------------------------------------------
081200* 3000-CONVERTER
081300*     PROCEDIMENTO DE SAIDA DA CLASSIFICACAO - GRAVA OS
081400*     CABECALHOS DO CONTROLE DA CONVERSAO E DOS CONFLITOS E
081500*     TRATA OS CLIENTES. ARQUIVO RECUSADO OU FALHA NA SELECAO
081600*     NAO GERA MOVIMENTO ALGUM.
081700*----------------------------------------------------------------
081800 3000-CONVERTER.
081900     ACCEPT WS-GER-DATA  FROM DATE YYYYMMDD
082000     ACCEPT WS-GER-HORAS FROM TIME
082100     MOVE SPACES TO CNV-CABECALHO
082200     MOVE 'H' TO CNV-TIPO
082300     MOVE WS-CRM-DATA-HORA TO CNV-CAB-DATA-HORA-CRM
082400     MOVE WS-SW-ARQUIVO TO CNV-CAB-SITUACAO
082500     MOVE WS-MOTIVO-RECUSA TO CNV-CAB-MOTIVO
082600     PERFORM 3900-GRAVAR-CONTROLE
082700         THRU 3900-GRAVAR-CONTROLE-EXIT
082800     IF WS-CRM-DATA-HORA EQUAL ZEROS
082900         MOVE WS-GERACAO-TIMESTAMP TO WS-CONF-CAB-DATA-HORA
083000     ELSE
083100         MOVE WS-CRM-DATA-HORA TO WS-CONF-CAB-DATA-HORA
083200     END-IF
083300     WRITE CONF-REGISTRO FROM WS-CONF-CABECALHO
083400     IF WS-ARQUIVO-RECUSADO
083500         MOVE SPACES TO WS-LINHA-IMPRESSAO
083600         STRING "*** ARQUIVO DO CRM RECUSADO POR INTEIRO: "
083700                                    DELIMITED BY SIZE
083800                WS-MOTIVO-RECUSA    DELIMITED BY SIZE
083900             INTO WS-LINHA-IMPRESSAO
084000         PERFORM 8000-IMPRIMIR-LINHA
084100             THRU 8000-IMPRIMIR-LINHA-EXIT
084200     END-IF
084300     IF WS-FALHOU
084400        OR NOT WS-ARQUIVO-ACEITO
084500         GO TO 3000-CONVERTER-EXIT
084600     END-IF
084700     MOVE ALL '9' TO WS-BASE-CLIENTE
084800     PERFORM 3100-RETORNAR-ORDENADO
084900         THRU 3100-RETORNAR-ORDENADO-EXIT
085000     PERFORM 3200-TRATAR-ORDENADO
085100         THRU 3200-TRATAR-ORDENADO-EXIT
085200         UNTIL WS-FIM-ORDEM
085300     PERFORM 3300-FECHAR-CLIENTE
085400         THRU 3300-FECHAR-CLIENTE-EXIT.
085500 3000-CONVERTER-EXIT.
085600     MOVE WS-TOTAL-RETIDOS TO WS-CONF-ROD-QUANTIDADE
085700     WRITE CONF-REGISTRO FROM WS-CONF-RODAPE.
085800*
085900 3100-RETORNAR-ORDENADO.
086000     RETURN ORDEM-FILE
086100         AT END
086200             SET WS-FIM-ORDEM TO TRUE
086300     END-RETURN.
086400 3100-RETORNAR-ORDENADO-EXIT.
086500     EXIT.
086600*
086700*----------------------------------------------------------------
086800* 3200-TRATAR-ORDENADO
086900*     NA TROCA DE CODIGO FECHA O CLIENTE ANTERIOR. O EVENTO DA
087000*     AUDITORIA MAIS RECENTE DO CLIENTE E O ULTIMO DA SUA ORIGEM
087100*     (ORDEM CRESCENTE DE DATA/HORA); OS DETALHES DO CRM SAO
087200*     GUARDADOS NA TABELA, NA ORDEM DE LEITURA.
087300*----------------------------------------------------------------
087400 3200-TRATAR-ORDENADO.
087500     IF ORD-CODIGO NOT EQUAL WS-CODIGO-CORRENTE
087600         PERFORM 3300-FECHAR-CLIENTE
087700             THRU 3300-FECHAR-CLIENTE-EXIT
087800         MOVE ORD-CODIGO TO WS-CODIGO-CORRENTE
087900     END-IF
087960     IF ORD-ORIGEM-AUDITORIA
088020         MOVE ORD-CHAVE        TO WS-ULT-DATA-HORA
088080         MOVE ORD-AUD-OPERACAO TO WS-ULT-OPERACAO
088140         MOVE ORD-AUD-OPERADOR TO WS-ULT-OPERADOR
088200     ELSE
088260         PERFORM 3210-GUARDAR-DETALHE
088320             THRU 3210-GUARDAR-DETALHE-EXIT
088380     END-IF
088440     PERFORM 3100-RETORNAR-ORDENADO
088500         THRU 3100-RETORNAR-ORDENADO-EXIT.
088560 3200-TRATAR-ORDENADO-EXIT.
088620     EXIT.
088680*
088740*----------------------------------------------------------------
088800* 3210-GUARDAR-DETALHE
088860*     GUARDA O DETALHE DO CRM NA TABELA DO CLIENTE E ACOMPANHA A
088920*     MENOR VERSAO BASE INFORMADA. ALEM DO LIMITE DA TABELA, O
088980*     DETALHE SO E CONTADO COMO EXCESSO.
089040*----------------------------------------------------------------
089100 3210-GUARDAR-DETALHE.
089160     IF WS-QTD-DETALHES NOT LESS THAN WS-MAX-DETALHES
089220         ADD 1 TO WS-QTD-EXCESSO
089280         GO TO 3210-GUARDAR-DETALHE-EXIT
089340     END-IF
089400     ADD 1 TO WS-QTD-DETALHES
089460     MOVE ORD-REGISTRO TO WS-DET-REGISTRO (WS-QTD-DETALHES)
089520     MOVE SPACE TO WS-DET-SITUACAO (WS-QTD-DETALHES)
089580     MOVE SPACES TO WS-DET-MENSAGEM (WS-QTD-DETALHES)
089640     MOVE ORD-REGISTRO TO WS-DETALHE
089700     IF WS-DTL-VERSAO-BASE NUMERIC
089760        AND WS-DTL-VERSAO-BASE IS LESS THAN WS-BASE-CLIENTE
089820         MOVE WS-DTL-VERSAO-BASE TO WS-BASE-CLIENTE
089880     END-IF.
089940 3210-GUARDAR-DETALHE-EXIT.
090000     EXIT.
090400*
090500*----------------------------------------------------------------
090600* 3300-FECHAR-CLIENTE
090700*     DA DESTINO AOS DETALHES DO CLIENTE GUARDADOS NA TABELA
090800*     (3305) E PREPARA O PROXIMO CLIENTE.
091200*----------------------------------------------------------------
091270 3300-FECHAR-CLIENTE.
091340     IF WS-QTD-DETALHES NOT EQUAL ZEROS
091410         PERFORM 3305-DESTINAR-DETALHES
091480             THRU 3305-DESTINAR-DETALHES-EXIT
091550     END-IF
091620     MOVE ZEROS TO WS-QTD-DETALHES
091690                   WS-QTD-EXCESSO
091760                   WS-ULT-DATA-HORA
091830     MOVE ALL '9' TO WS-BASE-CLIENTE
091900     MOVE SPACE TO WS-ULT-OPERACAO
091970     MOVE SPACES TO WS-ULT-OPERADOR.
092040 3300-FECHAR-CLIENTE-EXIT.
092110     EXIT.
092180*
092250*----------------------------------------------------------------
092320* 3305-DESTINAR-DETALHES
092390*     CODIGO INVALIDO OU CLIENTE NAO CADASTRADO REJEITA TODOS OS
092460*     DETALHES; EVENTO DA AUDITORIA POSTERIOR A MENOR VERSAO BASE
092530*     RETEM TODOS COMO CONFLITO; SENAO SAO CONVERTIDOS. EM SEGUIDA
092600*     REGISTRA OS REJEITADOS DO CLIENTE.
092670*----------------------------------------------------------------
092740 3305-DESTINAR-DETALHES.
092810     ADD 1 TO WS-TOTAL-CLIENTES
092880     IF WS-CODIGO-CORRENTE EQUAL ZEROS
092950         MOVE "CODIGO DO CLIENTE INVALIDO" TO WS-MENSAGEM
093020         PERFORM 3310-REJEITAR-TODOS
093090             THRU 3310-REJEITAR-TODOS-EXIT
093160         PERFORM 3600-REGISTRAR-REJEITADOS
093230             THRU 3600-REGISTRAR-REJEITADOS-EXIT
093300         GO TO 3305-DESTINAR-DETALHES-EXIT
093370     END-IF
093440     MOVE WS-CODIGO-CORRENTE TO SIS-CODIGO
093510     READ SIS-FILE KEY IS SIS-CODIGO
093580     IF WS-FILE-STATUS EQUAL "23"
093650         MOVE "CLIENTE NAO CADASTRADO" TO WS-MENSAGEM
093720         PERFORM 3310-REJEITAR-TODOS
093790             THRU 3310-REJEITAR-TODOS-EXIT
093860         PERFORM 3600-REGISTRAR-REJEITADOS
093930             THRU 3600-REGISTRAR-REJEITADOS-EXIT
094000         GO TO 3305-DESTINAR-DETALHES-EXIT
094070     END-IF
094140     IF WS-FILE-1 NOT EQUAL '0'
094210         DISPLAY "CRMENTRA: FALHA DE LEITURA EM SISFILE - STATUS "
094280             WS-FILE-STATUS " CODIGO " WS-CODIGO-CORRENTE
094350         SET WS-FALHOU TO TRUE
094420         SET WS-FIM-ORDEM TO TRUE
094490         GO TO 3305-DESTINAR-DETALHES-EXIT
094560     END-IF
094630     IF WS-ULT-DATA-HORA IS GREATER THAN WS-BASE-CLIENTE
094700         PERFORM 3400-RETER-CONFLITO
094770             THRU 3400-RETER-CONFLITO-EXIT
094840     ELSE
094910         PERFORM 3500-GERAR-MOVIMENTOS
094980             THRU 3500-GERAR-MOVIMENTOS-EXIT
095050     END-IF
095120     PERFORM 3600-REGISTRAR-REJEITADOS
095190         THRU 3600-REGISTRAR-REJEITADOS-EXIT.
095260 3305-DESTINAR-DETALHES-EXIT.
095330     EXIT.
095800*
095900*----------------------------------------------------------------
096000* 3310-REJEITAR-TODOS
096100*     MARCA TODOS OS DETALHES DO CLIENTE COMO REJEITADOS COM A
096200*     MENSAGEM MONTADA EM WS-MENSAGEM.
096300*----------------------------------------------------------------
096400 3310-REJEITAR-TODOS.
096500     MOVE 1 TO WS-IND-DET
096600     PERFORM 3311-REJEITAR-DETALHE
096700         THRU 3311-REJEITAR-DETALHE-EXIT
096800         UNTIL WS-IND-DET IS GREATER THAN WS-QTD-DETALHES.
096900 3310-REJEITAR-TODOS-EXIT.
097000     EXIT.
097100*
097200 3311-REJEITAR-DETALHE.
097300     SET WS-DET-REJEITADO (WS-IND-DET) TO TRUE
097400     MOVE WS-MENSAGEM TO WS-DET-MENSAGEM (WS-IND-DET)
097500     ADD 1 TO WS-IND-DET.
097600 3311-REJEITAR-DETALHE-EXIT.
097700     EXIT.
097800*
097900*----------------------------------------------------------------
098000* 3400-RETER-CONFLITO
098100*     O CADASTRO ALTEROU O CLIENTE DEPOIS DA VERSAO EM QUE O CRM
098200*     SE BASEOU: NENHUM DETALHE E CONVERTIDO. OS DETALHES VAO
098300*     PARA O ARQUIVO DE CONFLITOS E PARA O RELATORIO, COM O
098400*     NOSSO VALOR, O VALOR DO CRM E A ULTIMA ALTERACAO NOSSA.
098500*----------------------------------------------------------------
098600 3400-RETER-CONFLITO.
098700     ADD 1 TO WS-TOTAL-CLI-CONFLITO
098800     IF WS-LINHA + 4 IS GREATER THAN WS-MAX-LINHAS
098900         PERFORM 8900-IMPRIMIR-CABECALHO
099000             THRU 8900-IMPRIMIR-CABECALHO-EXIT
099100     END-IF
099200     MOVE SPACES TO WS-LINHA-IMPRESSAO
099300     PERFORM 8000-IMPRIMIR-LINHA
099400         THRU 8000-IMPRIMIR-LINHA-EXIT
099500     MOVE SIS-CODIGO TO WS-CFL-CODIGO
099600     MOVE SIS-NOME   TO WS-CFL-NOME
099700     MOVE WS-BASE-CLIENTE TO WS-DH-ENTRADA
099800     PERFORM 8300-EDITAR-DATA-HORA
099900         THRU 8300-EDITAR-DATA-HORA-EXIT
100000     MOVE WS-DH-EDITADA TO WS-CFL-VERSAO
100100     MOVE WS-LINHA-CONFLITO-1 TO WS-LINHA-IMPRESSAO
100200     PERFORM 8000-IMPRIMIR-LINHA
100300         THRU 8000-IMPRIMIR-LINHA-EXIT
100400     MOVE WS-ULT-DATA-HORA TO WS-DH-ENTRADA
100500     PERFORM 8300-EDITAR-DATA-HORA
100600         THRU 8300-EDITAR-DATA-HORA-EXIT
100700     MOVE WS-DH-EDITADA TO WS-CFL-ALTERACAO
100800     IF WS-ULT-OPERADOR EQUAL SPACES
100900         MOVE "NAO IDENTIF." TO WS-CFL-OPERADOR
101000     ELSE
101100         MOVE WS-ULT-OPERADOR TO WS-CFL-OPERADOR
101200     END-IF
101300     PERFORM 3420-DESCREVER-OPERACAO
101400         THRU 3420-DESCREVER-OPERACAO-EXIT
101500     MOVE WS-LINHA-CONFLITO-2 TO WS-LINHA-IMPRESSAO
101600     PERFORM 8000-IMPRIMIR-LINHA
101700         THRU 8000-IMPRIMIR-LINHA-EXIT
101800     MOVE 1 TO WS-IND-DET
101900     PERFORM 3410-RETER-DETALHE
102000         THRU 3410-RETER-DETALHE-EXIT
102100         UNTIL WS-IND-DET IS GREATER THAN WS-QTD-DETALHES
102200     ADD WS-QTD-DETALHES TO WS-TOTAL-RETIDOS
102300     MOVE SPACES TO CNV-DADOS
102400     SET CNV-TIPO-CONFLITO TO TRUE
102500     MOVE WS-CODIGO-CORRENTE TO CNV-CODIGO
102600     MOVE WS-BASE-CLIENTE TO CNV-VERSAO-BASE
102700     MOVE WS-QTD-DETALHES TO CNV-QTD-CAMPOS
102750     MOVE WS-ULT-DATA-HORA TO CNV-VERSAO-CADASTRO
102800     STRING "ALTERADO NO CADASTRO EM "  DELIMITED BY SIZE
102900            WS-CFL-ALTERACAO           DELIMITED BY SIZE
103000            " POR "                    DELIMITED BY SIZE
103100            WS-CFL-OPERADOR            DELIMITED BY SIZE
103200         INTO CNV-MENSAGEM
103300     PERFORM 3900-GRAVAR-CONTROLE
103400         THRU 3900-GRAVAR-CONTROLE-EXIT.
103500 3400-RETER-CONFLITO-EXIT.
103600     EXIT.
103700*
103800 3410-RETER-DETALHE.
103900     MOVE WS-DET-REGISTRO (WS-IND-DET) TO WS-DETALHE
104000     WRITE CONF-REGISTRO FROM WS-DETALHE
104100     IF WS-CONF-1 NOT EQUAL '0'
104200         DISPLAY "CRMENTRA: FALHA DE GRAVACAO EM CRMCONF - "
104300             "STATUS " WS-CONF-STATUS
104400         SET WS-FALHOU TO TRUE
104500         SET WS-FIM-ORDEM TO TRUE
104600     END-IF
104700     PERFORM 3700-OBTER-VALOR-ATUAL
104800         THRU 3700-OBTER-VALOR-ATUAL-EXIT
104900     MOVE "RETIDO - CONFLITO" TO WS-OCO-DESCRICAO
105000     PERFORM 3800-IMPRIMIR-DETALHE
105100         THRU 3800-IMPRIMIR-DETALHE-EXIT
105200     ADD 1 TO WS-IND-DET.
105300 3410-RETER-DETALHE-EXIT.
105400     EXIT.
105500*
105600 3420-DESCREVER-OPERACAO.
105700     EVALUATE WS-ULT-OPERACAO
105800         WHEN '1'
105900             MOVE "INCLUSAO" TO WS-CFL-OPERACAO
106000         WHEN '3'
106100             MOVE "ALTERACAO" TO WS-CFL-OPERACAO
106200         WHEN '5'
106300             MOVE "EXCLUSAO" TO WS-CFL-OPERACAO
106400         WHEN '6'
106500             MOVE "EXPURGO" TO WS-CFL-OPERACAO
106600         WHEN '7'
106700             MOVE "RESTAURA" TO WS-CFL-OPERACAO
106800         WHEN '8'
106900             MOVE "CARGA" TO WS-CFL-OPERACAO
107000         WHEN 'C'
107100             MOVE "INCL.CONTATO" TO WS-CFL-OPERACAO
107200         WHEN 'D'
107300             MOVE "ALT.CONTATO" TO WS-CFL-OPERACAO
107400         WHEN 'E'
107500             MOVE "EXCL.CONTATO" TO WS-CFL-OPERACAO
107600         WHEN 'R'
107700             MOVE "REATIVACAO" TO WS-CFL-OPERACAO
107800         WHEN 'U'
107900             MOVE "UNIFICACAO" TO WS-CFL-OPERACAO
108000         WHEN 'L'
108100             MOVE "ANONIMIZACAO" TO WS-CFL-OPERACAO
108200         WHEN OTHER
108300             MOVE "OPERACAO " TO WS-CFL-OPERACAO
108400             MOVE WS-ULT-OPERACAO TO WS-CFL-OPERACAO (10:1)
108500     END-EVALUATE.
108600 3420-DESCREVER-OPERACAO-EXIT.
108700     EXIT.
108800*
108900*----------------------------------------------------------------
109000* 3500-GERAR-MOVIMENTOS
109100*     SEM CONFLITO: OS CAMPOS DO CLIENTE SAO SOBREPOSTOS AO
109200*     REGISTRO ATUAL DO CADASTRO E GERAM UMA UNICA ALTERACAO
109300*     (OPERACAO 3); DEPOIS, CADA CONTATO GERA O SEU MOVIMENTO.
109400*     CADA MOVIMENTO GRAVADO TEM O SEU REGISTRO 'M' NO CONTROLE.
109500*----------------------------------------------------------------
109600 3500-GERAR-MOVIMENTOS.
109700     MOVE SIS-DADOS TO WS-CLIENTE-NOVO
109800     MOVE ZEROS TO WS-QTD-CAMPOS-CLIENTE
110000     PERFORM 3510-APLICAR-CAMPO
110100         THRU 3510-APLICAR-CAMPO-EXIT
110150         VARYING WS-IND-DET FROM 1 BY 1
110200         UNTIL WS-IND-DET IS GREATER THAN WS-QTD-DETALHES
110300     IF WS-QTD-CAMPOS-CLIENTE IS GREATER THAN ZEROS
110400         MOVE SPACES TO MOVTO-REGISTRO
110500         MOVE '3' TO MOV-OPERACAO
110600         MOVE WS-CLIENTE-NOVO TO MOV-CLIENTE
110700         MOVE ZEROS TO MOV-CTT-SEQUENCIA
110800         ADD 1 TO WS-TOTAL-MOV-CLIENTE
110900         PERFORM 3590-GRAVAR-MOVIMENTO
111000             THRU 3590-GRAVAR-MOVIMENTO-EXIT
111100     END-IF
111300     PERFORM 3550-CONVERTER-CONTATO
111400         THRU 3550-CONVERTER-CONTATO-EXIT
111450         VARYING WS-IND-DET FROM 1 BY 1
111500         UNTIL WS-IND-DET IS GREATER THAN WS-QTD-DETALHES.
111600 3500-GERAR-MOVIMENTOS-EXIT.
111700     EXIT.
111800*
111900*----------------------------------------------------------------
112000* 3510-APLICAR-CAMPO
112100*     VALIDA UM CAMPO DO CLIENTE E O SOBREPOE AO REGISTRO NOVO.
112200*     CONTATOS FICAM PARA 3550.
112300*----------------------------------------------------------------
112400 3510-APLICAR-CAMPO.
112500     MOVE WS-DET-REGISTRO (WS-IND-DET) TO WS-DETALHE
112600     IF WS-CAMPO-CONTATO
112700         GO TO 3510-APLICAR-CAMPO-EXIT
112800     END-IF
112900     MOVE SPACES TO WS-MENSAGEM
113000     MOVE ZEROS TO WS-TAMANHO-CAMPO
113100     EVALUATE TRUE
113200         WHEN WS-DTL-VERSAO-BASE NOT NUMERIC
113300             MOVE "VERSAO BASE INVALIDA" TO WS-MENSAGEM
113400         WHEN WS-CAMPO-PROTEGIDO
113500             MOVE "CAMPO NAO ALTERAVEL PELO CRM" TO WS-MENSAGEM
113600         WHEN NOT WS-ACAO-ALTERAR
113700             MOVE "ACAO INVALIDA PARA CAMPO DO CLIENTE (SO A)"
113800               TO WS-MENSAGEM
113900         WHEN WS-CAMPO-NOME
114000             MOVE 30 TO WS-TAMANHO-CAMPO
114100             IF WS-DTL-VALOR EQUAL SPACES
114200                 MOVE "NOME EM BRANCO" TO WS-MENSAGEM
114300             END-IF
114400         WHEN WS-CAMPO-LOGRADOURO
114500             MOVE 30 TO WS-TAMANHO-CAMPO
114600         WHEN WS-CAMPO-NUMERO
114700             MOVE 06 TO WS-TAMANHO-CAMPO
114800         WHEN WS-CAMPO-COMPLEMENTO
114900             MOVE 15 TO WS-TAMANHO-CAMPO
115000         WHEN WS-CAMPO-BAIRRO
115100             MOVE 20 TO WS-TAMANHO-CAMPO
115200         WHEN WS-CAMPO-CEP
115300             MOVE 08 TO WS-TAMANHO-CAMPO
115400             IF WS-DTL-CEP NOT NUMERIC
115500                 MOVE "CEP INVALIDO" TO WS-MENSAGEM
115600             END-IF
115700         WHEN WS-CAMPO-CIDADE
115800             MOVE 20 TO WS-TAMANHO-CAMPO
115900         WHEN WS-CAMPO-UF
116000             MOVE 02 TO WS-TAMANHO-CAMPO
116100         WHEN WS-CAMPO-SEXO
116200             MOVE 09 TO WS-TAMANHO-CAMPO
116300         WHEN OTHER
116400             MOVE "CAMPO DESCONHECIDO" TO WS-MENSAGEM
116500     END-EVALUATE
116600     IF WS-MENSAGEM EQUAL SPACES
116700         COMPUTE WS-POSICAO = WS-TAMANHO-CAMPO + 1
116800         IF WS-DTL-VALOR (WS-POSICAO:) NOT EQUAL SPACES
116900             MOVE "VALOR EXCEDE O TAMANHO DO CAMPO" TO WS-MENSAGEM
117000         END-IF
117100     END-IF
117200     IF WS-MENSAGEM NOT EQUAL SPACES
117300         SET WS-DET-REJEITADO (WS-IND-DET) TO TRUE
117400         MOVE WS-MENSAGEM TO WS-DET-MENSAGEM (WS-IND-DET)
117500         GO TO 3510-APLICAR-CAMPO-EXIT
117600     END-IF
117700     EVALUATE TRUE
117800         WHEN WS-CAMPO-NOME
117900             MOVE WS-DTL-VALOR TO WS-NOV-NOME
118000         WHEN WS-CAMPO-LOGRADOURO
118100             MOVE WS-DTL-VALOR TO WS-NOV-LOGRADOURO
118200         WHEN WS-CAMPO-NUMERO
118300             MOVE WS-DTL-VALOR TO WS-NOV-NUMERO
118400         WHEN WS-CAMPO-COMPLEMENTO
118500             MOVE WS-DTL-VALOR TO WS-NOV-COMPLEMENTO
118600         WHEN WS-CAMPO-BAIRRO
118700             MOVE WS-DTL-VALOR TO WS-NOV-BAIRRO
118800         WHEN WS-CAMPO-CEP
118900             MOVE WS-DTL-CEP TO WS-NOV-CEP
119000         WHEN WS-CAMPO-CIDADE
119100             MOVE WS-DTL-VALOR TO WS-NOV-CIDADE
119200         WHEN WS-CAMPO-UF
119300             MOVE WS-DTL-VALOR TO WS-NOV-ESTADO
119400         WHEN WS-CAMPO-SEXO
119500             MOVE WS-DTL-VALOR TO WS-NOV-SEXO
119600     END-EVALUATE
119700     SET WS-DET-CONVERTIDO (WS-IND-DET) TO TRUE
119800     ADD 1 TO WS-QTD-CAMPOS-CLIENTE
119900     ADD 1 TO WS-TOTAL-CONVERTIDOS.
120200 3510-APLICAR-CAMPO-EXIT.
120300     EXIT.
120400*
120500*----------------------------------------------------------------
120600* 3550-CONVERTER-CONTATO
120700*     VALIDA UM DETALHE DE CONTATO E GRAVA O SEU MOVIMENTO:
120800*     INCLUSAO (6, A SEQUENCIA E ATRIBUIDA PELO CADASTRO),
120900*     ALTERACAO (7) OU EXCLUSAO (9) DA SEQUENCIA INFORMADA.
121000*----------------------------------------------------------------
121100 3550-CONVERTER-CONTATO.
121200     MOVE WS-DET-REGISTRO (WS-IND-DET) TO WS-DETALHE
121300     IF NOT WS-CAMPO-CONTATO
121400         GO TO 3550-CONVERTER-CONTATO-EXIT
121500     END-IF
121600     MOVE SPACES TO WS-MENSAGEM
121700     EVALUATE TRUE
121800         WHEN WS-DTL-VERSAO-BASE NOT NUMERIC
121900             MOVE "VERSAO BASE INVALIDA" TO WS-MENSAGEM
122000         WHEN WS-DTL-ACAO EQUAL SPACE
122100             MOVE "ACAO INVALIDA PARA CONTATO (I, A OU E)"
122200               TO WS-MENSAGEM
122300         WHEN WS-ACAO-INCLUIR
122400             CONTINUE
122500         WHEN NOT WS-ACAO-ALTERAR
122600          AND NOT WS-ACAO-EXCLUIR
122700             MOVE "ACAO INVALIDA PARA CONTATO (I, A OU E)"
122800               TO WS-MENSAGEM
122900         WHEN WS-DTL-CTT-SEQUENCIA NOT NUMERIC
123000             MOVE "SEQUENCIA DO CONTATO INVALIDA" TO WS-MENSAGEM
123100         WHEN WS-DTL-CTT-SEQUENCIA EQUAL ZEROS
123200             MOVE "SEQUENCIA DO CONTATO INVALIDA" TO WS-MENSAGEM
123300     END-EVALUATE
123400     IF WS-MENSAGEM EQUAL SPACES
123500        AND NOT WS-ACAO-EXCLUIR
123600         EVALUATE TRUE
123700             WHEN NOT WS-DTL-CTT-TIPO-VALIDO
123800                 MOVE "TIPO DE CONTATO INVALIDO (T OU E)"
123900                   TO WS-MENSAGEM
124000             WHEN WS-DTL-VALOR EQUAL SPACES
124100                 MOVE "VALOR DO CONTATO EM BRANCO" TO WS-MENSAGEM
124200             WHEN NOT WS-DTL-CTT-PREF-VALIDO
124300                 MOVE "PREFERENCIAL INVALIDO (S OU N)"
124400                   TO WS-MENSAGEM
124500         END-EVALUATE
124600     END-IF
124700     IF WS-MENSAGEM NOT EQUAL SPACES
124800         SET WS-DET-REJEITADO (WS-IND-DET) TO TRUE
124900         MOVE WS-MENSAGEM TO WS-DET-MENSAGEM (WS-IND-DET)
125000         GO TO 3550-CONVERTER-CONTATO-EXIT
125100     END-IF
125200     MOVE SPACES TO MOVTO-REGISTRO
125300     MOVE SIS-DADOS TO MOV-CLIENTE
125400     EVALUATE TRUE
125500         WHEN WS-ACAO-INCLUIR
125600             MOVE '6' TO MOV-OPERACAO
125700             MOVE ZEROS TO MOV-CTT-SEQUENCIA
125800         WHEN WS-ACAO-ALTERAR
125900             MOVE '7' TO MOV-OPERACAO
126000             MOVE WS-DTL-CTT-SEQUENCIA TO MOV-CTT-SEQUENCIA
126100         WHEN WS-ACAO-EXCLUIR
126200             MOVE '9' TO MOV-OPERACAO
126300             MOVE WS-DTL-CTT-SEQUENCIA TO MOV-CTT-SEQUENCIA
126400     END-EVALUATE
126500     IF NOT WS-ACAO-EXCLUIR
126600         MOVE WS-DTL-CTT-TIPO TO MOV-CTT-TIPO
126700         MOVE WS-DTL-VALOR    TO MOV-CTT-VALOR
126800         IF WS-DTL-CTT-PREFERIDO EQUAL 'S'
126900             MOVE 'S' TO MOV-CTT-PREFERIDO
127000         ELSE
127100             MOVE 'N' TO MOV-CTT-PREFERIDO
127200         END-IF
127300     END-IF
127400     SET WS-DET-CONVERTIDO (WS-IND-DET) TO TRUE
127500     ADD 1 TO WS-TOTAL-CONVERTIDOS
127600     ADD 1 TO WS-TOTAL-MOV-CONTATO
127700     PERFORM 3590-GRAVAR-MOVIMENTO
127800         THRU 3590-GRAVAR-MOVIMENTO-EXIT.
128100 3550-CONVERTER-CONTATO-EXIT.
128200     EXIT.
128300*
128400*----------------------------------------------------------------
128500* 3590-GRAVAR-MOVIMENTO
128600*     GRAVA O MOVIMENTO MONTADO EM MOVTO-REGISTRO E O SEU
128700*     REGISTRO 'M' NO CONTROLE DA CONVERSAO (O CAMPO DE CONTATO
128800*     CONTA UM; A ALTERACAO DO CLIENTE, OS CAMPOS SOBREPOSTOS).
128900*----------------------------------------------------------------
129000 3590-GRAVAR-MOVIMENTO.
129100     WRITE MOVTO-REGISTRO
129200     IF WS-MOV-1 NOT EQUAL '0'
129300         DISPLAY "CRMENTRA: FALHA DE GRAVACAO EM CRMMOV - STATUS "
129400             WS-MOV-STATUS " CODIGO " WS-CODIGO-CORRENTE
129500         SET WS-FALHOU TO TRUE
129600         SET WS-FIM-ORDEM TO TRUE
129700         GO TO 3590-GRAVAR-MOVIMENTO-EXIT
129800     END-IF
129900     MOVE SPACES TO CNV-DADOS
129950     MOVE ZEROS TO CNV-VERSAO-CADASTRO
130000     SET CNV-TIPO-MOVIMENTO TO TRUE
130100     MOVE WS-CODIGO-CORRENTE TO CNV-CODIGO
130200     MOVE WS-BASE-CLIENTE TO CNV-VERSAO-BASE
130300     MOVE MOV-OPERACAO TO CNV-OPERACAO
130400     IF MOV-OPERACAO EQUAL '3'
130500         MOVE WS-QTD-CAMPOS-CLIENTE TO CNV-QTD-CAMPOS
130600     ELSE
130700         MOVE 1 TO CNV-QTD-CAMPOS
130800     END-IF
130900     PERFORM 3900-GRAVAR-CONTROLE
131000         THRU 3900-GRAVAR-CONTROLE-EXIT.
131100 3590-GRAVAR-MOVIMENTO-EXIT.
131200     EXIT.
131300*
131400*----------------------------------------------------------------
131500* 3600-REGISTRAR-REJEITADOS
131600*     IMPRIME OS DETALHES REJEITADOS DO CLIENTE E GRAVA NO
131700*     CONTROLE UM REGISTRO 'R' COM A QUANTIDADE E O PRIMEIRO
131800*     MOTIVO. OS DETALHES ALEM DO LIMITE DA TABELA SAO
131900*     REJEITADOS EM CONJUNTO.
132000*----------------------------------------------------------------
132100 3600-REGISTRAR-REJEITADOS.
132200     MOVE ZEROS TO WS-QTD-REJ-CLIENTE
132300     MOVE SPACES TO CNV-DADOS
132350     MOVE ZEROS TO CNV-VERSAO-CADASTRO
132500     PERFORM 3610-IMPRIMIR-REJEITADO
132600         THRU 3610-IMPRIMIR-REJEITADO-EXIT
132650         VARYING WS-IND-DET FROM 1 BY 1
132700         UNTIL WS-IND-DET IS GREATER THAN WS-QTD-DETALHES
132800     IF WS-QTD-EXCESSO IS GREATER THAN ZEROS
132900         ADD WS-QTD-EXCESSO TO WS-QTD-REJ-CLIENTE
133000         MOVE SPACES TO WS-LINHA-OCORRENCIA
133100         MOVE WS-CODIGO-CORRENTE TO WS-OCO-CODIGO
133200         MOVE "(EXCESSO)" TO WS-OCO-CAMPO
133300         MOVE "REJEITADO" TO WS-OCO-DESCRICAO
133400         MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-IMPRESSAO
133500         PERFORM 8000-IMPRIMIR-LINHA
133600             THRU 8000-IMPRIMIR-LINHA-EXIT
133700         MOVE "MAIS DE 99 CAMPOS PARA O CLIENTE NO MESMO ARQUIVO"
133800           TO WS-MOT-TEXTO
133900         MOVE WS-LINHA-MOTIVO TO WS-LINHA-IMPRESSAO
134000         PERFORM 8000-IMPRIMIR-LINHA
134100             THRU 8000-IMPRIMIR-LINHA-EXIT
134200         IF CNV-MENSAGEM EQUAL SPACES
134300             MOVE WS-MOT-TEXTO TO CNV-MENSAGEM
134400         END-IF
134500     END-IF
134600     IF WS-QTD-REJ-CLIENTE EQUAL ZEROS
134700         GO TO 3600-REGISTRAR-REJEITADOS-EXIT
134800     END-IF
134900     ADD WS-QTD-REJ-CLIENTE TO WS-TOTAL-REJEITADOS
135000     IF WS-QTD-REJ-CLIENTE EQUAL WS-QTD-DETALHES + WS-QTD-EXCESSO
135100         ADD 1 TO WS-TOTAL-CLI-REJEITADOS
135200     END-IF
135300     SET CNV-TIPO-REJEITADO TO TRUE
135400     MOVE WS-CODIGO-CORRENTE TO CNV-CODIGO
135500     MOVE WS-BASE-CLIENTE TO CNV-VERSAO-BASE
135600     MOVE WS-QTD-REJ-CLIENTE TO CNV-QTD-CAMPOS
135700     PERFORM 3900-GRAVAR-CONTROLE
135800         THRU 3900-GRAVAR-CONTROLE-EXIT.
135900 3600-REGISTRAR-REJEITADOS-EXIT.
136000     EXIT.
136100*
136200 3610-IMPRIMIR-REJEITADO.
136300     IF NOT WS-DET-REJEITADO (WS-IND-DET)
136400         GO TO 3610-IMPRIMIR-REJEITADO-EXIT
136500     END-IF
136600     ADD 1 TO WS-QTD-REJ-CLIENTE
136700     IF CNV-MENSAGEM EQUAL SPACES
136800         MOVE WS-DET-MENSAGEM (WS-IND-DET) TO CNV-MENSAGEM
136900     END-IF
137000     MOVE WS-DET-REGISTRO (WS-IND-DET) TO WS-DETALHE
137100     PERFORM 3700-OBTER-VALOR-ATUAL
137200         THRU 3700-OBTER-VALOR-ATUAL-EXIT
137300     MOVE "REJEITADO" TO WS-OCO-DESCRICAO
137400     PERFORM 3800-IMPRIMIR-DETALHE
137500         THRU 3800-IMPRIMIR-DETALHE-EXIT
137600     MOVE WS-DET-MENSAGEM (WS-IND-DET) TO WS-MOT-TEXTO
137700     MOVE WS-LINHA-MOTIVO TO WS-LINHA-IMPRESSAO
137800     PERFORM 8000-IMPRIMIR-LINHA
137900         THRU 8000-IMPRIMIR-LINHA-EXIT.
138200 3610-IMPRIMIR-REJEITADO-EXIT.
138300     EXIT.
138400*
138500*----------------------------------------------------------------
138600* 3700-OBTER-VALOR-ATUAL
138700*     MONTA EM WS-VALOR-ATUAL O NOSSO VALOR DO CAMPO DO DETALHE
138800*     CORRENTE (REGISTRO DO CADASTRO JA LIDO; PARA CONTATO, O
138900*     REGISTRO DA SEQUENCIA INFORMADA EM CTT-FILE).
139000*----------------------------------------------------------------
139100 3700-OBTER-VALOR-ATUAL.
139200     MOVE SPACES TO WS-VALOR-ATUAL
139300     IF WS-CODIGO-CORRENTE EQUAL ZEROS
139400        OR SIS-CODIGO NOT EQUAL WS-CODIGO-CORRENTE
139500         GO TO 3700-OBTER-VALOR-ATUAL-EXIT
139600     END-IF
139700     EVALUATE TRUE
139800         WHEN WS-CAMPO-NOME
139900             MOVE SIS-NOME TO WS-VALOR-ATUAL
140000         WHEN WS-CAMPO-LOGRADOURO
140100             MOVE SIS-LOGRADOURO TO WS-VALOR-ATUAL
140200         WHEN WS-CAMPO-NUMERO
140300             MOVE SIS-NUMERO TO WS-VALOR-ATUAL
140400         WHEN WS-CAMPO-COMPLEMENTO
140500             MOVE SIS-COMPLEMENTO TO WS-VALOR-ATUAL
140600         WHEN WS-CAMPO-BAIRRO
140700             MOVE SIS-BAIRRO TO WS-VALOR-ATUAL
140800         WHEN WS-CAMPO-CEP
140900             MOVE SIS-CEP TO WS-VALOR-ATUAL
141000         WHEN WS-CAMPO-CIDADE
141100             MOVE SIS-CIDADE TO WS-VALOR-ATUAL
141200         WHEN WS-CAMPO-UF
141300             MOVE SIS-ESTADO TO WS-VALOR-ATUAL
141400         WHEN WS-CAMPO-SEXO
141500             MOVE SIS-SEXO TO WS-VALOR-ATUAL
141600         WHEN WS-CAMPO-CONTATO
141700             PERFORM 3710-OBTER-CONTATO-ATUAL
141800                 THRU 3710-OBTER-CONTATO-ATUAL-EXIT
141900         WHEN OTHER
142000             CONTINUE
142100     END-EVALUATE.
142200 3700-OBTER-VALOR-ATUAL-EXIT.
142300     EXIT.
142400*
142500 3710-OBTER-CONTATO-ATUAL.
142600     IF WS-ACAO-INCLUIR
142700         MOVE "(CONTATO NOVO)" TO WS-VALOR-ATUAL
142800         GO TO 3710-OBTER-CONTATO-ATUAL-EXIT
142900     END-IF
143000     IF WS-CTT-FECHADO
143100        OR WS-DTL-CTT-SEQUENCIA NOT NUMERIC
143200         GO TO 3710-OBTER-CONTATO-ATUAL-EXIT
143300     END-IF
143400     MOVE WS-CODIGO-CORRENTE TO CTT-CODIGO
143500     MOVE WS-DTL-CTT-SEQUENCIA TO CTT-SEQUENCIA
143600     READ CTT-FILE KEY IS CTT-CHAVE
143700     IF WS-CTT-1 EQUAL '0'
143800         MOVE CTT-VALOR TO WS-VALOR-ATUAL
143900     ELSE
144000         MOVE "(CONTATO NAO CADASTRADO)" TO WS-VALOR-ATUAL
144100     END-IF.
144200 3710-OBTER-CONTATO-ATUAL-EXIT.
144300     EXIT.
144400*
144500*----------------------------------------------------------------
144600* 3800-IMPRIMIR-DETALHE
144700*     IMPRIME O DETALHE CORRENTE COM O NOSSO VALOR E O VALOR DO
144800*     CRM; A OCORRENCIA JA ESTA NA LINHA.
144900*----------------------------------------------------------------
145000 3800-IMPRIMIR-DETALHE.
145100     MOVE WS-CODIGO-CORRENTE TO WS-OCO-CODIGO
145200     MOVE WS-DTL-CAMPO TO WS-OCO-CAMPO
145300     MOVE WS-DTL-ACAO  TO WS-OCO-ACAO
145400     IF WS-CAMPO-CONTATO
145500         MOVE WS-DTL-CTT-SEQ-X TO WS-OCO-SEQUENCIA
145600     END-IF
145700     MOVE WS-VALOR-ATUAL TO WS-OCO-VALOR-ATUAL
145800     IF WS-CAMPO-CONTATO
145900        AND WS-ACAO-EXCLUIR
146000         MOVE "(EXCLUSAO DO CONTATO)" TO WS-OCO-VALOR-CRM
146100     ELSE
146200         MOVE WS-DTL-VALOR TO WS-OCO-VALOR-CRM
146300     END-IF
146400     MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-IMPRESSAO
146500     PERFORM 8000-IMPRIMIR-LINHA
146600         THRU 8000-IMPRIMIR-LINHA-EXIT
146700     MOVE SPACES TO WS-LINHA-OCORRENCIA.
146800 3800-IMPRIMIR-DETALHE-EXIT.
146900     EXIT.
147000*
147100*----------------------------------------------------------------
147200* 3900-GRAVAR-CONTROLE
147300*     GRAVA O REGISTRO MONTADO NO CONTROLE DA CONVERSAO.
147400*----------------------------------------------------------------
147500 3900-GRAVAR-CONTROLE.
147600     WRITE CNV-DADOS
147700     IF WS-CNV-1 NOT EQUAL '0'
147800         DISPLAY "CRMENTRA: FALHA DE GRAVACAO EM CRMCNV - STATUS "
147900             WS-CNV-STATUS
148000         SET WS-FALHOU TO TRUE
148100         SET WS-FIM-ORDEM TO TRUE
148200     END-IF.
148300 3900-GRAVAR-CONTROLE-EXIT.
148400     EXIT.
148500*
148600*----------------------------------------------------------------
148700* 5000-IMPRIMIR-RESUMO
148800*     IMPRIME AS CONTAGENS DA EXECUCAO.
148900*----------------------------------------------------------------
149000 5000-IMPRIMIR-RESUMO.
149100     MOVE "RESUMO" TO WS-SEC-TITULO
149200     MOVE SPACES TO WS-LINHA-COLUNAS-SECAO
149300     PERFORM 8100-ABRIR-SECAO
149400         THRU 8100-ABRIR-SECAO-EXIT
149500     MOVE "SITUACAO DO ARQUIVO DO CRM" TO WS-INF-ROTULO
149600     EVALUATE TRUE
149700         WHEN WS-ARQUIVO-ACEITO
149800             MOVE "ACEITO" TO WS-INF-VALOR
149900         WHEN WS-ARQUIVO-RECUSADO
150000             MOVE "RECUSADO" TO WS-INF-VALOR
150100         WHEN OTHER
150200             MOVE "SEM ARQUIVO NO DIA" TO WS-INF-VALOR
150300     END-EVALUATE
150400     PERFORM 8200-IMPRIMIR-INFO
150500         THRU 8200-IMPRIMIR-INFO-EXIT
150600     IF WS-CRM-DATA-HORA NOT EQUAL ZEROS
150700         MOVE "GERADO PELO CRM EM" TO WS-INF-ROTULO
150800         MOVE WS-CRM-DATA-HORA TO WS-DH-ENTRADA
150900         PERFORM 8300-EDITAR-DATA-HORA
151000             THRU 8300-EDITAR-DATA-HORA-EXIT
151100         MOVE WS-DH-EDITADA TO WS-INF-VALOR
151200         PERFORM 8200-IMPRIMIR-INFO
151300             THRU 8200-IMPRIMIR-INFO-EXIT
151400     END-IF
151500     MOVE "CAMPOS RECEBIDOS (DETALHES)" TO WS-INF-ROTULO
151600     MOVE WS-TOTAL-DETALHES TO WS-EDT-QUANTIDADE
151700     PERFORM 5100-IMPRIMIR-QUANTIDADE
151800         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
151900     MOVE "EVENTOS DA AUDITORIA CONFERIDOS" TO WS-INF-ROTULO
152000     MOVE WS-TOTAL-EVENTOS TO WS-EDT-QUANTIDADE
152100     PERFORM 5100-IMPRIMIR-QUANTIDADE
152200         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
152300     MOVE "CLIENTES" TO WS-INF-ROTULO
152400     MOVE WS-TOTAL-CLIENTES TO WS-EDT-QUANTIDADE
152500     PERFORM 5100-IMPRIMIR-QUANTIDADE
152600         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
152700     MOVE "    RETIDOS POR CONFLITO" TO WS-INF-ROTULO
152800     MOVE WS-TOTAL-CLI-CONFLITO TO WS-EDT-QUANTIDADE
152900     PERFORM 5100-IMPRIMIR-QUANTIDADE
153000         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
153100     MOVE "    REJEITADOS POR INTEIRO" TO WS-INF-ROTULO
153200     MOVE WS-TOTAL-CLI-REJEITADOS TO WS-EDT-QUANTIDADE
153300     PERFORM 5100-IMPRIMIR-QUANTIDADE
153400         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
153500     MOVE "CAMPOS CONVERTIDOS" TO WS-INF-ROTULO
153600     MOVE WS-TOTAL-CONVERTIDOS TO WS-EDT-QUANTIDADE
153700     PERFORM 5100-IMPRIMIR-QUANTIDADE
153800         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
153900     MOVE "CAMPOS RETIDOS POR CONFLITO" TO WS-INF-ROTULO
154000     MOVE WS-TOTAL-RETIDOS TO WS-EDT-QUANTIDADE
154100     PERFORM 5100-IMPRIMIR-QUANTIDADE
154200         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
154300     MOVE "CAMPOS REJEITADOS" TO WS-INF-ROTULO
154400     MOVE WS-TOTAL-REJEITADOS TO WS-EDT-QUANTIDADE
154500     PERFORM 5100-IMPRIMIR-QUANTIDADE
154600         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
154700     MOVE "MOVIMENTOS DE CLIENTE GERADOS" TO WS-INF-ROTULO
154800     MOVE WS-TOTAL-MOV-CLIENTE TO WS-EDT-QUANTIDADE
154900     PERFORM 5100-IMPRIMIR-QUANTIDADE
155000         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT
155100     MOVE "MOVIMENTOS DE CONTATO GERADOS" TO WS-INF-ROTULO
155200     MOVE WS-TOTAL-MOV-CONTATO TO WS-EDT-QUANTIDADE
155300     PERFORM 5100-IMPRIMIR-QUANTIDADE
155400         THRU 5100-IMPRIMIR-QUANTIDADE-EXIT.
155500 5000-IMPRIMIR-RESUMO-EXIT.
155600     EXIT.
155700*
155800 5100-IMPRIMIR-QUANTIDADE.
155900     MOVE WS-EDT-QUANTIDADE TO WS-INF-VALOR
156000     PERFORM 8200-IMPRIMIR-INFO
156100         THRU 8200-IMPRIMIR-INFO-EXIT.
156200 5100-IMPRIMIR-QUANTIDADE-EXIT.
156300     EXIT.
156400*
156500*----------------------------------------------------------------
156600* 7000-FINALIZAR
156700*     FECHA OS ARQUIVOS E DEVOLVE O CODIGO DE RETORNO.
156800*----------------------------------------------------------------
156900 7000-FINALIZAR.
157000     IF WS-FALHOU
157100         MOVE "EXECUCAO INTERROMPIDA POR FALHA - VER O LOG DO JOB"
157200           TO WS-LINHA-IMPRESSAO
157300         PERFORM 8000-IMPRIMIR-LINHA
157400             THRU 8000-IMPRIMIR-LINHA-EXIT
157500     END-IF
157600     CLOSE SIS-FILE
157700     IF WS-CTT-ABERTO
157800         CLOSE CTT-FILE
157900     END-IF
158000     CLOSE MOV-FILE
158100     CLOSE CNV-FILE
158200     CLOSE CONF-FILE
158300     CLOSE REL-FILE
158400     DISPLAY "CRMENTRA: CAMPOS RECEBIDOS....: " WS-TOTAL-DETALHES
158500     DISPLAY "CRMENTRA: CAMPOS CONVERTIDOS..: "
158600         WS-TOTAL-CONVERTIDOS
158700     DISPLAY "CRMENTRA: CAMPOS RETIDOS......: " WS-TOTAL-RETIDOS
158800     DISPLAY "CRMENTRA: CAMPOS REJEITADOS...: "
158900         WS-TOTAL-REJEITADOS
159000     EVALUATE TRUE
159100         WHEN WS-FALHOU
159200             DISPLAY "CRMENTRA: TERMINO COM FALHA - OS "
159300                 "MOVIMENTOS GERADOS NAO SAO VALIDOS - RC=8"
159400             MOVE 8 TO RETURN-CODE
159500         WHEN WS-ARQUIVO-RECUSADO
159600             DISPLAY "CRMENTRA: ARQUIVO DO CRM RECUSADO - "
159700                 WS-MOTIVO-RECUSA
159800             DISPLAY "CRMENTRA: NENHUM MOVIMENTO GERADO - RC=4"
159900             MOVE 4 TO RETURN-CODE
160000         WHEN WS-TOTAL-RETIDOS IS GREATER THAN ZEROS
160100           OR WS-TOTAL-REJEITADOS IS GREATER THAN ZEROS
160200             DISPLAY "CRMENTRA: HA CAMPOS RETIDOS OU "
160300                 "REJEITADOS - VER RELCRM - RC=4"
160400             MOVE 4 TO RETURN-CODE
160500         WHEN OTHER
160600             DISPLAY "CRMENTRA: ALTERACOES DO CRM CONVERTIDAS - "
160700                 "RC=0"
160800             MOVE ZEROS TO RETURN-CODE
160900     END-EVALUATE.
161000 7000-FINALIZAR-EXIT.
161100     EXIT.
161200*
161300*----------------------------------------------------------------
161400* 8000-IMPRIMIR-LINHA
161500*     IMPRIME A LINHA MONTADA EM WS-LINHA-IMPRESSAO, COM QUEBRA
161600*     DE PAGINA.
161700*----------------------------------------------------------------
161800 8000-IMPRIMIR-LINHA.
161900     IF WS-LINHA IS GREATER THAN WS-MAX-LINHAS
162000         PERFORM 8900-IMPRIMIR-CABECALHO
162100             THRU 8900-IMPRIMIR-CABECALHO-EXIT
162200     END-IF
162300     WRITE REL-LINHA FROM WS-LINHA-IMPRESSAO
162400     ADD 1 TO WS-LINHA
162500     MOVE SPACES TO WS-LINHA-IMPRESSAO.
162600 8000-IMPRIMIR-LINHA-EXIT.
162700     EXIT.
162800*
162900*----------------------------------------------------------------
163000* 8100-ABRIR-SECAO
163100*     INICIA A SECAO CUJO TITULO ESTA EM WS-SEC-TITULO (PAGINA
163200*     NOVA SE NAO COUBER O INICIO DA SECAO).
163300*----------------------------------------------------------------
163400 8100-ABRIR-SECAO.
163500     IF WS-LINHA + 5 IS GREATER THAN WS-MAX-LINHAS
163600         PERFORM 8900-IMPRIMIR-CABECALHO
163700             THRU 8900-IMPRIMIR-CABECALHO-EXIT
163800         GO TO 8100-ABRIR-SECAO-EXIT
163900     END-IF
164000     MOVE SPACES TO REL-LINHA
164100     WRITE REL-LINHA
164200     WRITE REL-LINHA FROM WS-LINHA-SECAO
164300     ADD 2 TO WS-LINHA
164400     IF WS-LINHA-COLUNAS-SECAO NOT EQUAL SPACES
164500         WRITE REL-LINHA FROM WS-LINHA-COLUNAS-SECAO
164600         ADD 1 TO WS-LINHA
164700     END-IF.
164800 8100-ABRIR-SECAO-EXIT.
164900     EXIT.
165000*
165100 8200-IMPRIMIR-INFO.
165200     MOVE WS-LINHA-INFO TO WS-LINHA-IMPRESSAO
165300     PERFORM 8000-IMPRIMIR-LINHA
165400         THRU 8000-IMPRIMIR-LINHA-EXIT
165500     MOVE SPACES TO WS-LINHA-INFO.
165600 8200-IMPRIMIR-INFO-EXIT.
165700     EXIT.
165800*
165900*----------------------------------------------------------------
166000* 8300-EDITAR-DATA-HORA
166100*     EDITA A DATA/HORA DE WS-DH-ENTRADA (AAAAMMDDHHMMSSCC) EM
166200*     WS-DH-EDITADA (DD/MM/AAAA HH:MM:SS).
166300*----------------------------------------------------------------
166400 8300-EDITAR-DATA-HORA.
166500     MOVE WS-DH-DIA     TO WS-DHE-DIA
166600     MOVE WS-DH-MES     TO WS-DHE-MES
166700     MOVE WS-DH-ANO     TO WS-DHE-ANO
166800     MOVE WS-DH-HORA    TO WS-DHE-HORA
166900     MOVE WS-DH-MINUTO  TO WS-DHE-MINUTO
167000     MOVE WS-DH-SEGUNDO TO WS-DHE-SEGUNDO.
167100 8300-EDITAR-DATA-HORA-EXIT.
167200     EXIT.
167300*
167400*----------------------------------------------------------------
167500* 8900-IMPRIMIR-CABECALHO
167600*     QUEBRA DE PAGINA - IMPRIME O CABECALHO, O TITULO DA SECAO
167700*     CORRENTE E, SE HOUVER, OS TITULOS DAS COLUNAS.
167800*----------------------------------------------------------------
167900 8900-IMPRIMIR-CABECALHO.
168000     ADD 1 TO WS-PAGINA
168100     MOVE WS-PAGINA TO WS-CAB-PAGINA
168200     IF WS-PAGINA IS GREATER THAN 1
168300         WRITE REL-LINHA FROM WS-CABECALHO-1
168400             BEFORE ADVANCING NOVA-PAGINA
168500     ELSE
168600         WRITE REL-LINHA FROM WS-CABECALHO-1
168700     END-IF
168800     MOVE SPACES TO REL-LINHA
168900     WRITE REL-LINHA
169000     WRITE REL-LINHA FROM WS-LINHA-SECAO
169100     MOVE 3 TO WS-LINHA
169200     IF WS-LINHA-COLUNAS-SECAO NOT EQUAL SPACES
169300         WRITE REL-LINHA FROM WS-LINHA-COLUNAS-SECAO
169400         ADD 1 TO WS-LINHA
169500     END-IF.
169600 8900-IMPRIMIR-CABECALHO-EXIT.
169700     EXIT.
169800*
169900*----------------------------------------------------------------
170000* 9000-REGISTRAR-FIM
170100*     REGISTRA O FIM DO JOB, O CODIGO DE RETORNO E AS
170200*     QUANTIDADES NO CONTROLE DA CADEIA NOTURNA, PRESERVANDO O
170300*     CODIGO DE RETORNO DO JOB.
170400*----------------------------------------------------------------
170500 9000-REGISTRAR-FIM.
170600     SET WS-CTL-ENCERRAR TO TRUE
170700     MOVE RETURN-CODE TO WS-CTL-RC
170800     MOVE WS-TOTAL-DETALHES TO WS-CTL-QTD-LIDOS
170900     COMPUTE WS-CTL-QTD-GRAVADOS = WS-TOTAL-MOV-CLIENTE
171000                                 + WS-TOTAL-MOV-CONTATO
171100     COMPUTE WS-CTL-QTD-REJEITADOS = WS-TOTAL-RETIDOS
171200                                   + WS-TOTAL-REJEITADOS
171300     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
171400     MOVE WS-CTL-RC TO RETURN-CODE
171500     IF NOT WS-CTL-LIBERADO
171600         DISPLAY "CRMENTRA: " WS-CTL-MENSAGEM
171700     END-IF.
171800 9000-REGISTRAR-FIM-EXIT.
171900     EXIT.
172000*
172100 END PROGRAM CRMENTRA.
