002470*                     PELO DD AUDARQ, PARA PEDIDOS DE HISTORICO
002480*                     QUE ALCANCAM DATAS ANTERIORES AO CORTE DO
002490*                     ARQUIVAMENTO.
002491* 15/10/2026  EDS     ROTULO DE UNIFICACAO (OPERACAO 'U') COM O
002492*                     DE-PARA DOS CODIGOS.
002493* 15/10/2026  EDS     OPERADOR DO EVENTO NA LINHA DE OPERACAO,
002494*                     FILTRO POR OPERADOR E MODO 'O' - ATIVIDADE
002495*                     POR OPERADOR E PERIODO (AUDITORIA INTERNA),
002496*                     COM O NOME LIDO DE OPE-FILE.
002497* 15/10/2026  EDS     EVENTO DE ANONIMIZACAO (OPERACAO 'L') COM
002498*                     PROTOCOLO E DATA DO PEDIDO DO TITULAR.
002500*----------------------------------------------------------------
002600*
002700*----------------------------------------------------------------
003800*         01-07  CODIGO DO CLIENTE (ZEROS = TODOS)
003900*         09-16  DATA INICIAL AAAAMMDD (ZEROS = SEM LIMITE)
004000*         18-25  DATA FINAL   AAAAMMDD (ZEROS = SEM LIMITE)
004010*         27     MODO ('O' = ATIVIDADE POR OPERADOR; EM BRANCO
004020*                = HISTORICO POR CLIENTE)
004030*         29-36  OPERADOR (EM BRANCO = TODOS)
004040*     NO MODO 'O' OS EVENTOS SAO CLASSIFICADOS POR OPERADOR E
004050*     DATA/HORA E IMPRESSOS UM POR LINHA (CLIENTE, OPERACAO E
004060*     MOTIVO), COM QUEBRA DE PAGINA E TOTAL POR OPERADOR.
004100*----------------------------------------------------------------
004200*
004300 ENVIRONMENT DIVISION.
005100 FILE-CONTROL.
005200     COPY "sel-auditfile.cpy".
005202     COPY "sel-motfile.cpy".
005204     COPY "sel-opefile.cpy".
005210
005220     SELECT ARQAUD-FILE ASSIGN TO "AUDARQ"
005230         ORGANIZATION IS LINE SEQUENTIAL
006400 FILE SECTION.
006500     COPY "fd-auditfile.cpy".
006502     COPY "fd-motfile.cpy".
006504     COPY "fd-opefile.cpy".
006510*
006520 FD  ARQAUD-FILE
006530     LABEL RECORD STANDARD.
006580     10  ARQ-ANTES               PIC X(179).
006590     10  ARQ-DEPOIS              PIC X(179).
006592     10  ARQ-MOTIVO              PIC 9(03).
006594     10  ARQ-OPERADOR            PIC X(08).
006600*
006700 FD  PARAM-FILE
006800     LABEL RECORD STANDARD.
007200     05  PRM-DATA-INICIAL        PIC 9(08).
007300     05  FILLER                  PIC X(01).
007400     05  PRM-DATA-FINAL          PIC 9(08).
007410     05  FILLER                  PIC X(01).
007420     05  PRM-MODO                PIC X(01).
007430     05  FILLER                  PIC X(01).
007440     05  PRM-OPERADOR            PIC X(08).
007500*
007600 FD  REL-FILE
007700     LABEL RECORD STANDARD.
009300     05  ORD-ANTES               PIC X(179).
009400     05  ORD-DEPOIS              PIC X(179).
009410     05  ORD-MOTIVO              PIC 9(03).
009420     05  ORD-OPERADOR            PIC X(08).
009500*
009600 WORKING-STORAGE SECTION.
009700*----------------------------------------------------------------
010600 77  WS-PRM-CODIGO           PIC 9(07) VALUE ZEROS.
010700 77  WS-PRM-DATA-INICIAL     PIC 9(08) VALUE ZEROS.
010800 77  WS-PRM-DATA-FINAL       PIC 9(08) VALUE 99999999.
010810 77  WS-PRM-OPERADOR         PIC X(08) VALUE SPACES.
010820 77  WS-OPERADOR-ANTERIOR    PIC X(08) VALUE SPACES.
010830 77  WS-TOTAL-OPERADOR       PIC 9(07) COMP VALUE ZEROS.
010900*
011000 01  WS-SWITCHES.
011100     03  WS-SW-FIM-AUDITORIA PIC X(01) VALUE 'N'.
011700     03  WS-SW-PRIMEIRO      PIC X(01) VALUE 'S'.
011800         88  WS-PRIMEIRO-CLIENTE     VALUE 'S'.
011900         88  WS-NAO-PRIMEIRO-CLIENTE VALUE 'N'.
011910     03  WS-SW-MODO          PIC X(01) VALUE SPACE.
011920         88  WS-MODO-OPERADOR        VALUE 'O'.
011930         88  WS-MODO-CLIENTE         VALUE SPACE.
012000*
012100 01  WS-AUD-STATUS.
012200     03  WS-AUD-1            PIC X(01).
012792     88  WS-MOT-ABERTO           VALUE 'S'.
012794     88  WS-MOT-FECHADO          VALUE 'N'.
012800*
012810 01  WS-OPE-STATUS.
012820     03  WS-OPE-1            PIC X(01).
012830     03  WS-OPE-2            PIC X(01) USAGE DISPLAY.
012840 01  WS-SW-OPE           PIC X(01) VALUE 'S'.
012850     88  WS-OPE-ABERTO           VALUE 'S'.
012860     88  WS-OPE-FECHADO          VALUE 'N'.
012870*
012900*----------------------------------------------------------------
013000* IMAGENS ANTES/DEPOIS NO LAYOUT DE SIS-DADOS
013100*----------------------------------------------------------------
016776     05  WS-CTD-TIPO         PIC X(01).
016778     05  WS-CTD-VALOR        PIC X(40).
016780     05  WS-CTD-PREFERIDO    PIC X(01).
016781*
016782*----------------------------------------------------------------
016783* IMAGEM POSTERIOR NO LAYOUT DE DEP-DADOS (EVENTO DE UNIFICACAO
016784* DE CADASTRO - OPERACAO 'U')
016785*----------------------------------------------------------------
016786 01  WS-DEPARA-DEPOIS.
016787     05  WS-DPR-ABSORVIDO    PIC X(07).
016788     05  WS-DPR-MANTIDO      PIC X(07).
016789     05  WS-DPR-DATA-HORA    PIC X(16).
016790*
016791*----------------------------------------------------------------
016792* IMAGEM ANTERIOR DO EVENTO DE ANONIMIZACAO (OPERACAO 'L')
016793*----------------------------------------------------------------
016794 01  WS-ANONIMIZACAO-ANTES.
016795     05  WS-ANA-PROTOCOLO    PIC X(20).
016796     05  WS-ANA-DATA-PEDIDO  PIC 9(08).
016797     05  FILLER              PIC X(151).
016798*
016800 01  WS-CAMPO-COMPARADO.
016900     05  WS-CMP-ROTULO       PIC X(12).
017000     05  WS-CMP-ANTES        PIC X(40).
020200     05  WS-OPE-SEGUNDO      PIC X(02).
020300     05  FILLER              PIC X(02) VALUE SPACES.
020400     05  WS-OPE-DESCRICAO    PIC X(12).
020410     05  FILLER              PIC X(02) VALUE SPACES.
020420     05  FILLER              PIC X(10) VALUE "OPERADOR: ".
020430     05  WS-OPE-OPERADOR     PIC X(12).
020500*
020600 01  WS-LINHA-CAMPO.
020700     05  FILLER              PIC X(04) VALUE SPACES.
021270     05  FILLER              PIC X(01) VALUE SPACES.
021280     05  WS-MOT-DESCR-IMP    PIC X(30).
021300*
021301*----------------------------------------------------------------
021302* CABECALHOS E LINHAS DO MODO 'O' (ATIVIDADE POR OPERADOR)
021303*----------------------------------------------------------------
021304 01  WS-CABECALHO-OPE-1.
021305     05  FILLER          PIC X(40)
021306                 VALUE "RELATORIO DE ATIVIDADE POR OPERADOR".
021307     05  FILLER          PIC X(30) VALUE SPACES.
021308     05  FILLER          PIC X(08) VALUE "PAGINA: ".
021309     05  WS-CAB-OPE-PAGINA PIC ZZZ9.
021310*
021311 01  WS-CABECALHO-OPE-2.
021312     05  FILLER              PIC X(10) VALUE "OPERADOR: ".
021313     05  WS-CAB-OPE-CODIGO   PIC X(08).
021314     05  FILLER              PIC X(03) VALUE " - ".
021315     05  WS-CAB-OPE-NOME     PIC X(33).
021316     05  FILLER              PIC X(08) VALUE "PERFIL: ".
021317     05  WS-CAB-OPE-PERFIL   PIC X(11).
021318     05  FILLER              PIC X(02) VALUE SPACES.
021319     05  WS-CAB-OPE-SITUACAO PIC X(09).
021320*
021321 01  WS-CABECALHO-OPE-3.
021322     05  FILLER              PIC X(10) VALUE "PERIODO: ".
021323     05  WS-CAB-PER-INICIAL  PIC X(10).
021324     05  FILLER              PIC X(03) VALUE " A ".
021325     05  WS-CAB-PER-FINAL    PIC X(10).
021326*
021327 01  WS-CABECALHO-OPE-4.
021328     05  FILLER              PIC X(02) VALUE SPACES.
021329     05  FILLER              PIC X(20) VALUE "DATA/HORA".
021330     05  FILLER              PIC X(09) VALUE "CLIENTE".
021331     05  FILLER              PIC X(14) VALUE "OPERACAO".
021332     05  FILLER              PIC X(06) VALUE "MOTIVO".
021333*
021334 01  WS-LINHA-ATIVIDADE.
021335     05  FILLER              PIC X(02) VALUE SPACES.
021336     05  WS-ATV-DIA          PIC X(02).
021337     05  FILLER              PIC X(01) VALUE "/".
021338     05  WS-ATV-MES          PIC X(02).
021339     05  FILLER              PIC X(01) VALUE "/".
021340     05  WS-ATV-ANO          PIC X(04).
021341     05  FILLER              PIC X(01) VALUE SPACES.
021342     05  WS-ATV-HORA         PIC X(02).
021343     05  FILLER              PIC X(01) VALUE ":".
021344     05  WS-ATV-MINUTO       PIC X(02).
021345     05  FILLER              PIC X(01) VALUE ":".
021346     05  WS-ATV-SEGUNDO      PIC X(02).
021347     05  FILLER              PIC X(02) VALUE SPACES.
021348     05  WS-ATV-CODIGO       PIC ZZZZZZ9.
021349     05  FILLER              PIC X(02) VALUE SPACES.
021350     05  WS-ATV-DESCRICAO    PIC X(12).
021351     05  FILLER              PIC X(02) VALUE SPACES.
021352     05  WS-ATV-MOTIVO       PIC ZZZ.
021353*
021354 01  WS-LINHA-TOTAL-OPE.
021355     05  FILLER              PIC X(02) VALUE SPACES.
021356     05  FILLER              PIC X(20)
021357                 VALUE "TOTAL DO OPERADOR: ".
021358     05  WS-TOT-OPE-QTD      PIC ZZZ,ZZ9.
021359*
021360 01  WS-DATA-EDITADA.
021361     05  WS-DTE-DIA          PIC X(02).
021362     05  FILLER              PIC X(01) VALUE "/".
021363     05  WS-DTE-MES          PIC X(02).
021364     05  FILLER              PIC X(01) VALUE "/".
021365     05  WS-DTE-ANO          PIC X(04).
021366 01  WS-DATA-PARAMETRO       PIC 9(08).
021367 01  WS-DATA-PARAMETRO-R REDEFINES WS-DATA-PARAMETRO.
021368     05  WS-DTP-ANO          PIC X(04).
021369     05  WS-DTP-MES          PIC X(02).
021370     05  WS-DTP-DIA          PIC X(02).
021371*
021400*----------------------------------------------------------------
021500* LINHA DE RODAPE
021600*----------------------------------------------------------------
022700 0000-MAINLINE.
022800     PERFORM 1000-INICIALIZAR
022900         THRU 1000-INICIALIZAR-EXIT
022910     IF WS-MODO-OPERADOR
022920         SORT ORDEM-FILE
022930             ON ASCENDING KEY ORD-OPERADOR
022940                              ORD-DATA-HORA
022950             INPUT PROCEDURE IS 2000-SELECIONAR
022960                            THRU 2000-SELECIONAR-EXIT
022970             OUTPUT PROCEDURE IS 5000-IMPRIMIR-OPERADOR
022980                            THRU 5000-IMPRIMIR-OPERADOR-EXIT
022990     ELSE
023000         SORT ORDEM-FILE
023100             ON ASCENDING KEY ORD-CODIGO
023200                              ORD-DATA-HORA
023300             INPUT PROCEDURE IS 2000-SELECIONAR
023400                            THRU 2000-SELECIONAR-EXIT
023500             OUTPUT PROCEDURE IS 3000-IMPRIMIR
023600                            THRU 3000-IMPRIMIR-EXIT
023650     END-IF
023700     PERFORM 4000-FINALIZAR
023800         THRU 4000-FINALIZAR-EXIT
023900     STOP RUN.
025600                 MOVE PRM-CODIGO       TO WS-PRM-CODIGO
025700                 MOVE PRM-DATA-INICIAL TO WS-PRM-DATA-INICIAL
025800                 MOVE PRM-DATA-FINAL   TO WS-PRM-DATA-FINAL
025810                 MOVE PRM-MODO         TO WS-SW-MODO
025820                 MOVE PRM-OPERADOR     TO WS-PRM-OPERADOR
025900         END-READ
026000         CLOSE PARAM-FILE
026100     END-IF
026900        OR WS-PRM-DATA-FINAL EQUAL ZEROS
027000         MOVE 99999999 TO WS-PRM-DATA-FINAL
027100     END-IF
027110     IF NOT WS-MODO-OPERADOR
027120         SET WS-MODO-CLIENTE TO TRUE
027130     END-IF
027200     OPEN OUTPUT REL-FILE
027210     SET WS-MOT-ABERTO TO TRUE
027220     OPEN INPUT MOT-FILE
027230     IF WS-MOT-1 NOT EQUAL '0'
027240         SET WS-MOT-FECHADO TO TRUE
027250     END-IF
027252     SET WS-OPE-ABERTO TO TRUE
027254     OPEN INPUT OPE-FILE
027256     IF WS-OPE-1 NOT EQUAL '0'
027257         SET WS-OPE-FECHADO TO TRUE
027258     END-IF
027300     OPEN INPUT AUDIT-FILE
027400     IF WS-AUD-1 NOT EQUAL '0'
027500         SET WS-FIM-AUDITORIA TO TRUE
032000        AND WS-DATA-OPERACAO NOT LESS THAN WS-PRM-DATA-INICIAL
032100        AND WS-DATA-OPERACAO NOT GREATER THAN
032200            WS-PRM-DATA-FINAL
032210        AND (WS-PRM-OPERADOR EQUAL SPACES
032220         OR AUD-OPERADOR EQUAL WS-PRM-OPERADOR)
032300         MOVE AUD-CODIGO    TO ORD-CODIGO
032400         MOVE AUD-DATA-HORA TO ORD-DATA-HORA
032500         MOVE AUD-OPERACAO  TO ORD-OPERACAO
032600         MOVE AUD-ANTES     TO ORD-ANTES
032700         MOVE AUD-DEPOIS    TO ORD-DEPOIS
032750         MOVE AUD-MOTIVO    TO ORD-MOTIVO
032760         MOVE AUD-OPERADOR  TO ORD-OPERADOR
032800         RELEASE ORDEM-REGISTRO
032900     END-IF
033000     PERFORM 2100-LER-AUDITORIA
033413     END-IF
033414     PERFORM 2310-LER-ARQUIVO
033415         THRU 2310-LER-ARQUIVO-EXIT
033416     PERFORM 2330-FILTRAR-ARQUIVADO
033417         THRU 2330-FILTRAR-ARQUIVADO-EXIT
033418         UNTIL WS-FIM-ARQUIVO
033419     CLOSE ARQAUD-FILE.
033420 2300-SELECIONAR-ARQUIVO-EXIT.
033451 2320-LIBERAR-ARQUIVADO-EXIT.
033452     EXIT.
033453*
033455*----------------------------------------------------------------
033457* 2330-FILTRAR-ARQUIVADO
033459*     APLICA AO EVENTO ARQUIVADO O FILTRO POR OPERADOR E LEVA O
033461*     OPERADOR AO REGISTRO DE CLASSIFICACAO, ANTES DE LIBERA-LO
033463*     EM 2320. EVENTO DE OUTRO OPERADOR E DESPREZADO.
033465*----------------------------------------------------------------
033467 2330-FILTRAR-ARQUIVADO.
033469     IF WS-PRM-OPERADOR NOT EQUAL SPACES
033471        AND ARQ-OPERADOR NOT EQUAL WS-PRM-OPERADOR
033473         PERFORM 2310-LER-ARQUIVO
033475             THRU 2310-LER-ARQUIVO-EXIT
033477         GO TO 2330-FILTRAR-ARQUIVADO-EXIT
033479     END-IF
033481     MOVE ARQ-OPERADOR TO ORD-OPERADOR
033483     PERFORM 2320-LIBERAR-ARQUIVADO
033485         THRU 2320-LIBERAR-ARQUIVADO-EXIT.
033487 2330-FILTRAR-ARQUIVADO-EXIT.
033489     EXIT.
033491*
033500*----------------------------------------------------------------
033600* 3000-IMPRIMIR
033700*     PROCEDIMENTO DE SAIDA DA CLASSIFICACAO - RECEBE OS EVENTOS
038100     MOVE ORD-DH-HORA    TO WS-OPE-HORA
038200     MOVE ORD-DH-MINUTO  TO WS-OPE-MINUTO
038300     MOVE ORD-DH-SEGUNDO TO WS-OPE-SEGUNDO
038400     PERFORM 3250-DESCREVER-OPERACAO
038500         THRU 3250-DESCREVER-OPERACAO-EXIT
038600     IF ORD-OPERADOR EQUAL SPACES
038700         MOVE "NAO IDENTIF." TO WS-OPE-OPERADOR
038800     ELSE
038900         MOVE ORD-OPERADOR TO WS-OPE-OPERADOR
039000     END-IF
040000     WRITE REL-LINHA FROM WS-LINHA-OPERACAO
040100     ADD 1 TO WS-LINHA
040200     ADD 1 TO WS-TOTAL-OPERACOES
040240         PERFORM 3500-COMPARAR-CONTATO
040250             THRU 3500-COMPARAR-CONTATO-EXIT
040260     ELSE
040270         EVALUATE ORD-OPERACAO
040275             WHEN 'U'
040280                 PERFORM 3420-IMPRIMIR-DEPARA
040290                     THRU 3420-IMPRIMIR-DEPARA-EXIT
040292             WHEN 'L'
040294                 PERFORM 3430-IMPRIMIR-ANONIMIZACAO
040296                     THRU 3430-IMPRIMIR-ANONIMIZACAO-EXIT
040298             WHEN OTHER
040300                 PERFORM 3400-COMPARAR-CAMPOS
040400                     THRU 3400-COMPARAR-CAMPOS-EXIT
040420         END-EVALUATE
040450     END-IF
040500     PERFORM 3100-RETORNAR-ORDENADO
040600         THRU 3100-RETORNAR-ORDENADO-EXIT.
040700 3200-PROCESSAR-EVENTO-EXIT.
040800     EXIT.
040802*
040804*----------------------------------------------------------------
040806* 3250-DESCREVER-OPERACAO
040808*     OBTEM A DESCRICAO IMPRESSA DA OPERACAO DO EVENTO CORRENTE.
040810*----------------------------------------------------------------
040812 3250-DESCREVER-OPERACAO.
040814     EVALUATE ORD-OPERACAO
040816         WHEN '1'
040818             MOVE "INCLUSAO " TO WS-OPE-DESCRICAO
040820         WHEN '3'
040822             MOVE "ALTERACAO" TO WS-OPE-DESCRICAO
040824         WHEN '5'
040826             MOVE "EXCLUSAO " TO WS-OPE-DESCRICAO
040828         WHEN '6'
040830             MOVE "EXPURGO  " TO WS-OPE-DESCRICAO
040832         WHEN '7'
040834             MOVE "RESTAURA " TO WS-OPE-DESCRICAO
040836         WHEN '8'
040838             MOVE "CARGA    " TO WS-OPE-DESCRICAO
040840         WHEN 'C'
040842             MOVE "INCL.CONTATO" TO WS-OPE-DESCRICAO
040844         WHEN 'D'
040846             MOVE "ALT.CONTATO " TO WS-OPE-DESCRICAO
040848         WHEN 'E'
040850             MOVE "EXCL.CONTATO" TO WS-OPE-DESCRICAO
040852         WHEN 'R'
040854             MOVE "REATIVACAO  " TO WS-OPE-DESCRICAO
040856         WHEN 'U'
040858             MOVE "UNIFICACAO  " TO WS-OPE-DESCRICAO
040860         WHEN 'L'
040862             MOVE "ANONIMIZACAO" TO WS-OPE-DESCRICAO
040864         WHEN OTHER
040866             MOVE "OPERACAO?" TO WS-OPE-DESCRICAO
040868     END-EVALUATE.
040870 3250-DESCREVER-OPERACAO-EXIT.
040872     EXIT.
040900*
041000*----------------------------------------------------------------
041100* 3300-IMPRIMIR-CABECALHO
055400     ADD 1 TO WS-LINHA.
055500 3410-IMPRIMIR-CAMPO-EXIT.
055600     EXIT.
055602*
055604*----------------------------------------------------------------
055606* 3420-IMPRIMIR-DEPARA
055608*     IMPRIME O DE-PARA DE UM EVENTO DE UNIFICACAO: O CODIGO
055610*     ABSORVIDO E O CODIGO MANTIDO QUE O SUBSTITUIU.
055612*----------------------------------------------------------------
055614 3420-IMPRIMIR-DEPARA.
055616     MOVE ORD-DEPOIS TO WS-DEPARA-DEPOIS
055618     MOVE "UNIFICADO   "  TO WS-CMP-ROTULO
055620     MOVE WS-DPR-ABSORVIDO TO WS-CMP-ANTES
055622     MOVE WS-DPR-MANTIDO   TO WS-CMP-DEPOIS
055624     PERFORM 3410-IMPRIMIR-CAMPO
055626         THRU 3410-IMPRIMIR-CAMPO-EXIT.
055628 3420-IMPRIMIR-DEPARA-EXIT.
055630     EXIT.
055632*
055634*----------------------------------------------------------------
055636* 3430-IMPRIMIR-ANONIMIZACAO
055638*     IMPRIME O PROTOCOLO E A DATA DO PEDIDO DO TITULAR QUE
055640*     ORIGINARAM A ANONIMIZACAO. OS DADOS PESSOAIS ANTERIORES
055642*     NAO SAO GUARDADOS NO EVENTO.
055644*----------------------------------------------------------------
055646 3430-IMPRIMIR-ANONIMIZACAO.
055648     MOVE ORD-ANTES TO WS-ANONIMIZACAO-ANTES
055650     MOVE "PROTOCOLO   "  TO WS-CMP-ROTULO
055652     MOVE SPACES          TO WS-CMP-ANTES
055654     MOVE WS-ANA-PROTOCOLO TO WS-CMP-DEPOIS
055656     PERFORM 3410-IMPRIMIR-CAMPO
055658         THRU 3410-IMPRIMIR-CAMPO-EXIT
055660     MOVE WS-ANA-DATA-PEDIDO TO WS-DATA-PARAMETRO
055662     MOVE WS-DTP-DIA TO WS-DTE-DIA
055664     MOVE WS-DTP-MES TO WS-DTE-MES
055666     MOVE WS-DTP-ANO TO WS-DTE-ANO
055668     MOVE "DATA PEDIDO "  TO WS-CMP-ROTULO
055670     MOVE SPACES          TO WS-CMP-ANTES
055672     MOVE WS-DATA-EDITADA TO WS-CMP-DEPOIS
055674     PERFORM 3410-IMPRIMIR-CAMPO
055676         THRU 3410-IMPRIMIR-CAMPO-EXIT.
055678 3430-IMPRIMIR-ANONIMIZACAO-EXIT.
055680     EXIT.
055700*
055701*----------------------------------------------------------------
055702* 3500-COMPARAR-CONTATO
056550     IF WS-MOT-ABERTO
056560         CLOSE MOT-FILE
056570     END-IF
056575     IF WS-OPE-ABERTO
056580         CLOSE OPE-FILE
056585     END-IF
056600     CLOSE REL-FILE.
056700 4000-FINALIZAR-EXIT.
056800     EXIT.
056801*
056802*----------------------------------------------------------------
056803* 5000-IMPRIMIR-OPERADOR
056804*     PROCEDIMENTO DE SAIDA DO MODO 'O': IMPRIME OS EVENTOS
056805*     CLASSIFICADOS POR OPERADOR E DATA/HORA, UM POR LINHA, COM
056806*     QUEBRA DE PAGINA E TOTAL POR OPERADOR.
056807*----------------------------------------------------------------
056808 5000-IMPRIMIR-OPERADOR.
056809     MOVE WS-PRM-DATA-INICIAL TO WS-DATA-PARAMETRO
056810     PERFORM 5400-EDITAR-DATA
056811         THRU 5400-EDITAR-DATA-EXIT
056812     IF WS-PRM-DATA-INICIAL EQUAL ZEROS
056813         MOVE "INICIO" TO WS-CAB-PER-INICIAL
056814     ELSE
056815         MOVE WS-DATA-EDITADA TO WS-CAB-PER-INICIAL
056816     END-IF
056817     MOVE WS-PRM-DATA-FINAL TO WS-DATA-PARAMETRO
056818     PERFORM 5400-EDITAR-DATA
056819         THRU 5400-EDITAR-DATA-EXIT
056820     IF WS-PRM-DATA-FINAL EQUAL 99999999
056821         MOVE "FIM" TO WS-CAB-PER-FINAL
056822     ELSE
056823         MOVE WS-DATA-EDITADA TO WS-CAB-PER-FINAL
056824     END-IF
056825     PERFORM 3100-RETORNAR-ORDENADO
056826         THRU 3100-RETORNAR-ORDENADO-EXIT
056827     PERFORM 5100-PROCESSAR-ATIVIDADE
056828         THRU 5100-PROCESSAR-ATIVIDADE-EXIT
056829         UNTIL WS-FIM-ORDEM
056830     IF WS-NAO-PRIMEIRO-CLIENTE
056831         PERFORM 5300-IMPRIMIR-TOTAL-OPERADOR
056832             THRU 5300-IMPRIMIR-TOTAL-OPERADOR-EXIT
056833     END-IF.
056834 5000-IMPRIMIR-OPERADOR-EXIT.
056835     EXIT.
056836*
056837*----------------------------------------------------------------
056838* 5100-PROCESSAR-ATIVIDADE
056839*     IMPRIME UM EVENTO NA LINHA DO OPERADOR. NA TROCA DE
056840*     OPERADOR IMPRIME O TOTAL DO ANTERIOR E ABRE PAGINA NOVA.
056841*----------------------------------------------------------------
056842 5100-PROCESSAR-ATIVIDADE.
056843     IF WS-PRIMEIRO-CLIENTE
056844        OR ORD-OPERADOR NOT EQUAL WS-OPERADOR-ANTERIOR
056845         IF WS-NAO-PRIMEIRO-CLIENTE
056846             PERFORM 5300-IMPRIMIR-TOTAL-OPERADOR
056847                 THRU 5300-IMPRIMIR-TOTAL-OPERADOR-EXIT
056848         END-IF
056849         SET WS-NAO-PRIMEIRO-CLIENTE TO TRUE
056850         MOVE ORD-OPERADOR TO WS-OPERADOR-ANTERIOR
056851         MOVE ZEROS TO WS-TOTAL-OPERADOR
056852         PERFORM 5110-OBTER-OPERADOR
056853             THRU 5110-OBTER-OPERADOR-EXIT
056854         PERFORM 5200-IMPRIMIR-CABECALHO-OPE
056855             THRU 5200-IMPRIMIR-CABECALHO-OPE-EXIT
056856     END-IF
056857     IF WS-LINHA IS GREATER THAN WS-MAX-LINHAS
056858         PERFORM 5200-IMPRIMIR-CABECALHO-OPE
056859             THRU 5200-IMPRIMIR-CABECALHO-OPE-EXIT
056860     END-IF
056861     MOVE ORD-DH-DIA     TO WS-ATV-DIA
056862     MOVE ORD-DH-MES     TO WS-ATV-MES
056863     MOVE ORD-DH-ANO     TO WS-ATV-ANO
056864     MOVE ORD-DH-HORA    TO WS-ATV-HORA
056865     MOVE ORD-DH-MINUTO  TO WS-ATV-MINUTO
056866     MOVE ORD-DH-SEGUNDO TO WS-ATV-SEGUNDO
056867     MOVE ORD-CODIGO     TO WS-ATV-CODIGO
056868     PERFORM 3250-DESCREVER-OPERACAO
056869         THRU 3250-DESCREVER-OPERACAO-EXIT
056870     MOVE WS-OPE-DESCRICAO TO WS-ATV-DESCRICAO
056871     MOVE ORD-MOTIVO     TO WS-ATV-MOTIVO
056872     WRITE REL-LINHA FROM WS-LINHA-ATIVIDADE
056873     ADD 1 TO WS-LINHA
056874     ADD 1 TO WS-TOTAL-OPERACOES
056875     ADD 1 TO WS-TOTAL-OPERADOR
056876     PERFORM 3100-RETORNAR-ORDENADO
056877         THRU 3100-RETORNAR-ORDENADO-EXIT.
056878 5100-PROCESSAR-ATIVIDADE-EXIT.
056879     EXIT.
056900*
056901*----------------------------------------------------------------
056902* 5110-OBTER-OPERADOR
056903*     MONTA A IDENTIFICACAO DO OPERADOR DO CABECALHO A PARTIR DO
056904*     CADASTRO DE OPERADORES. EVENTOS GRAVADOS ANTES DA
056905*     IDENTIFICACAO DO OPERADOR SAEM COMO "NAO IDENTIFICADO".
056906*----------------------------------------------------------------
056907 5110-OBTER-OPERADOR.
056908     MOVE ORD-OPERADOR TO WS-CAB-OPE-CODIGO
056909     MOVE SPACES       TO WS-CAB-OPE-PERFIL
056910     MOVE SPACES       TO WS-CAB-OPE-SITUACAO
056911     IF ORD-OPERADOR EQUAL SPACES
056912         MOVE "NAO IDENTIFICADO" TO WS-CAB-OPE-NOME
056913         GO TO 5110-OBTER-OPERADOR-EXIT
056914     END-IF
056915     MOVE "(NAO CADASTRADO)" TO WS-CAB-OPE-NOME
056916     IF WS-OPE-FECHADO
056917         GO TO 5110-OBTER-OPERADOR-EXIT
056918     END-IF
056919     MOVE ORD-OPERADOR TO OPE-CODIGO
056920     READ OPE-FILE
056921         INVALID KEY
056922             GO TO 5110-OBTER-OPERADOR-EXIT
056923     END-READ
056924     MOVE OPE-NOME TO WS-CAB-OPE-NOME
056925     EVALUATE TRUE
056926         WHEN OPE-PERFIL-CONSULTA
056927             MOVE "CONSULTA"    TO WS-CAB-OPE-PERFIL
056928         WHEN OPE-PERFIL-ATENDIMENTO
056929             MOVE "ATENDIMENTO" TO WS-CAB-OPE-PERFIL
056930         WHEN OPE-PERFIL-SUPERVISOR
056931             MOVE "SUPERVISOR"  TO WS-CAB-OPE-PERFIL
056932     END-EVALUATE
056933     IF OPE-BLOQUEADO
056934         MOVE "BLOQUEADO" TO WS-CAB-OPE-SITUACAO
056935     END-IF.
056936 5110-OBTER-OPERADOR-EXIT.
056937     EXIT.
056938*
056939*----------------------------------------------------------------
056940* 5200-IMPRIMIR-CABECALHO-OPE
056941*     IMPRIME O CABECALHO DE PAGINA DO MODO 'O'.
056942*----------------------------------------------------------------
056943 5200-IMPRIMIR-CABECALHO-OPE.
056944     ADD 1 TO WS-PAGINA
056945     MOVE WS-PAGINA TO WS-CAB-OPE-PAGINA
056946     IF WS-PAGINA IS GREATER THAN 1
056947         WRITE REL-LINHA FROM WS-CABECALHO-OPE-1
056948             BEFORE ADVANCING NOVA-PAGINA
056949     ELSE
056950         WRITE REL-LINHA FROM WS-CABECALHO-OPE-1
056951     END-IF
056952     WRITE REL-LINHA FROM WS-CABECALHO-OPE-2
056953     WRITE REL-LINHA FROM WS-CABECALHO-OPE-3
056954     WRITE REL-LINHA FROM WS-CABECALHO-OPE-4
056955     MOVE ZEROS TO WS-LINHA.
056956 5200-IMPRIMIR-CABECALHO-OPE-EXIT.
056957     EXIT.
056958*
056959*----------------------------------------------------------------
056960* 5300-IMPRIMIR-TOTAL-OPERADOR
056961*     IMPRIME A QUANTIDADE DE EVENTOS DO OPERADOR ANTERIOR.
056962*----------------------------------------------------------------
056963 5300-IMPRIMIR-TOTAL-OPERADOR.
056964     MOVE WS-TOTAL-OPERADOR TO WS-TOT-OPE-QTD
056965     WRITE REL-LINHA FROM WS-LINHA-TOTAL-OPE.
056966 5300-IMPRIMIR-TOTAL-OPERADOR-EXIT.
056967     EXIT.
056968*
056969*----------------------------------------------------------------
056970* 5400-EDITAR-DATA
056971*     EDITA A DATA AAAAMMDD DE WS-DATA-PARAMETRO EM DD/MM/AAAA.
056972*----------------------------------------------------------------
056973 5400-EDITAR-DATA.
056974     MOVE WS-DTP-DIA TO WS-DTE-DIA
056975     MOVE WS-DTP-MES TO WS-DTE-MES
056976     MOVE WS-DTP-ANO TO WS-DTE-ANO.
056977 5400-EDITAR-DATA-EXIT.
056978     EXIT.
056979*
057000 END PROGRAM RELAUDIT.
