000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ANONARQ.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - MASCARAMENTO, NOS
001200*                     ARQUIVOS DE AUDITORIA, DE HISTORICO E DE
001300*                     COPIA, DOS CLIENTES ANONIMIZADOS PELO
001400*                     ANONIMIZ.
001500*----------------------------------------------------------------
001600*
001700*----------------------------------------------------------------
001800* PROPOSITO.
001900*     CARREGAR DO CONTROLE DA ANONIMIZACAO (ANO-FILE) OS CLIENTES
002000*     ATENDIDOS NA EXECUCAO CORRENTE DO ANONIMIZ E MASCARAR OS
002100*     DADOS PESSOAIS DESSES CLIENTES EM UM DOS ARQUIVOS ABAIXO,
002200*     CONFORME O TIPO INFORMADO NO CARTAO DE PARAMETROS:
002300*
002400*       'A'  ARQUIVO DE AUDITORIA (AUDITFILE OU UMA OU MAIS
002500*            GERACOES DE AUDHIST) - COPIADO DE ENTAUD PARA SAIAUD
002600*            COM AS IMAGENS ANTES/DEPOIS MASCARADAS. NOS EVENTOS
002700*            DE CADASTRO SAO MASCARADOS NOME, ENDERECO, CEP E
002800*            DOCUMENTO; NOS DE CONTATO ('C', 'D' E 'E'), O VALOR
002900*            DO CONTATO; NOS DE ANONIMIZACAO ('L'), SO A IMAGEM
003000*            DEPOIS (A IMAGEM ANTES GUARDA O PROTOCOLO); OS DE
003100*            UNIFICACAO ('U') NAO TEM DADO PESSOAL.
003200*       'H'  HISTORICO DE EXPURGO (HISTORIC) - COPIADO DE ENTHIS
003300*            PARA SAIHIS COM O REGISTRO DO CLIENTE MASCARADO.
003400*       'B'  UMA GERACAO DAS COPIAS DE SEGURANCA DE COPIASEG
003500*            (SISBKP, CTTBKP E AUDBKP), REGRAVADA NO PROPRIO
003600*            ARQUIVO. O TOTAL DE CONFERENCIA DO TRAILER DE SISBKP
003700*            (SOMA DOS DOCUMENTOS) E REFEITO E CONFERIDO, PARA QUE
003800*            O RECUPERA CONTINUE ACEITANDO A COPIA; OS DE CTTBKP
003900*            E DE AUDBKP (SOMA DOS CODIGOS) NAO MUDAM. ARQUIVO SEM
004000*            DD NO STEP E IGNORADO.
004100*
004200*     PARA CADA CLIENTE E CADA ARQUIVO TRATADO E ACRESCENTADO AO
004300*     ANO-FILE UM REGISTRO COM O ROTULO DO ARQUIVO E A QUANTIDADE
004400*     DE REGISTROS MASCARADOS (ZERO QUANDO O CLIENTE NAO CONSTA
004500*     DO ARQUIVO), USADO NO CERTIFICADO IMPRESSO PELO CERTANON.
004600*     O MASCARAMENTO E REPETIVEL - REEXECUTAR APOS UMA QUEDA NAO
004700*     ALTERA O QUE JA FOI MASCARADO.
004800*
004900*     TERMINA COM CODIGO DE RETORNO 8 EM QUALQUER FALHA DE
005000*     ABERTURA OU GRAVACAO, OU QUANDO A QUANTIDADE GRAVADA NAO
005100*     CONFERE COM A LIDA.
005200*
005300*     CARTAO DE PARAMETROS (PARAMS), COLUNAS FIXAS:
005400*         01     TIPO DO ARQUIVO ('A', 'H' OU 'B')
005500*         03-32  ROTULO DO ARQUIVO NO CERTIFICADO
005600*----------------------------------------------------------------
005700*
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER.   IBM-370.
006100 OBJECT-COMPUTER.   IBM-370.
006200*
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     COPY "sel-sitfile.cpy".
006600     COPY "sel-anoreg.cpy".
006700
006800     SELECT PARAM-FILE ASSIGN TO "PARAMS"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PARAM-STATUS.
007100
007200     SELECT ENT-AUD-FILE ASSIGN TO "ENTAUD"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-ENTAUD-STATUS.
007500
007600     SELECT SAI-AUD-FILE ASSIGN TO "SAIAUD"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-SAIAUD-STATUS.
007900
008000     SELECT ENT-HIS-FILE ASSIGN TO "ENTHIS"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-ENTHIS-STATUS.
008300
008400     SELECT SAI-HIS-FILE ASSIGN TO "SAIHIS"
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-SAIHIS-STATUS.
008700
008800     SELECT SISBKP-FILE ASSIGN TO "SISBKP"
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-SISBKP-STATUS.
009100
009200     SELECT CTTBKP-FILE ASSIGN TO "CTTBKP"
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-CTTBKP-STATUS.
009500
009600     SELECT AUDBKP-FILE ASSIGN TO "AUDBKP"
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS WS-AUDBKP-STATUS.
009900*
010000 DATA DIVISION.
010100 FILE SECTION.
010200     COPY "fd-sitfile.cpy".
010300     COPY "fd-anoreg.cpy".
010400*
010500 FD  PARAM-FILE
010600     LABEL RECORD STANDARD.
010700 01  PARAM-REGISTRO.
010800     05  PRM-TIPO                PIC X(01).
010900         88  PRM-AUDITORIA               VALUE 'A'.
011000         88  PRM-HISTORICO               VALUE 'H'.
011100         88  PRM-COPIA                   VALUE 'B'.
011200     05  FILLER                  PIC X(01).
011300     05  PRM-ROTULO              PIC X(30).
011400*
011500 FD  ENT-AUD-FILE
011600     LABEL RECORD STANDARD.
011700 01  ENT-AUD-REGISTRO        PIC X(393).
011800*
011900 FD  SAI-AUD-FILE
012000     LABEL RECORD STANDARD.
012100 01  SAI-AUD-REGISTRO        PIC X(393).
012200*
012300 FD  ENT-HIS-FILE
012400     LABEL RECORD STANDARD.
012500 01  ENT-HIS-REGISTRO        PIC X(179).
012600*
012700 FD  SAI-HIS-FILE
012800     LABEL RECORD STANDARD.
012900 01  SAI-HIS-REGISTRO        PIC X(179).
013000*
013100 FD  SISBKP-FILE
013200     LABEL RECORD STANDARD.
013300 01  SISBKP-REGISTRO.
013400     05  SISBKP-TIPO             PIC X(01).
013500     05  SISBKP-DADOS            PIC X(179).
013600 01  SISBKP-TRAILER.
013700     05  FILLER                  PIC X(01).
013800     05  SISBKP-TRL-QUANTIDADE   PIC 9(09).
013900     05  SISBKP-TRL-HASH         PIC 9(18).
014000     05  FILLER                  PIC X(152).
014100*
014200 FD  CTTBKP-FILE
014300     LABEL RECORD STANDARD.
014400 01  CTTBKP-REGISTRO.
014500     05  CTTBKP-TIPO             PIC X(01).
014600     05  CTTBKP-DADOS            PIC X(52).
014700*
014800 FD  AUDBKP-FILE
014900     LABEL RECORD STANDARD.
015000 01  AUDBKP-REGISTRO.
015100     05  AUDBKP-TIPO             PIC X(01).
015200     05  AUDBKP-DADOS            PIC X(393).
015300*
015400 WORKING-STORAGE SECTION.
015500*----------------------------------------------------------------
015600* CONTADORES E INDICADORES
015700*----------------------------------------------------------------
015800 77  WS-LIDOS                PIC 9(09) COMP VALUE ZEROS.
015900 77  WS-GRAVADOS             PIC 9(09) COMP VALUE ZEROS.
016000 77  WS-MASCARADOS           PIC 9(09) COMP VALUE ZEROS.
016100 77  WS-MASCARADOS-ANTES     PIC 9(09) COMP VALUE ZEROS.
016200 77  WS-QTD-CLIENTES         PIC 9(04) COMP VALUE ZEROS.
016300 77  WS-IND                  PIC 9(04) COMP VALUE ZEROS.
016400 77  WS-IND-ACHADO           PIC 9(04) COMP VALUE ZEROS.
016500 77  WS-MAX-CLIENTES         PIC 9(04) COMP VALUE 500.
016600 77  WS-MENOR-CODIGO         PIC 9(07) VALUE ZEROS.
016700 77  WS-MAIOR-CODIGO         PIC 9(07) VALUE ZEROS.
016800 77  WS-CODIGO-PROCURADO     PIC 9(07) VALUE ZEROS.
016900 77  WS-SIS-HASH             PIC 9(18) VALUE ZEROS.
017000 77  WS-HASH-ABATIDO         PIC 9(18) VALUE ZEROS.
017100 77  WS-HASH-ESPERADO        PIC 9(18) VALUE ZEROS.
017200 77  WS-ROTULO               PIC X(30) VALUE SPACES.
017300 77  WS-PREFIXO              PIC X(07) VALUE SPACES.
017400*
017500*----------------------------------------------------------------
017600* VALOR QUE SUBSTITUI O NOME E OS CONTATOS MASCARADOS (O MESMO
017700* GRAVADO PELO ANONIMIZ)
017800*----------------------------------------------------------------
017900 77  WS-MARCA-ANONIMIZADO    PIC X(30)
018000                             VALUE "*** ANONIMIZADO - LGPD ***".
018100*
018200 01  WS-SWITCHES.
018300     03  WS-SW-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
018400         88  WS-FIM-ARQUIVO          VALUE 'S'.
018500         88  WS-NAO-FIM-ARQUIVO      VALUE 'N'.
018600     03  WS-SW-FALHA         PIC X(01) VALUE 'N'.
018700         88  WS-FALHOU               VALUE 'S'.
018800         88  WS-SEM-FALHA            VALUE 'N'.
018900     03  WS-SW-ACHOU         PIC X(01) VALUE 'N'.
019000         88  WS-ACHOU                VALUE 'S'.
019100         88  WS-NAO-ACHOU            VALUE 'N'.
019200     03  WS-SW-MASCAROU      PIC X(01) VALUE 'N'.
019300         88  WS-MASCAROU             VALUE 'S'.
019400         88  WS-NAO-MASCAROU         VALUE 'N'.
019500     03  WS-SW-CONTROLE      PIC X(01) VALUE 'N'.
019600         88  WS-CONTROLE-ABERTO      VALUE 'S'.
019700         88  WS-CONTROLE-FECHADO     VALUE 'N'.
019800*
019900 01  WS-SIT-STATUS.
020000     03  WS-SIT-1            PIC X(01).
020100     03  WS-SIT-2            PIC X(01) USAGE DISPLAY.
020200*
020300 01  WS-ANO-STATUS.
020400     03  WS-ANO-1            PIC X(01).
020500     03  WS-ANO-2            PIC X(01) USAGE DISPLAY.
020600*
020700 01  WS-PARAM-STATUS.
020800     03  WS-PARAM-1          PIC X(01).
020900     03  WS-PARAM-2          PIC X(01) USAGE DISPLAY.
021000*
021100 01  WS-ENTAUD-STATUS.
021200     03  WS-ENTAUD-1         PIC X(01).
021300     03  WS-ENTAUD-2         PIC X(01) USAGE DISPLAY.
021400*
021500 01  WS-SAIAUD-STATUS.
021600     03  WS-SAIAUD-1         PIC X(01).
021700     03  WS-SAIAUD-2         PIC X(01) USAGE DISPLAY.
021800*
021900 01  WS-ENTHIS-STATUS.
022000     03  WS-ENTHIS-1         PIC X(01).
022100     03  WS-ENTHIS-2         PIC X(01) USAGE DISPLAY.
022200*
022300 01  WS-SAIHIS-STATUS.
022400     03  WS-SAIHIS-1         PIC X(01).
022500     03  WS-SAIHIS-2         PIC X(01) USAGE DISPLAY.
022600*
022700 01  WS-SISBKP-STATUS.
022800     03  WS-SISBKP-1         PIC X(01).
022900     03  WS-SISBKP-2         PIC X(01) USAGE DISPLAY.
023000*
023100 01  WS-CTTBKP-STATUS.
023200     03  WS-CTTBKP-1         PIC X(01).
023300     03  WS-CTTBKP-2         PIC X(01) USAGE DISPLAY.
023400*
023500 01  WS-AUDBKP-STATUS.
023600     03  WS-AUDBKP-1         PIC X(01).
023700     03  WS-AUDBKP-2         PIC X(01) USAGE DISPLAY.
023800*
023900*----------------------------------------------------------------
024000* TABELA DOS CLIENTES ATENDIDOS, COM A QUANTIDADE DE REGISTROS
024100* MASCARADOS NO ARQUIVO CORRENTE
024200*----------------------------------------------------------------
024300 01  WS-TABELA-CLIENTES.
024400     03  WS-CLI-ITEM         OCCURS 500 TIMES.
024500         05  WS-CLI-CODIGO       PIC 9(07).
024600         05  WS-CLI-PROTOCOLO    PIC X(20).
024700         05  WS-CLI-DATA-PEDIDO  PIC 9(08).
024800         05  WS-CLI-QUANTIDADE   PIC 9(07) COMP.
024900*
025000*----------------------------------------------------------------
025100* EVENTO DE AUDITORIA (LAYOUT DE AUDIT-DADOS)
025200*----------------------------------------------------------------
025300 01  WS-EVENTO.
025400     05  WS-EVT-CODIGO       PIC 9(07).
025500     05  WS-EVT-OPERACAO     PIC X(01).
025600         88  WS-EVT-CONTATO          VALUE 'C' 'D' 'E'.
025700         88  WS-EVT-UNIFICACAO       VALUE 'U'.
025800         88  WS-EVT-ANONIMIZACAO     VALUE 'L'.
025900     05  WS-EVT-DATA-HORA    PIC 9(16).
026000     05  WS-EVT-ANTES        PIC X(179).
026100     05  WS-EVT-DEPOIS       PIC X(179).
026200     05  WS-EVT-MOTIVO       PIC 9(03).
026300     05  WS-EVT-OPERADOR     PIC X(08).
026400*
026500*----------------------------------------------------------------
026600* IMAGEM NO LAYOUT DE SIS-DADOS
026700*----------------------------------------------------------------
026800 01  WS-IMAGEM.
026900     05  WS-IMG-CODIGO       PIC 9(07).
027000     05  WS-IMG-NOME         PIC X(30).
027100     05  WS-IMG-LOGRADOURO   PIC X(30).
027200     05  WS-IMG-NUMERO       PIC X(06).
027300     05  WS-IMG-COMPLEMENTO  PIC X(15).
027400     05  WS-IMG-BAIRRO       PIC X(20).
027500     05  WS-IMG-CEP          PIC 9(08).
027600     05  WS-IMG-CIDADE       PIC X(20).
027700     05  WS-IMG-ESTADO       PIC X(02).
027800     05  WS-IMG-SEXO         PIC X(09).
027900     05  WS-IMG-SITUACAO     PIC X(01).
028000     05  WS-IMG-TIPO-DOC     PIC X(01).
028100     05  WS-IMG-DOCUMENTO    PIC 9(14).
028200     05  WS-IMG-DATA-CADASTRO PIC 9(08).
028300     05  WS-IMG-DATA-SITUACAO PIC 9(08).
028400*
028500*----------------------------------------------------------------
028600* IMAGEM NO LAYOUT DE CTT-DADOS
028700*----------------------------------------------------------------
028800 01  WS-CONTATO.
028900     05  WS-CTT-CODIGO       PIC 9(07).
029000     05  WS-CTT-SEQUENCIA    PIC 9(03).
029100     05  WS-CTT-TIPO         PIC X(01).
029200     05  WS-CTT-VALOR        PIC X(40).
029300     05  WS-CTT-PREFERIDO    PIC X(01).
029400*
029500 PROCEDURE DIVISION.
029600*----------------------------------------------------------------
029700* 0000-MAINLINE
029800*     PARAGRAFO PRINCIPAL DO PROGRAMA.
029900*----------------------------------------------------------------
030000 0000-MAINLINE.
030100     PERFORM 1000-INICIALIZAR
030200         THRU 1000-INICIALIZAR-EXIT
030300     IF WS-SEM-FALHA
030400         EVALUATE TRUE
030500             WHEN PRM-AUDITORIA
030600                 PERFORM 2000-MASCARAR-AUDITORIA
030700                     THRU 2000-MASCARAR-AUDITORIA-EXIT
030800             WHEN PRM-HISTORICO
030900                 PERFORM 3000-MASCARAR-HISTORICO
031000                     THRU 3000-MASCARAR-HISTORICO-EXIT
031100             WHEN PRM-COPIA
031200                 PERFORM 4000-MASCARAR-COPIAS
031300                     THRU 4000-MASCARAR-COPIAS-EXIT
031400         END-EVALUATE
031500     END-IF
031600     PERFORM 6000-FINALIZAR
031700         THRU 6000-FINALIZAR-EXIT
031800     STOP RUN.
031900*
032000*----------------------------------------------------------------
032100* 1000-INICIALIZAR
032200*     CONFERE A JANELA DE LOTE, LE O CARTAO DE PARAMETROS E
032300*     CARREGA OS CLIENTES ATENDIDOS; REABRE O ANO-FILE PARA
032400*     ACRESCENTAR OS ARQUIVOS MASCARADOS.
032500*----------------------------------------------------------------
032600 1000-INICIALIZAR.
032700     PERFORM 1010-CONFERIR-JANELA
032800         THRU 1010-CONFERIR-JANELA-EXIT
032900     MOVE SPACES TO PARAM-REGISTRO
033000     OPEN INPUT PARAM-FILE
033100     IF WS-PARAM-1 EQUAL '0'
033200         READ PARAM-FILE
033300             AT END
033400                 MOVE SPACES TO PARAM-REGISTRO
033500         END-READ
033600         CLOSE PARAM-FILE
033700     END-IF
033800     IF NOT PRM-AUDITORIA
033900        AND NOT PRM-HISTORICO
034000        AND NOT PRM-COPIA
034100         DISPLAY "ANONARQ: TIPO DE ARQUIVO INVALIDO NO CARTAO DE "
034200             "PARAMETROS: '" PRM-TIPO "'"
034300         SET WS-FALHOU TO TRUE
034400         GO TO 1000-INICIALIZAR-EXIT
034500     END-IF
034600     MOVE PRM-ROTULO TO WS-ROTULO
034700     OPEN INPUT ANO-FILE
034800     IF WS-ANO-1 NOT EQUAL '0'
034900         DISPLAY "ANONARQ: CONTROLE DA ANONIMIZACAO NAO ABERTO - "
035000             "STATUS " WS-ANO-STATUS
035100         SET WS-FALHOU TO TRUE
035200         GO TO 1000-INICIALIZAR-EXIT
035300     END-IF
035400     SET WS-NAO-FIM-ARQUIVO TO TRUE
035500     PERFORM 1100-LER-CONTROLE
035600         THRU 1100-LER-CONTROLE-EXIT
035700     PERFORM 1200-GUARDAR-CLIENTE
035800         THRU 1200-GUARDAR-CLIENTE-EXIT
035900         UNTIL WS-FIM-ARQUIVO
036000     CLOSE ANO-FILE
036100     IF WS-FALHOU
036200         GO TO 1000-INICIALIZAR-EXIT
036300     END-IF
036400     OPEN EXTEND ANO-FILE
036500     IF WS-ANO-1 NOT EQUAL '0'
036600         DISPLAY "ANONARQ: CONTROLE DA ANONIMIZACAO NAO ABERTO "
036700             "PARA GRAVACAO - STATUS " WS-ANO-STATUS
036800         SET WS-FALHOU TO TRUE
036900     ELSE
037000         SET WS-CONTROLE-ABERTO TO TRUE
037100     END-IF.
037200 1000-INICIALIZAR-EXIT.
037300     EXIT.
037400*
037500*----------------------------------------------------------------
037600* 1010-CONFERIR-JANELA
037700*     SO DEIXA O JOB PROSSEGUIR COM O SISTEMA FECHADO ('F' EM
037800*     SIT-FILE). SEM SIT-FILE (AMBIENTE AINDA SEM JANELA), SEGUE.
037900*----------------------------------------------------------------
038000 1010-CONFERIR-JANELA.
038100     OPEN INPUT SIT-FILE
038200     IF WS-SIT-1 EQUAL '3'
038300         GO TO 1010-CONFERIR-JANELA-EXIT
038400     END-IF
038500     IF WS-SIT-1 NOT EQUAL '0'
038600         DISPLAY "ANONARQ: SITUACAO DO SISTEMA NAO ABERTA - "
038700             "STATUS " WS-SIT-STATUS
038800             " - JOB NAO INICIADO - RC=8"
038900         MOVE 8 TO RETURN-CODE
039000         STOP RUN
039100     END-IF
039200     READ SIT-FILE
039300         AT END
039400             CONTINUE
039500     END-READ
039600     IF WS-SIT-1 NOT EQUAL '0'
039700         CLOSE SIT-FILE
039800         DISPLAY "ANONARQ: SITUACAO DO SISTEMA ILEGIVEL - "
039900             "STATUS " WS-SIT-STATUS
040000             " - JOB NAO INICIADO - RC=8"
040100         MOVE 8 TO RETURN-CODE
040200         STOP RUN
040300     END-IF
040400     IF NOT SIT-FECHADO
040500         CLOSE SIT-FILE
040600         DISPLAY "ANONARQ: SISTEMA ABERTO (FORA DA JANELA DE "
040700             "LOTE) - JOB NAO INICIADO - RC=8"
040800         MOVE 8 TO RETURN-CODE
040900         STOP RUN
041000     END-IF
041100     CLOSE SIT-FILE.
041200 1010-CONFERIR-JANELA-EXIT.
041300     EXIT.
041400*
041500 1100-LER-CONTROLE.
041600     READ ANO-FILE
041700         AT END
041800             SET WS-FIM-ARQUIVO TO TRUE
041900     END-READ
042000     IF WS-ANO-1 NOT EQUAL '0'
042100         SET WS-FIM-ARQUIVO TO TRUE
042200     END-IF.
042300 1100-LER-CONTROLE-EXIT.
042400     EXIT.
042500*
042600*----------------------------------------------------------------
042700* 1200-GUARDAR-CLIENTE
042800*     GUARDA NA TABELA CADA CLIENTE ATENDIDO (REGISTRO 'A' DO
042900*     ANO-FILE) E A FAIXA DE CODIGOS, USADA PARA DESCARTAR SEM
043000*     PESQUISA OS REGISTROS DE OUTROS CLIENTES.
043100*----------------------------------------------------------------
043200 1200-GUARDAR-CLIENTE.
043300     IF NOT ANO-ATENDIDO
043400         GO TO 1200-GUARDAR-CLIENTE-EXIT
043500     END-IF
043600     IF WS-QTD-CLIENTES EQUAL WS-MAX-CLIENTES
043700         DISPLAY "ANONARQ: CLIENTES ATENDIDOS EXCEDEM "
043800             WS-MAX-CLIENTES " - AMPLIAR A TABELA"
043900         SET WS-FALHOU TO TRUE
044000         SET WS-FIM-ARQUIVO TO TRUE
044100         GO TO 1200-GUARDAR-CLIENTE-EXIT
044200     END-IF
044300     ADD 1 TO WS-QTD-CLIENTES
044400     MOVE ANO-CODIGO      TO WS-CLI-CODIGO(WS-QTD-CLIENTES)
044500     MOVE ANO-PROTOCOLO   TO WS-CLI-PROTOCOLO(WS-QTD-CLIENTES)
044600     MOVE ANO-DATA-PEDIDO TO WS-CLI-DATA-PEDIDO(WS-QTD-CLIENTES)
044700     MOVE ZEROS           TO WS-CLI-QUANTIDADE(WS-QTD-CLIENTES)
044800     IF WS-QTD-CLIENTES EQUAL 1
044900        OR ANO-CODIGO IS LESS THAN WS-MENOR-CODIGO
045000         MOVE ANO-CODIGO TO WS-MENOR-CODIGO
045100     END-IF
045200     IF ANO-CODIGO IS GREATER THAN WS-MAIOR-CODIGO
045300         MOVE ANO-CODIGO TO WS-MAIOR-CODIGO
045400     END-IF.
045500 1200-GUARDAR-CLIENTE-EXIT.
045600     PERFORM 1100-LER-CONTROLE
045700         THRU 1100-LER-CONTROLE-EXIT.
045800*
045900*----------------------------------------------------------------
046000* 2000-MASCARAR-AUDITORIA
046100*     COPIA O ARQUIVO DE AUDITORIA DE ENTAUD PARA SAIAUD,
046200*     MASCARANDO OS EVENTOS DOS CLIENTES ATENDIDOS.
046300*----------------------------------------------------------------
046400 2000-MASCARAR-AUDITORIA.
046500     OPEN INPUT ENT-AUD-FILE
046600     IF WS-ENTAUD-1 NOT EQUAL '0'
046700         DISPLAY "ANONARQ: ENTAUD NAO ABERTO - STATUS "
046800             WS-ENTAUD-STATUS
046900         SET WS-FALHOU TO TRUE
047000         GO TO 2000-MASCARAR-AUDITORIA-EXIT
047100     END-IF
047200     OPEN OUTPUT SAI-AUD-FILE
047300     IF WS-SAIAUD-1 NOT EQUAL '0'
047400         DISPLAY "ANONARQ: SAIAUD NAO ABERTO - STATUS "
047500             WS-SAIAUD-STATUS
047600         CLOSE ENT-AUD-FILE
047700         SET WS-FALHOU TO TRUE
047800         GO TO 2000-MASCARAR-AUDITORIA-EXIT
047900     END-IF
048000     SET WS-NAO-FIM-ARQUIVO TO TRUE
048100     PERFORM 2100-LER-AUDITORIA
048200         THRU 2100-LER-AUDITORIA-EXIT
048300     PERFORM 2200-COPIAR-EVENTO
048400         THRU 2200-COPIAR-EVENTO-EXIT
048500         UNTIL WS-FIM-ARQUIVO
048600     CLOSE ENT-AUD-FILE
048700     CLOSE SAI-AUD-FILE
048800     MOVE WS-ROTULO TO ANO-ARQUIVO
048900     PERFORM 5000-REGISTRAR-ARQUIVO
049000         THRU 5000-REGISTRAR-ARQUIVO-EXIT
049100     PERFORM 5200-CONFERIR-COPIA
049200         THRU 5200-CONFERIR-COPIA-EXIT.
049300 2000-MASCARAR-AUDITORIA-EXIT.
049400     EXIT.
049500*
049600 2100-LER-AUDITORIA.
049700     READ ENT-AUD-FILE
049800         AT END
049900             SET WS-FIM-ARQUIVO TO TRUE
050000             GO TO 2100-LER-AUDITORIA-EXIT
050100     END-READ
050200     IF WS-ENTAUD-1 NOT EQUAL '0'
050300         DISPLAY "ANONARQ: FALHA AO LER ENTAUD - STATUS "
050400             WS-ENTAUD-STATUS
050500         SET WS-FALHOU TO TRUE
050600         SET WS-FIM-ARQUIVO TO TRUE
050700         GO TO 2100-LER-AUDITORIA-EXIT
050800     END-IF
050900     ADD 1 TO WS-LIDOS.
051000 2100-LER-AUDITORIA-EXIT.
051100     EXIT.
051200*
051300 2200-COPIAR-EVENTO.
051400     MOVE ENT-AUD-REGISTRO TO WS-EVENTO
051500     PERFORM 2300-MASCARAR-EVENTO
051600         THRU 2300-MASCARAR-EVENTO-EXIT
051700     WRITE SAI-AUD-REGISTRO FROM WS-EVENTO
051800     IF WS-SAIAUD-1 NOT EQUAL '0'
051900         DISPLAY "ANONARQ: FALHA AO GRAVAR SAIAUD - STATUS "
052000             WS-SAIAUD-STATUS
052100         SET WS-FALHOU TO TRUE
052200         SET WS-FIM-ARQUIVO TO TRUE
052300         GO TO 2200-COPIAR-EVENTO-EXIT
052400     END-IF
052500     ADD 1 TO WS-GRAVADOS
052600     PERFORM 2100-LER-AUDITORIA
052700         THRU 2100-LER-AUDITORIA-EXIT.
052800 2200-COPIAR-EVENTO-EXIT.
052900     EXIT.
053000*
053100*----------------------------------------------------------------
053200* 2300-MASCARAR-EVENTO
053300*     MASCARA, SE O EVENTO EM WS-EVENTO E DE CLIENTE ATENDIDO, AS
053400*     IMAGENS ANTES/DEPOIS CONFORME A OPERACAO, E CONTA O EVENTO
053500*     PARA O CLIENTE. USADO TAMBEM NA COPIA AUDBKP.
053600*----------------------------------------------------------------
053700 2300-MASCARAR-EVENTO.
053800     MOVE WS-EVT-CODIGO TO WS-CODIGO-PROCURADO
053900     PERFORM 5100-PROCURAR-CLIENTE
054000         THRU 5100-PROCURAR-CLIENTE-EXIT
054100     IF WS-NAO-ACHOU OR WS-EVT-UNIFICACAO
054200         GO TO 2300-MASCARAR-EVENTO-EXIT
054300     END-IF
054400     IF WS-EVT-CONTATO
054500         MOVE WS-EVT-ANTES TO WS-CONTATO
054600         PERFORM 5400-MASCARAR-CONTATO
054700             THRU 5400-MASCARAR-CONTATO-EXIT
054800         MOVE WS-CONTATO TO WS-EVT-ANTES
054900         MOVE WS-EVT-DEPOIS TO WS-CONTATO
055000         PERFORM 5400-MASCARAR-CONTATO
055100             THRU 5400-MASCARAR-CONTATO-EXIT
055200         MOVE WS-CONTATO TO WS-EVT-DEPOIS
055300     ELSE
055400         IF NOT WS-EVT-ANONIMIZACAO
055500             MOVE WS-EVT-ANTES TO WS-IMAGEM
055600             PERFORM 5300-MASCARAR-IMAGEM
055700                 THRU 5300-MASCARAR-IMAGEM-EXIT
055800             MOVE WS-IMAGEM TO WS-EVT-ANTES
055900         END-IF
056000         MOVE WS-EVT-DEPOIS TO WS-IMAGEM
056100         PERFORM 5300-MASCARAR-IMAGEM
056200             THRU 5300-MASCARAR-IMAGEM-EXIT
056300         MOVE WS-IMAGEM TO WS-EVT-DEPOIS
056400     END-IF
056500     ADD 1 TO WS-CLI-QUANTIDADE(WS-IND-ACHADO)
056600     ADD 1 TO WS-MASCARADOS.
056700 2300-MASCARAR-EVENTO-EXIT.
056800     EXIT.
056900*
057000*----------------------------------------------------------------
057100* 3000-MASCARAR-HISTORICO
057200*     COPIA O HISTORICO DE EXPURGO DE ENTHIS PARA SAIHIS,
057300*     MASCARANDO O REGISTRO DOS CLIENTES ATENDIDOS.
057400*----------------------------------------------------------------
057500 3000-MASCARAR-HISTORICO.
057600     OPEN INPUT ENT-HIS-FILE
057700     IF WS-ENTHIS-1 NOT EQUAL '0'
057800         DISPLAY "ANONARQ: ENTHIS NAO ABERTO - STATUS "
057900             WS-ENTHIS-STATUS
058000         SET WS-FALHOU TO TRUE
058100         GO TO 3000-MASCARAR-HISTORICO-EXIT
058200     END-IF
058300     OPEN OUTPUT SAI-HIS-FILE
058400     IF WS-SAIHIS-1 NOT EQUAL '0'
058500         DISPLAY "ANONARQ: SAIHIS NAO ABERTO - STATUS "
058600             WS-SAIHIS-STATUS
058700         CLOSE ENT-HIS-FILE
058800         SET WS-FALHOU TO TRUE
058900         GO TO 3000-MASCARAR-HISTORICO-EXIT
059000     END-IF
059100     SET WS-NAO-FIM-ARQUIVO TO TRUE
059200     PERFORM 3100-LER-HISTORICO
059300         THRU 3100-LER-HISTORICO-EXIT
059400     PERFORM 3200-COPIAR-HISTORICO
059500         THRU 3200-COPIAR-HISTORICO-EXIT
059600         UNTIL WS-FIM-ARQUIVO
059700     CLOSE ENT-HIS-FILE
059800     CLOSE SAI-HIS-FILE
059900     MOVE WS-ROTULO TO ANO-ARQUIVO
060000     PERFORM 5000-REGISTRAR-ARQUIVO
060100         THRU 5000-REGISTRAR-ARQUIVO-EXIT
060200     PERFORM 5200-CONFERIR-COPIA
060300         THRU 5200-CONFERIR-COPIA-EXIT.
060400 3000-MASCARAR-HISTORICO-EXIT.
060500     EXIT.
060600*
060700 3100-LER-HISTORICO.
060800     READ ENT-HIS-FILE
060900         AT END
061000             SET WS-FIM-ARQUIVO TO TRUE
061100             GO TO 3100-LER-HISTORICO-EXIT
061200     END-READ
061300     IF WS-ENTHIS-1 NOT EQUAL '0'
061400         DISPLAY "ANONARQ: FALHA AO LER ENTHIS - STATUS "
061500             WS-ENTHIS-STATUS
061600         SET WS-FALHOU TO TRUE
061700         SET WS-FIM-ARQUIVO TO TRUE
061800         GO TO 3100-LER-HISTORICO-EXIT
061900     END-IF
062000     ADD 1 TO WS-LIDOS.
062100 3100-LER-HISTORICO-EXIT.
062200     EXIT.
062300*
062400 3200-COPIAR-HISTORICO.
062500     MOVE ENT-HIS-REGISTRO TO WS-IMAGEM
062600     PERFORM 5500-MASCARAR-CLIENTE
062700         THRU 5500-MASCARAR-CLIENTE-EXIT
062800     WRITE SAI-HIS-REGISTRO FROM WS-IMAGEM
062900     IF WS-SAIHIS-1 NOT EQUAL '0'
063000         DISPLAY "ANONARQ: FALHA AO GRAVAR SAIHIS - STATUS "
063100             WS-SAIHIS-STATUS
063200         SET WS-FALHOU TO TRUE
063300         SET WS-FIM-ARQUIVO TO TRUE
063400         GO TO 3200-COPIAR-HISTORICO-EXIT
063500     END-IF
063600     ADD 1 TO WS-GRAVADOS
063700     PERFORM 3100-LER-HISTORICO
063800         THRU 3100-LER-HISTORICO-EXIT.
063900 3200-COPIAR-HISTORICO-EXIT.
064000     EXIT.
064100*
064200*----------------------------------------------------------------
064300* 4000-MASCARAR-COPIAS
064400*     REGRAVA NO PROPRIO ARQUIVO A GERACAO DE SISBKP, CTTBKP E
064500*     AUDBKP INFORMADA NO STEP, COM OS REGISTROS DOS CLIENTES
064600*     ATENDIDOS MASCARADOS.
064700*----------------------------------------------------------------
064800 4000-MASCARAR-COPIAS.
064900     PERFORM 4100-MASCARAR-SISBKP
065000         THRU 4100-MASCARAR-SISBKP-EXIT
065100     PERFORM 4200-MASCARAR-CTTBKP
065200         THRU 4200-MASCARAR-CTTBKP-EXIT
065300     PERFORM 4300-MASCARAR-AUDBKP
065400         THRU 4300-MASCARAR-AUDBKP-EXIT.
065500 4000-MASCARAR-COPIAS-EXIT.
065600     EXIT.
065700*
065800*----------------------------------------------------------------
065900* 4100-MASCARAR-SISBKP
066000*     MASCARA OS CLIENTES NA COPIA DO CADASTRO E REFAZ O TOTAL DE
066100*     CONFERENCIA DO TRAILER, ABATENDO OS DOCUMENTOS MASCARADOS;
066200*     A SOMA RECALCULADA TEM DE BATER COM O TRAILER AJUSTADO.
066300*----------------------------------------------------------------
066400 4100-MASCARAR-SISBKP.
066500     OPEN I-O SISBKP-FILE
066600     IF WS-SISBKP-STATUS EQUAL "35"
066700         DISPLAY "ANONARQ: SISBKP NAO INFORMADO NO STEP - "
066800             "IGNORADO"
066900         GO TO 4100-MASCARAR-SISBKP-EXIT
067000     END-IF
067100     IF WS-SISBKP-1 NOT EQUAL '0'
067200         DISPLAY "ANONARQ: SISBKP NAO ABERTO - STATUS "
067300             WS-SISBKP-STATUS
067400         SET WS-FALHOU TO TRUE
067500         GO TO 4100-MASCARAR-SISBKP-EXIT
067600     END-IF
067700     PERFORM 5600-ZERAR-QUANTIDADES
067800         THRU 5600-ZERAR-QUANTIDADES-EXIT
067900     MOVE ZEROS TO WS-SIS-HASH
068000                   WS-HASH-ABATIDO
068100     SET WS-NAO-FIM-ARQUIVO TO TRUE
068200     PERFORM 4110-LER-SISBKP
068300         THRU 4110-LER-SISBKP-EXIT
068400     PERFORM 4120-MASCARAR-SISBKP-REG
068500         THRU 4120-MASCARAR-SISBKP-REG-EXIT
068600         UNTIL WS-FIM-ARQUIVO
068700     CLOSE SISBKP-FILE
068800     MOVE "SISBKP " TO WS-PREFIXO
068900     PERFORM 5050-MONTAR-ROTULO
069000         THRU 5050-MONTAR-ROTULO-EXIT
069100     PERFORM 5000-REGISTRAR-ARQUIVO
069200         THRU 5000-REGISTRAR-ARQUIVO-EXIT.
069300 4100-MASCARAR-SISBKP-EXIT.
069400     EXIT.
069500*
069600 4110-LER-SISBKP.
069700     READ SISBKP-FILE
069800         AT END
069900             SET WS-FIM-ARQUIVO TO TRUE
070000             GO TO 4110-LER-SISBKP-EXIT
070100     END-READ
070200     IF WS-SISBKP-1 NOT EQUAL '0'
070300         DISPLAY "ANONARQ: FALHA AO LER SISBKP - STATUS "
070400             WS-SISBKP-STATUS
070500         SET WS-FALHOU TO TRUE
070600         SET WS-FIM-ARQUIVO TO TRUE
070700     END-IF.
070800 4110-LER-SISBKP-EXIT.
070900     EXIT.
071000*
071100 4120-MASCARAR-SISBKP-REG.
071200     IF SISBKP-TIPO EQUAL 'T'
071300         PERFORM 4130-AJUSTAR-TRAILER
071400             THRU 4130-AJUSTAR-TRAILER-EXIT
071500         GO TO 4120-MASCARAR-SISBKP-REG-EXIT
071600     END-IF
071700     MOVE SISBKP-DADOS TO WS-IMAGEM
071800     PERFORM 5500-MASCARAR-CLIENTE
071900         THRU 5500-MASCARAR-CLIENTE-EXIT
072000     IF WS-MASCAROU
072100         MOVE WS-IMAGEM TO SISBKP-DADOS
072200         REWRITE SISBKP-REGISTRO
072300         IF WS-SISBKP-1 NOT EQUAL '0'
072400             DISPLAY "ANONARQ: FALHA AO REGRAVAR SISBKP - STATUS "
072500                 WS-SISBKP-STATUS
072600             SET WS-FALHOU TO TRUE
072700             SET WS-FIM-ARQUIVO TO TRUE
072800             GO TO 4120-MASCARAR-SISBKP-REG-EXIT
072900         END-IF
073000     END-IF
073100     IF WS-IMG-DOCUMENTO IS NUMERIC
073200         ADD WS-IMG-DOCUMENTO TO WS-SIS-HASH
073300     END-IF.
073400 4120-MASCARAR-SISBKP-REG-EXIT.
073500     PERFORM 4110-LER-SISBKP
073600         THRU 4110-LER-SISBKP-EXIT.
073700*
073800 4130-AJUSTAR-TRAILER.
073900     IF SISBKP-TRL-HASH IS NOT NUMERIC
074000         DISPLAY "ANONARQ: TRAILER DE SISBKP INVALIDO - COPIA "
074100             "NAO AJUSTADA"
074200         SET WS-FALHOU TO TRUE
074300         GO TO 4130-AJUSTAR-TRAILER-EXIT
074400     END-IF
074500     COMPUTE WS-HASH-ESPERADO = SISBKP-TRL-HASH - WS-HASH-ABATIDO
074600     IF WS-HASH-ESPERADO NOT EQUAL WS-SIS-HASH
074700         DISPLAY "ANONARQ: TOTAL DE CONFERENCIA DE SISBKP NAO "
074800             "CONFERE - TRAILER " SISBKP-TRL-HASH " ABATIDO "
074900             WS-HASH-ABATIDO " CALCULADO " WS-SIS-HASH
075000         SET WS-FALHOU TO TRUE
075100         GO TO 4130-AJUSTAR-TRAILER-EXIT
075200     END-IF
075300     IF WS-HASH-ABATIDO IS GREATER THAN ZEROS
075400         MOVE WS-HASH-ESPERADO TO SISBKP-TRL-HASH
075500         REWRITE SISBKP-TRAILER
075600         IF WS-SISBKP-1 NOT EQUAL '0'
075700             DISPLAY "ANONARQ: FALHA AO REGRAVAR O TRAILER DE "
075800                 "SISBKP - STATUS " WS-SISBKP-STATUS
075900             SET WS-FALHOU TO TRUE
076000         END-IF
076100     END-IF.
076200 4130-AJUSTAR-TRAILER-EXIT.
076300     EXIT.
076400*
076500*----------------------------------------------------------------
076600* 4200-MASCARAR-CTTBKP
076700*     MASCARA O VALOR DOS CONTATOS DOS CLIENTES NA COPIA DOS
076800*     CONTATOS (O TRAILER SOMA OS CODIGOS E NAO MUDA).
076900*----------------------------------------------------------------
077000 4200-MASCARAR-CTTBKP.
077100     OPEN I-O CTTBKP-FILE
077200     IF WS-CTTBKP-STATUS EQUAL "35"
077300         DISPLAY "ANONARQ: CTTBKP NAO INFORMADO NO STEP - "
077400             "IGNORADO"
077500         GO TO 4200-MASCARAR-CTTBKP-EXIT
077600     END-IF
077700     IF WS-CTTBKP-1 NOT EQUAL '0'
077800         DISPLAY "ANONARQ: CTTBKP NAO ABERTO - STATUS "
077900             WS-CTTBKP-STATUS
078000         SET WS-FALHOU TO TRUE
078100         GO TO 4200-MASCARAR-CTTBKP-EXIT
078200     END-IF
078300     PERFORM 5600-ZERAR-QUANTIDADES
078400         THRU 5600-ZERAR-QUANTIDADES-EXIT
078500     SET WS-NAO-FIM-ARQUIVO TO TRUE
078600     PERFORM 4210-LER-CTTBKP
078700         THRU 4210-LER-CTTBKP-EXIT
078800     PERFORM 4220-MASCARAR-CTTBKP-REG
078900         THRU 4220-MASCARAR-CTTBKP-REG-EXIT
079000         UNTIL WS-FIM-ARQUIVO
079100     CLOSE CTTBKP-FILE
079200     MOVE "CTTBKP " TO WS-PREFIXO
079300     PERFORM 5050-MONTAR-ROTULO
079400         THRU 5050-MONTAR-ROTULO-EXIT
079500     PERFORM 5000-REGISTRAR-ARQUIVO
079600         THRU 5000-REGISTRAR-ARQUIVO-EXIT.
079700 4200-MASCARAR-CTTBKP-EXIT.
079800     EXIT.
079900*
080000 4210-LER-CTTBKP.
080100     READ CTTBKP-FILE
080200         AT END
080300             SET WS-FIM-ARQUIVO TO TRUE
080400             GO TO 4210-LER-CTTBKP-EXIT
080500     END-READ
080600     IF WS-CTTBKP-1 NOT EQUAL '0'
080700         DISPLAY "ANONARQ: FALHA AO LER CTTBKP - STATUS "
080800             WS-CTTBKP-STATUS
080900         SET WS-FALHOU TO TRUE
081000         SET WS-FIM-ARQUIVO TO TRUE
081100     END-IF.
081200 4210-LER-CTTBKP-EXIT.
081300     EXIT.
081400*
081500 4220-MASCARAR-CTTBKP-REG.
081600     IF CTTBKP-TIPO NOT EQUAL 'D'
081700         GO TO 4220-MASCARAR-CTTBKP-REG-EXIT
081800     END-IF
081900     MOVE CTTBKP-DADOS TO WS-CONTATO
082000     MOVE WS-CTT-CODIGO TO WS-CODIGO-PROCURADO
082100     PERFORM 5100-PROCURAR-CLIENTE
082200         THRU 5100-PROCURAR-CLIENTE-EXIT
082300     IF WS-NAO-ACHOU
082400         GO TO 4220-MASCARAR-CTTBKP-REG-EXIT
082500     END-IF
082600     PERFORM 5400-MASCARAR-CONTATO
082700         THRU 5400-MASCARAR-CONTATO-EXIT
082800     MOVE WS-CONTATO TO CTTBKP-DADOS
082900     REWRITE CTTBKP-REGISTRO
083000     IF WS-CTTBKP-1 NOT EQUAL '0'
083100         DISPLAY "ANONARQ: FALHA AO REGRAVAR CTTBKP - STATUS "
083200             WS-CTTBKP-STATUS
083300         SET WS-FALHOU TO TRUE
083400         SET WS-FIM-ARQUIVO TO TRUE
083500         GO TO 4220-MASCARAR-CTTBKP-REG-EXIT
083600     END-IF
083700     ADD 1 TO WS-CLI-QUANTIDADE(WS-IND-ACHADO)
083800     ADD 1 TO WS-MASCARADOS.
083900 4220-MASCARAR-CTTBKP-REG-EXIT.
084000     PERFORM 4210-LER-CTTBKP
084100         THRU 4210-LER-CTTBKP-EXIT.
084200*
084300*----------------------------------------------------------------
084400* 4300-MASCARAR-AUDBKP
084500*     MASCARA OS EVENTOS DOS CLIENTES NA COPIA DA AUDITORIA (O
084600*     TRAILER SOMA OS CODIGOS E NAO MUDA).
084700*----------------------------------------------------------------
084800 4300-MASCARAR-AUDBKP.
084900     OPEN I-O AUDBKP-FILE
085000     IF WS-AUDBKP-STATUS EQUAL "35"
085100         DISPLAY "ANONARQ: AUDBKP NAO INFORMADO NO STEP - "
085200             "IGNORADO"
085300         GO TO 4300-MASCARAR-AUDBKP-EXIT
085400     END-IF
085500     IF WS-AUDBKP-1 NOT EQUAL '0'
085600         DISPLAY "ANONARQ: AUDBKP NAO ABERTO - STATUS "
085700             WS-AUDBKP-STATUS
085800         SET WS-FALHOU TO TRUE
085900         GO TO 4300-MASCARAR-AUDBKP-EXIT
086000     END-IF
086100     PERFORM 5600-ZERAR-QUANTIDADES
086200         THRU 5600-ZERAR-QUANTIDADES-EXIT
086300     SET WS-NAO-FIM-ARQUIVO TO TRUE
086400     PERFORM 4310-LER-AUDBKP
086500         THRU 4310-LER-AUDBKP-EXIT
086600     PERFORM 4320-MASCARAR-AUDBKP-REG
086700         THRU 4320-MASCARAR-AUDBKP-REG-EXIT
086800         UNTIL WS-FIM-ARQUIVO
086900     CLOSE AUDBKP-FILE
087000     MOVE "AUDBKP " TO WS-PREFIXO
087100     PERFORM 5050-MONTAR-ROTULO
087200         THRU 5050-MONTAR-ROTULO-EXIT
087300     PERFORM 5000-REGISTRAR-ARQUIVO
087400         THRU 5000-REGISTRAR-ARQUIVO-EXIT.
087500 4300-MASCARAR-AUDBKP-EXIT.
087600     EXIT.
087700*
087800 4310-LER-AUDBKP.
087900     READ AUDBKP-FILE
088000         AT END
088100             SET WS-FIM-ARQUIVO TO TRUE
088200             GO TO 4310-LER-AUDBKP-EXIT
088300     END-READ
088400     IF WS-AUDBKP-1 NOT EQUAL '0'
088500         DISPLAY "ANONARQ: FALHA AO LER AUDBKP - STATUS "
088600             WS-AUDBKP-STATUS
088700         SET WS-FALHOU TO TRUE
088800         SET WS-FIM-ARQUIVO TO TRUE
088900     END-IF.
089000 4310-LER-AUDBKP-EXIT.
089100     EXIT.
089200*
089300 4320-MASCARAR-AUDBKP-REG.
089400     IF AUDBKP-TIPO NOT EQUAL 'D'
089500         GO TO 4320-MASCARAR-AUDBKP-REG-EXIT
089600     END-IF
089700     MOVE AUDBKP-DADOS TO WS-EVENTO
089800     MOVE WS-MASCARADOS TO WS-MASCARADOS-ANTES
089900     PERFORM 2300-MASCARAR-EVENTO
090000         THRU 2300-MASCARAR-EVENTO-EXIT
090100     IF WS-MASCARADOS EQUAL WS-MASCARADOS-ANTES
090200         GO TO 4320-MASCARAR-AUDBKP-REG-EXIT
090300     END-IF
090400     MOVE WS-EVENTO TO AUDBKP-DADOS
090500     REWRITE AUDBKP-REGISTRO
090600     IF WS-AUDBKP-1 NOT EQUAL '0'
090700         DISPLAY "ANONARQ: FALHA AO REGRAVAR AUDBKP - STATUS "
090800             WS-AUDBKP-STATUS
090900         SET WS-FALHOU TO TRUE
091000         SET WS-FIM-ARQUIVO TO TRUE
091100     END-IF.
091200 4320-MASCARAR-AUDBKP-REG-EXIT.
091300     PERFORM 4310-LER-AUDBKP
091400         THRU 4310-LER-AUDBKP-EXIT.
091500*
091600*----------------------------------------------------------------
091700* 5000-REGISTRAR-ARQUIVO
091800*     ACRESCENTA AO ANO-FILE, PARA CADA CLIENTE ATENDIDO, O
091900*     ARQUIVO EM ANO-ARQUIVO E A QUANTIDADE MASCARADA NELE.
092000*----------------------------------------------------------------
092100 5000-REGISTRAR-ARQUIVO.
092200     PERFORM 5010-GRAVAR-CONTROLE
092300         THRU 5010-GRAVAR-CONTROLE-EXIT
092400         VARYING WS-IND FROM 1 BY 1
092500         UNTIL WS-IND IS GREATER THAN WS-QTD-CLIENTES
092600            OR WS-FALHOU.
092700 5000-REGISTRAR-ARQUIVO-EXIT.
092800     EXIT.
092900*
093000 5010-GRAVAR-CONTROLE.
093100     MOVE WS-CLI-PROTOCOLO(WS-IND)   TO ANO-PROTOCOLO
093200     MOVE WS-CLI-CODIGO(WS-IND)      TO ANO-CODIGO
093300     MOVE WS-CLI-DATA-PEDIDO(WS-IND) TO ANO-DATA-PEDIDO
093400     SET ANO-MASCARADO TO TRUE
093500     MOVE WS-CLI-QUANTIDADE(WS-IND)  TO ANO-QUANTIDADE
093600     MOVE SPACES                     TO ANO-MOTIVO
093700     WRITE ANO-DADOS
093800     IF WS-ANO-1 NOT EQUAL '0'
093900         DISPLAY "ANONARQ: FALHA AO GRAVAR O CONTROLE DA "
094000             "ANONIMIZACAO - STATUS " WS-ANO-STATUS
094100         SET WS-FALHOU TO TRUE
094200     END-IF.
094300 5010-GRAVAR-CONTROLE-EXIT.
094400     EXIT.
094500*
094600*----------------------------------------------------------------
094700* 5050-MONTAR-ROTULO
094800*     MONTA EM ANO-ARQUIVO O NOME DA COPIA (WS-PREFIXO) SEGUIDO
094900*     DO ROTULO DO CARTAO (A GERACAO TRATADA NO STEP).
095000*----------------------------------------------------------------
095100 5050-MONTAR-ROTULO.
095200     MOVE SPACES TO ANO-ARQUIVO
095300     STRING WS-PREFIXO DELIMITED BY SIZE
095400         WS-ROTULO DELIMITED BY SIZE
095500         INTO ANO-ARQUIVO.
095600 5050-MONTAR-ROTULO-EXIT.
095700     EXIT.
095800*
095900*----------------------------------------------------------------
096000* 5100-PROCURAR-CLIENTE
096100*     PROCURA WS-CODIGO-PROCURADO NA TABELA DE CLIENTES
096200*     ATENDIDOS; DEVOLVE WS-ACHOU E A POSICAO EM WS-IND-ACHADO.
096300*----------------------------------------------------------------
096400 5100-PROCURAR-CLIENTE.
096500     SET WS-NAO-ACHOU TO TRUE
096600     IF WS-QTD-CLIENTES EQUAL ZEROS
096700        OR WS-CODIGO-PROCURADO IS NOT NUMERIC
096800        OR WS-CODIGO-PROCURADO IS LESS THAN WS-MENOR-CODIGO
096900        OR WS-CODIGO-PROCURADO IS GREATER THAN WS-MAIOR-CODIGO
097000         GO TO 5100-PROCURAR-CLIENTE-EXIT
097100     END-IF
097200     PERFORM 5110-COMPARAR-CODIGO
097300         THRU 5110-COMPARAR-CODIGO-EXIT
097400         VARYING WS-IND FROM 1 BY 1
097500         UNTIL WS-IND IS GREATER THAN WS-QTD-CLIENTES
097600            OR WS-ACHOU.
097700 5100-PROCURAR-CLIENTE-EXIT.
097800     EXIT.
097900*
098000 5110-COMPARAR-CODIGO.
098100     IF WS-CLI-CODIGO(WS-IND) EQUAL WS-CODIGO-PROCURADO
098200         SET WS-ACHOU TO TRUE
098300         MOVE WS-IND TO WS-IND-ACHADO
098400     END-IF.
098500 5110-COMPARAR-CODIGO-EXIT.
098600     EXIT.
098700*
098800*----------------------------------------------------------------
098900* 5200-CONFERIR-COPIA
099000*     NOS TIPOS 'A' E 'H' A QUANTIDADE GRAVADA TEM DE SER IGUAL A
099100*     LIDA - SENAO O ARQUIVO NOVO NAO PODE SUBSTITUIR O ANTIGO.
099200*----------------------------------------------------------------
099300 5200-CONFERIR-COPIA.
099400     IF WS-GRAVADOS NOT EQUAL WS-LIDOS
099500         DISPLAY "ANONARQ: QUANTIDADE GRAVADA (" WS-GRAVADOS
099600             ") DIFERENTE DA LIDA (" WS-LIDOS ")"
099700         SET WS-FALHOU TO TRUE
099800     END-IF.
099900 5200-CONFERIR-COPIA-EXIT.
100000     EXIT.
100100*
100200*----------------------------------------------------------------
100300* 5300-MASCARAR-IMAGEM
100400*     MASCARA NOME, ENDERECO, CEP E DOCUMENTO DA IMAGEM EM
100500*     WS-IMAGEM (IMAGEM EM BRANCO NAO E ALTERADA).
100600*----------------------------------------------------------------
100700 5300-MASCARAR-IMAGEM.
100800     IF WS-IMAGEM EQUAL SPACES
100900         GO TO 5300-MASCARAR-IMAGEM-EXIT
101000     END-IF
101100     MOVE WS-MARCA-ANONIMIZADO TO WS-IMG-NOME
101200     MOVE SPACES               TO WS-IMG-LOGRADOURO
101300                                  WS-IMG-NUMERO
101400                                  WS-IMG-COMPLEMENTO
101500                                  WS-IMG-BAIRRO
101600     MOVE ZEROS                TO WS-IMG-CEP
101700                                  WS-IMG-DOCUMENTO.
101800 5300-MASCARAR-IMAGEM-EXIT.
101900     EXIT.
102000*
102100*----------------------------------------------------------------
102200* 5400-MASCARAR-CONTATO
102300*     MASCARA O VALOR DO CONTATO EM WS-CONTATO (IMAGEM EM BRANCO
102400*     NAO E ALTERADA).
102500*----------------------------------------------------------------
102600 5400-MASCARAR-CONTATO.
102700     IF WS-CONTATO NOT EQUAL SPACES
102800         MOVE WS-MARCA-ANONIMIZADO TO WS-CTT-VALOR
102900     END-IF.
103000 5400-MASCARAR-CONTATO-EXIT.
103100     EXIT.
103200*
103300*----------------------------------------------------------------
103400* 5500-MASCARAR-CLIENTE
103500*     MASCARA O REGISTRO DE CLIENTE EM WS-IMAGEM SE O CLIENTE FOI
103600*     ATENDIDO, ACUMULANDO O DOCUMENTO ABATIDO E A QUANTIDADE.
103700*----------------------------------------------------------------
103800 5500-MASCARAR-CLIENTE.
103900     SET WS-NAO-MASCAROU TO TRUE
104000     MOVE WS-IMG-CODIGO TO WS-CODIGO-PROCURADO
104100     PERFORM 5100-PROCURAR-CLIENTE
104200         THRU 5100-PROCURAR-CLIENTE-EXIT
104300     IF WS-NAO-ACHOU
104400         GO TO 5500-MASCARAR-CLIENTE-EXIT
104500     END-IF
104600     IF WS-IMG-DOCUMENTO IS NUMERIC
104700         ADD WS-IMG-DOCUMENTO TO WS-HASH-ABATIDO
104800     END-IF
104900     PERFORM 5300-MASCARAR-IMAGEM
105000         THRU 5300-MASCARAR-IMAGEM-EXIT
105100     SET WS-MASCAROU TO TRUE
105200     ADD 1 TO WS-CLI-QUANTIDADE(WS-IND-ACHADO)
105300     ADD 1 TO WS-MASCARADOS.
105400 5500-MASCARAR-CLIENTE-EXIT.
105500     EXIT.
105600*
105700*----------------------------------------------------------------
105800* 5600-ZERAR-QUANTIDADES
105900*     ZERA A QUANTIDADE MASCARADA DE CADA CLIENTE ANTES DE CADA
106000*     ARQUIVO DA COPIA.
106100*----------------------------------------------------------------
106200 5600-ZERAR-QUANTIDADES.
106300     PERFORM 5610-ZERAR-CLIENTE
106400         THRU 5610-ZERAR-CLIENTE-EXIT
106500         VARYING WS-IND FROM 1 BY 1
106600         UNTIL WS-IND IS GREATER THAN WS-QTD-CLIENTES.
106700 5600-ZERAR-QUANTIDADES-EXIT.
106800     EXIT.
106900*
107000 5610-ZERAR-CLIENTE.
107100     MOVE ZEROS TO WS-CLI-QUANTIDADE(WS-IND).
107200 5610-ZERAR-CLIENTE-EXIT.
107300     EXIT.
107400*
107500*----------------------------------------------------------------
107600* 6000-FINALIZAR
107700*     FECHA O CONTROLE, EXIBE OS TOTAIS E DEVOLVE O CODIGO DE
107800*     RETORNO - ZERO NO TERMINO NORMAL, 8 EM QUALQUER FALHA.
107900*----------------------------------------------------------------
108000 6000-FINALIZAR.
108100     IF WS-CONTROLE-ABERTO
108200         CLOSE ANO-FILE
108300     END-IF
108400     DISPLAY "ANONARQ: ARQUIVO.............: " PRM-TIPO " "
108500         WS-ROTULO
108600     DISPLAY "ANONARQ: CLIENTES ATENDIDOS..: " WS-QTD-CLIENTES
108700     IF NOT PRM-COPIA
108800         DISPLAY "ANONARQ: REGISTROS LIDOS.....: " WS-LIDOS
108900         DISPLAY "ANONARQ: REGISTROS GRAVADOS..: " WS-GRAVADOS
109000     END-IF
109100     DISPLAY "ANONARQ: REGISTROS MASCARADOS: " WS-MASCARADOS
109200     IF WS-FALHOU
109300         DISPLAY "ANONARQ: TERMINO COM FALHA - RC=8"
109400         MOVE 8 TO RETURN-CODE
109500     END-IF.
109600 6000-FINALIZAR-EXIT.
109700     EXIT.
109800*
109900 END PROGRAM ANONARQ.
