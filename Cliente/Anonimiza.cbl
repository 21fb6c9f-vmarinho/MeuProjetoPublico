000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ANONIMIZ.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - ANONIMIZACAO DE DADOS
001200*                     PESSOAIS DE CLIENTES A PEDIDO DO TITULAR
001300*                     (LGPD), COM LISTA DE RETENCAO LEGAL E
001400*                     REGISTRO DO QUE FOI MASCARADO PARA O
001500*                     CERTIFICADO DO ENCARREGADO (CERTANON).
001600*----------------------------------------------------------------
001700*
001800*----------------------------------------------------------------
001900* PROPOSITO.
002000*     LER O ARQUIVO DE PEDIDOS DE ANONIMIZACAO (PEDLGPD) - CADA
002100*     PEDIDO IDENTIFICA O CLIENTE PELO CODIGO OU PELO DOCUMENTO,
002200*     COM O NUMERO DO PROTOCOLO E A DATA DO PEDIDO - E, PARA CADA
002300*     CLIENTE ATENDIDO:
002400*         - MASCARAR EM SIS-FILE O NOME, O ENDERECO (LOGRADOURO,
002500*           NUMERO, COMPLEMENTO, BAIRRO E CEP) E O DOCUMENTO,
002600*           MANTENDO O CODIGO, AS DATAS, A SITUACAO, O TIPO DE
002700*           DOCUMENTO, A CIDADE, A UF E O SEXO (DADOS USADOS NAS
002800*           CONTAGENS E ESTATISTICAS, QUE NAO IDENTIFICAM O
002900*           TITULAR);
003000*         - MASCARAR O VALOR DE CADA CONTATO EM CTT-FILE;
003100*         - ABATER O DOCUMENTO MASCARADO DO TOTAL DE CONFERENCIA
003200*           DO SALDO DE CONCILIA (SALDO-FILE), PARA QUE A
003300*           CONCILIACAO SEGUINTE CONTINUE BALANCEANDO;
003400*         - GRAVAR NA AUDITORIA O EVENTO DE ANONIMIZACAO
003500*           (OPERACAO 'L'), COM O PROTOCOLO E A DATA DO PEDIDO NA
003600*           IMAGEM ANTES E A IMAGEM MASCARADA NA IMAGEM DEPOIS - O
003700*           EVENTO SEGUE PARA FATURAMENTO E CRM NO PROXIMO
003800*           EXTRDELT E E IGNORADO PELA CONCILIACAO.
003900*     CADA PEDIDO, ATENDIDO OU RECUSADO, E REGISTRADO NO ARQUIVO
004000*     DE CONTROLE DA ANONIMIZACAO (ANO-FILE), COM OS ARQUIVOS E
004100*     A QUANTIDADE DE REGISTROS MASCARADOS. OS STEPS SEGUINTES
004200*     DO JOB (ANONARQ) LEEM DESTE ARQUIVO OS CLIENTES ATENDIDOS,
004300*     MASCARAM AS IMAGENS NA AUDITORIA, NO HISTORICO DE
004400*     AUDITORIA, NO HISTORICO DE EXPURGO E NAS COPIAS DE
004500*     SEGURANCA, E ACRESCENTAM O QUE MASCARARAM; O ULTIMO STEP
004600*     (CERTANON) IMPRIME O CERTIFICADO POR PROTOCOLO.
004700*
004800*     UM PEDIDO E RECUSADO QUANDO NAO TRAZ PROTOCOLO, NEM CODIGO
004900*     OU DOCUMENTO VALIDOS; QUANDO O DOCUMENTO NAO ESTA NO
005000*     CADASTRO (CLIENTE JA EXPURGADO DEVE SER PEDIDO PELO
005100*     CODIGO); QUANDO O CLIENTE CONSTA DA LISTA DE RETENCAO
005200*     LEGAL (RETLGPD); QUANDO O CLIENTE ESTA ATIVO; QUANDO O
005300*     CODIGO SE REPETE NO ARQUIVO DE PEDIDOS; OU QUANDO O CLIENTE
005400*     TEM EVENTO DE AUDITORIA POSTERIOR AO SALDO DA ULTIMA
005500*     CONCILIACAO (A CONCILIACAO AINDA PRECISA DAS IMAGENS
005600*     ORIGINAIS DESSES EVENTOS - O PEDIDO DEVE SER REAPRESENTADO
005700*     APOS A PROXIMA CONCILIACAO COM RC=0). O PEDIDO PELO
005800*     DOCUMENTO ALCANCA TODOS OS CODIGOS CADASTRADOS COM ELE.
005900*     CODIGO QUE NAO ESTA EM SIS-FILE (CLIENTE JA EXPURGADO) E
006000*     ATENDIDO: SO AS IMAGENS NOS ARQUIVOS DE HISTORICO E DE
006100*     COPIA SAO MASCARADAS.
006200*
006300*     O JOB SO INICIA COM O SISTEMA FECHADO ('F' EM SIT-FILE) E
006400*     DEVE RODAR DEPOIS DE UMA CONCILIACAO COM RC=0. REEXECUTAR
006500*     APOS UMA QUEDA E SEGURO: O MASCARAMENTO E REPETIVEL E O
006600*     DOCUMENTO JA MASCARADO NAO E ABATIDO DE NOVO DO SALDO.
006700*     TERMINA COM CODIGO DE RETORNO 8 EM QUALQUER FALHA DE
006800*     ABERTURA OU GRAVACAO.
006900*
007000*     LAYOUT DO ARQUIVO DE PEDIDOS (COLUNAS FIXAS):
007100*         01-07  CODIGO DO CLIENTE (ZEROS QUANDO PELO DOCUMENTO)
007200*         08-21  DOCUMENTO (CPF/CNPJ) DO TITULAR
007300*         22-41  NUMERO DO PROTOCOLO DO PEDIDO
007400*         42-49  DATA DO PEDIDO AAAAMMDD
007500*
007600*     LAYOUT DA LISTA DE RETENCAO LEGAL (COLUNAS FIXAS):
007700*         01-07  CODIGO DO CLIENTE
007800*         08-27  NUMERO DO PROCESSO QUE EXIGE A RETENCAO
007900*----------------------------------------------------------------
008000*
008100 ENVIRONMENT DIVISION.
008200 CONFIGURATION SECTION.
008300 SOURCE-COMPUTER.   IBM-370.
008400 OBJECT-COMPUTER.   IBM-370.
008500*
008600 INPUT-OUTPUT SECTION.
008700 FILE-CONTROL.
008800     COPY "sel-sisfile.cpy".
008900     COPY "sel-contfile.cpy".
009000     COPY "sel-auditfile.cpy".
009100     COPY "sel-sitfile.cpy".
009200     COPY "sel-anoreg.cpy".
009300
009400     SELECT PEDIDO-FILE ASSIGN TO "PEDLGPD"
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-PEDIDO-STATUS.
009700
009800     SELECT RETENCAO-FILE ASSIGN TO "RETLGPD"
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-RETENCAO-STATUS.
010100
010200     SELECT SALDO-FILE ASSIGN TO "SALDO"
010300         ORGANIZATION IS SEQUENTIAL
010400         FILE STATUS IS WS-SALDO-STATUS.
010500*
010600 DATA DIVISION.
010700 FILE SECTION.
010800     COPY "fd-sisfile.cpy".
010900     COPY "fd-contfile.cpy".
011000     COPY "fd-auditfile.cpy".
011100     COPY "fd-sitfile.cpy".
011200     COPY "fd-anoreg.cpy".
011300*
011400 FD  PEDIDO-FILE
011500     LABEL RECORD STANDARD.
011600 01  PEDIDO-REGISTRO.
011700     05  PED-CODIGO              PIC 9(07).
011800     05  PED-DOCUMENTO           PIC 9(14).
011900     05  PED-PROTOCOLO           PIC X(20).
012000     05  PED-DATA-PEDIDO         PIC 9(08).
012100*
012200 FD  RETENCAO-FILE
012300     LABEL RECORD STANDARD.
012400 01  RETENCAO-REGISTRO.
012500     05  RET-CODIGO              PIC 9(07).
012600     05  RET-PROCESSO            PIC X(20).
012700*
012800 FD  SALDO-FILE
012900     LABEL RECORD STANDARD.
013000 01  SALDO-REGISTRO.
013100     05  SAL-DATA-HORA           PIC 9(16).
013200     05  SAL-ATIVOS              PIC 9(09).
013300     05  SAL-INATIVOS            PIC 9(09).
013400     05  SAL-HASH                PIC 9(18).
013500*
013600 WORKING-STORAGE SECTION.
013700*----------------------------------------------------------------
013800* CONTADORES E INDICADORES
013900*----------------------------------------------------------------
014000 77  WS-TOTAL-PEDIDOS        PIC 9(07) COMP VALUE ZEROS.
014100 77  WS-TOTAL-ATENDIDO       PIC 9(07) COMP VALUE ZEROS.
014200 77  WS-TOTAL-RECUSADO       PIC 9(07) COMP VALUE ZEROS.
014300 77  WS-TOTAL-CONTATOS       PIC 9(07) COMP VALUE ZEROS.
014400 77  WS-QTD-CONTATOS-CLI     PIC 9(07) COMP VALUE ZEROS.
014500 77  WS-QTD-CADASTRO-CLI     PIC 9(07) COMP VALUE ZEROS.
014600 77  WS-QTD-PEDIDOS          PIC 9(04) COMP VALUE ZEROS.
014700 77  WS-QTD-RETENCAO         PIC 9(04) COMP VALUE ZEROS.
014800 77  WS-IND                  PIC 9(04) COMP VALUE ZEROS.
014900 77  WS-IND-BUSCA            PIC 9(04) COMP VALUE ZEROS.
015000 77  WS-IND-ACHADO           PIC 9(04) COMP VALUE ZEROS.
015100 77  WS-MAX-PEDIDOS          PIC 9(04) COMP VALUE 500.
015200 77  WS-MAX-RETENCAO         PIC 9(04) COMP VALUE 500.
015300 77  WS-CODIGO-PROCURADO     PIC 9(07) VALUE ZEROS.
015400 77  WS-DOC-MASCARADO        PIC 9(14) VALUE ZEROS.
015500 77  WS-HASH-ABATIDO         PIC 9(18) VALUE ZEROS.
015600 77  WS-SALDO-DATA-HORA      PIC 9(16) VALUE ZEROS.
015700 77  WS-REJ-MOTIVO           PIC X(40) VALUE SPACES.
015800*
015900*----------------------------------------------------------------
016000* OPERADOR GRAVADO NOS EVENTOS DE AUDITORIA DO JOB E VALOR QUE
016100* SUBSTITUI O NOME E OS CONTATOS MASCARADOS
016200*----------------------------------------------------------------
016300 77  WS-OPERADOR-LOTE        PIC X(08) VALUE "ANONIMIZ".
016400 77  WS-MARCA-ANONIMIZADO    PIC X(30)
016500                             VALUE "*** ANONIMIZADO - LGPD ***".
016600*
016700 01  WS-SWITCHES.
016800     03  WS-SW-FIM-PEDIDOS   PIC X(01) VALUE 'N'.
016900         88  WS-FIM-PEDIDOS          VALUE 'S'.
017000         88  WS-NAO-FIM-PEDIDOS      VALUE 'N'.
017100     03  WS-SW-FIM-RETENCAO  PIC X(01) VALUE 'N'.
017200         88  WS-FIM-RETENCAO         VALUE 'S'.
017300         88  WS-NAO-FIM-RETENCAO     VALUE 'N'.
017400     03  WS-SW-FIM-AUDITORIA PIC X(01) VALUE 'N'.
017500         88  WS-FIM-AUDITORIA        VALUE 'S'.
017600         88  WS-NAO-FIM-AUDITORIA    VALUE 'N'.
017700     03  WS-SW-FIM-CONTATO   PIC X(01) VALUE 'N'.
017800         88  WS-FIM-CONTATO          VALUE 'S'.
017900         88  WS-NAO-FIM-CONTATO      VALUE 'N'.
018000     03  WS-SW-FIM-DOCUMENTO PIC X(01) VALUE 'N'.
018100         88  WS-FIM-DOCUMENTO        VALUE 'S'.
018200         88  WS-NAO-FIM-DOCUMENTO    VALUE 'N'.
018300     03  WS-SW-FALHA         PIC X(01) VALUE 'N'.
018400         88  WS-FALHOU               VALUE 'S'.
018500         88  WS-SEM-FALHA            VALUE 'N'.
018600     03  WS-SW-SALDO         PIC X(01) VALUE 'N'.
018700         88  WS-SALDO-EXISTE         VALUE 'S'.
018800         88  WS-SALDO-NAO-EXISTE     VALUE 'N'.
018900     03  WS-SW-ACHOU         PIC X(01) VALUE 'N'.
019000         88  WS-ACHOU                VALUE 'S'.
019100         88  WS-NAO-ACHOU            VALUE 'N'.
019200     03  WS-SW-CADASTRO      PIC X(01) VALUE 'N'.
019300         88  WS-NO-CADASTRO          VALUE 'S'.
019400         88  WS-FORA-DO-CADASTRO     VALUE 'N'.
019500*
019600 01  WS-FILE-STATUS.
019700     03  WS-FILE-1           PIC X(01).
019800     03  WS-FILE-2           PIC X(01) USAGE DISPLAY.
019900*
020000 01  WS-CTT-STATUS.
020100     03  WS-CTT-1            PIC X(01).
020200     03  WS-CTT-2            PIC X(01) USAGE DISPLAY.
020300*
020400 01  WS-AUD-STATUS.
020500     03  WS-AUD-1            PIC X(01).
020600     03  WS-AUD-2            PIC X(01) USAGE DISPLAY.
020700*
020800 01  WS-SIT-STATUS.
020900     03  WS-SIT-1            PIC X(01).
021000     03  WS-SIT-2            PIC X(01) USAGE DISPLAY.
021100*
021200 01  WS-ANO-STATUS.
021300     03  WS-ANO-1            PIC X(01).
021400     03  WS-ANO-2            PIC X(01) USAGE DISPLAY.
021500*
021600 01  WS-PEDIDO-STATUS.
021700     03  WS-PEDIDO-1         PIC X(01).
021800     03  WS-PEDIDO-2         PIC X(01) USAGE DISPLAY.
021900*
022000 01  WS-RETENCAO-STATUS.
022100     03  WS-RETENCAO-1       PIC X(01).
022200     03  WS-RETENCAO-2       PIC X(01) USAGE DISPLAY.
022300*
022400 01  WS-SALDO-STATUS.
022500     03  WS-SALDO-1          PIC X(01).
022600     03  WS-SALDO-2          PIC X(01) USAGE DISPLAY.
022700*
022800 01  WS-AUD-TIMESTAMP.
022900     03  WS-AUD-DATA         PIC 9(08).
023000     03  WS-AUD-HORAS        PIC 9(08).
023100*
023200*----------------------------------------------------------------
023300* TABELA DOS CLIENTES PEDIDOS (UMA LINHA POR CODIGO; O PEDIDO
023400* PELO DOCUMENTO GERA UMA LINHA POR CODIGO CADASTRADO COM ELE)
023500*----------------------------------------------------------------
023600 01  WS-TABELA-PEDIDOS.
023700     03  WS-PED-ITEM         OCCURS 500 TIMES.
023800         05  WS-PED-CODIGO       PIC 9(07).
023900         05  WS-PED-PROTOCOLO    PIC X(20).
024000         05  WS-PED-DATA         PIC 9(08).
024100         05  WS-PED-SITUACAO     PIC X(01).
024200             88  WS-PED-ATENDIDO         VALUE 'A'.
024300             88  WS-PED-RECUSADO         VALUE 'R'.
024400         05  WS-PED-MOTIVO       PIC X(40).
024500*
024600*----------------------------------------------------------------
024700* TABELA DA LISTA DE RETENCAO LEGAL
024800*----------------------------------------------------------------
024900 01  WS-TABELA-RETENCAO.
025000     03  WS-RET-ITEM         OCCURS 500 TIMES.
025100         05  WS-RET-CODIGO       PIC 9(07).
025200         05  WS-RET-PROCESSO     PIC X(20).
025300*
025400*----------------------------------------------------------------
025500* EVENTO DE ANONIMIZACAO - IMAGEM ANTES COM O PEDIDO ATENDIDO
025600*----------------------------------------------------------------
025700 01  WS-ANONIMIZACAO-ANTES.
025800     03  WS-ANA-PROTOCOLO    PIC X(20).
025900     03  WS-ANA-DATA-PEDIDO  PIC 9(08).
026000     03  FILLER              PIC X(151) VALUE SPACES.
026100*
026200 PROCEDURE DIVISION.
026300*----------------------------------------------------------------
026400* 0000-MAINLINE
026500*     PARAGRAFO PRINCIPAL DO PROGRAMA.
026600*----------------------------------------------------------------
026700 0000-MAINLINE.
026800     PERFORM 1000-INICIALIZAR
026900         THRU 1000-INICIALIZAR-EXIT
027000     PERFORM 2000-VALIDAR-CLIENTE
027100         THRU 2000-VALIDAR-CLIENTE-EXIT
027200         VARYING WS-IND FROM 1 BY 1
027300         UNTIL WS-IND IS GREATER THAN WS-QTD-PEDIDOS
027400            OR WS-FALHOU
027500     PERFORM 3000-VARRER-AUDITORIA
027600         THRU 3000-VARRER-AUDITORIA-EXIT
027700     PERFORM 4000-ANONIMIZAR-CLIENTE
027800         THRU 4000-ANONIMIZAR-CLIENTE-EXIT
027900         VARYING WS-IND FROM 1 BY 1
028000         UNTIL WS-IND IS GREATER THAN WS-QTD-PEDIDOS
028100            OR WS-FALHOU
028200     PERFORM 5000-FINALIZAR
028300         THRU 5000-FINALIZAR-EXIT
028400     STOP RUN.
028500*
028600*----------------------------------------------------------------
028700* 1000-INICIALIZAR
028800*     CONFERE A JANELA DE LOTE, LE O SALDO DA CONCILIACAO, ABRE
028900*     OS ARQUIVOS E CARREGA AS TABELAS DE RETENCAO E DE PEDIDOS.
029000*----------------------------------------------------------------
029100 1000-INICIALIZAR.
029200     PERFORM 1010-CONFERIR-JANELA
029300         THRU 1010-CONFERIR-JANELA-EXIT
029400     SET WS-SALDO-NAO-EXISTE TO TRUE
029500     OPEN INPUT SALDO-FILE
029600     IF WS-SALDO-1 EQUAL '0'
029700         READ SALDO-FILE
029800             AT END
029900                 CONTINUE
030000             NOT AT END
030100                 SET WS-SALDO-EXISTE TO TRUE
030200                 MOVE SAL-DATA-HORA TO WS-SALDO-DATA-HORA
030300         END-READ
030400         CLOSE SALDO-FILE
030500     END-IF
030600     IF WS-SALDO-NAO-EXISTE
030700         DISPLAY "ANONIMIZ: SALDO DA CONCILIACAO NAO ENCONTRADO"
030800             " - NENHUM AJUSTE DE SALDO SERA FEITO"
030900     END-IF
031000     OPEN OUTPUT ANO-FILE
031100     IF WS-ANO-1 NOT EQUAL '0'
031200         DISPLAY "ANONIMIZ: CONTROLE DA ANONIMIZACAO NAO ABERTO"
031300             " - STATUS " WS-ANO-STATUS
031400         SET WS-FALHOU TO TRUE
031500         GO TO 1000-INICIALIZAR-EXIT
031600     END-IF
031700     OPEN I-O SIS-FILE
031800     IF WS-FILE-1 NOT EQUAL '0'
031900         DISPLAY "ANONIMIZ: SIS-FILE NAO ABERTO - STATUS "
032000             WS-FILE-STATUS
032100         SET WS-FALHOU TO TRUE
032200         GO TO 1000-INICIALIZAR-EXIT
032300     END-IF
032400     OPEN I-O CTT-FILE
032500     IF WS-CTT-1 NOT EQUAL '0'
032600         DISPLAY "ANONIMIZ: CTT-FILE NAO ABERTO - STATUS "
032700             WS-CTT-STATUS
032800         SET WS-FALHOU TO TRUE
032900         GO TO 1000-INICIALIZAR-EXIT
033000     END-IF
033100     PERFORM 1100-CARREGAR-RETENCAO
033200         THRU 1100-CARREGAR-RETENCAO-EXIT
033300     PERFORM 1200-CARREGAR-PEDIDOS
033400         THRU 1200-CARREGAR-PEDIDOS-EXIT.
033500 1000-INICIALIZAR-EXIT.
033600     EXIT.
033700*
033800*----------------------------------------------------------------
033900* 1010-CONFERIR-JANELA
034000*     SO DEIXA O JOB PROSSEGUIR COM O SISTEMA FECHADO ('F' EM
034100*     SIT-FILE). SEM SIT-FILE (AMBIENTE AINDA SEM JANELA), SEGUE.
034200*----------------------------------------------------------------
034300 1010-CONFERIR-JANELA.
034400     OPEN INPUT SIT-FILE
034500     IF WS-SIT-1 EQUAL '3'
034600         GO TO 1010-CONFERIR-JANELA-EXIT
034700     END-IF
034800     IF WS-SIT-1 NOT EQUAL '0'
034900         DISPLAY "ANONIMIZ: SITUACAO DO SISTEMA NAO ABERTA - "
035000             "STATUS " WS-SIT-STATUS
035100             " - JOB NAO INICIADO - RC=8"
035200         MOVE 8 TO RETURN-CODE
035300         STOP RUN
035400     END-IF
035500     READ SIT-FILE
035600         AT END
035700             CONTINUE
035800     END-READ
035900     IF WS-SIT-1 NOT EQUAL '0'
036000         CLOSE SIT-FILE
036100         DISPLAY "ANONIMIZ: SITUACAO DO SISTEMA ILEGIVEL - "
036200             "STATUS " WS-SIT-STATUS
036300             " - JOB NAO INICIADO - RC=8"
036400         MOVE 8 TO RETURN-CODE
036500         STOP RUN
036600     END-IF
036700     IF NOT SIT-FECHADO
036800         CLOSE SIT-FILE
036900         DISPLAY "ANONIMIZ: SISTEMA ABERTO (FORA DA JANELA DE "
037000             "LOTE) - JOB NAO INICIADO - RC=8"
037100         MOVE 8 TO RETURN-CODE
037200         STOP RUN
037300     END-IF
037400     CLOSE SIT-FILE.
037500 1010-CONFERIR-JANELA-EXIT.
037600     EXIT.
037700*
037800*----------------------------------------------------------------
037900* 1100-CARREGAR-RETENCAO
038000*     CARREGA EM TABELA A LISTA DE RETENCAO LEGAL. SEM A LISTA O
038100*     JOB NAO PROSSEGUE - NENHUM CLIENTE PODE SER ANONIMIZADO SEM
038200*     A CONFERENCIA DA RETENCAO.
038300*----------------------------------------------------------------
038400 1100-CARREGAR-RETENCAO.
038500     OPEN INPUT RETENCAO-FILE
038600     IF WS-RETENCAO-1 NOT EQUAL '0'
038700         DISPLAY "ANONIMIZ: LISTA DE RETENCAO LEGAL NAO ABERTA - "
038800             "STATUS " WS-RETENCAO-STATUS
038900         SET WS-FALHOU TO TRUE
039000         GO TO 1100-CARREGAR-RETENCAO-EXIT
039100     END-IF
039200     PERFORM 1110-LER-RETENCAO
039300         THRU 1110-LER-RETENCAO-EXIT
039400     PERFORM 1120-GUARDAR-RETENCAO
039500         THRU 1120-GUARDAR-RETENCAO-EXIT
039600         UNTIL WS-FIM-RETENCAO
039700     CLOSE RETENCAO-FILE.
039800 1100-CARREGAR-RETENCAO-EXIT.
039900     EXIT.
040000*
040100 1110-LER-RETENCAO.
040200     READ RETENCAO-FILE
040300         AT END
040400             SET WS-FIM-RETENCAO TO TRUE
040500     END-READ
040600     IF WS-RETENCAO-1 NOT EQUAL '0'
040700         SET WS-FIM-RETENCAO TO TRUE
040800     END-IF.
040900 1110-LER-RETENCAO-EXIT.
041000     EXIT.
041100*
041200 1120-GUARDAR-RETENCAO.
041300     IF WS-QTD-RETENCAO EQUAL WS-MAX-RETENCAO
041400         DISPLAY "ANONIMIZ: LISTA DE RETENCAO LEGAL EXCEDE "
041500             WS-MAX-RETENCAO " CLIENTES - AMPLIAR A TABELA"
041600         SET WS-FALHOU TO TRUE
041700         SET WS-FIM-RETENCAO TO TRUE
041800         GO TO 1120-GUARDAR-RETENCAO-EXIT
041900     END-IF
042000     IF RET-CODIGO IS NUMERIC
042100        AND RET-CODIGO IS GREATER THAN ZEROS
042200         ADD 1 TO WS-QTD-RETENCAO
042300         MOVE RET-CODIGO   TO WS-RET-CODIGO(WS-QTD-RETENCAO)
042400         MOVE RET-PROCESSO TO WS-RET-PROCESSO(WS-QTD-RETENCAO)
042500     END-IF
042600     PERFORM 1110-LER-RETENCAO
042700         THRU 1110-LER-RETENCAO-EXIT.
042800 1120-GUARDAR-RETENCAO-EXIT.
042900     EXIT.
043000*
043100*----------------------------------------------------------------
043200* 1200-CARREGAR-PEDIDOS
043300*     LE O ARQUIVO DE PEDIDOS E MONTA A TABELA DE CLIENTES, JA
043400*     RECUSANDO OS PEDIDOS SEM IDENTIFICACAO VALIDA.
043500*----------------------------------------------------------------
043600 1200-CARREGAR-PEDIDOS.
043700     IF WS-FALHOU
043800         GO TO 1200-CARREGAR-PEDIDOS-EXIT
043900     END-IF
044000     OPEN INPUT PEDIDO-FILE
044100     IF WS-PEDIDO-1 NOT EQUAL '0'
044200         DISPLAY "ANONIMIZ: ARQUIVO DE PEDIDOS NAO ABERTO - "
044300             "STATUS " WS-PEDIDO-STATUS
044400         SET WS-FALHOU TO TRUE
044500         GO TO 1200-CARREGAR-PEDIDOS-EXIT
044600     END-IF
044700     PERFORM 1210-LER-PEDIDO
044800         THRU 1210-LER-PEDIDO-EXIT
044900     PERFORM 1220-REGISTRAR-PEDIDO
045000         THRU 1220-REGISTRAR-PEDIDO-EXIT
045100         UNTIL WS-FIM-PEDIDOS
045200     CLOSE PEDIDO-FILE.
045300 1200-CARREGAR-PEDIDOS-EXIT.
045400     EXIT.
045500*
045600 1210-LER-PEDIDO.
045700     READ PEDIDO-FILE
045800         AT END
045900             SET WS-FIM-PEDIDOS TO TRUE
046000     END-READ
046100     IF WS-PEDIDO-1 NOT EQUAL '0'
046200         SET WS-FIM-PEDIDOS TO TRUE
046300     END-IF.
046400 1210-LER-PEDIDO-EXIT.
046500     EXIT.
046600*
046700 1220-REGISTRAR-PEDIDO.
046800     ADD 1 TO WS-TOTAL-PEDIDOS
046900     MOVE SPACES TO WS-REJ-MOTIVO
047000     IF PED-DATA-PEDIDO IS NOT NUMERIC
047100         MOVE ZEROS TO PED-DATA-PEDIDO
047200     END-IF
047300     IF PED-PROTOCOLO EQUAL SPACES
047400         MOVE "PEDIDO SEM NUMERO DE PROTOCOLO" TO WS-REJ-MOTIVO
047500     END-IF
047600     IF PED-CODIGO IS NUMERIC
047700        AND PED-CODIGO IS GREATER THAN ZEROS
047800         MOVE PED-CODIGO TO WS-CODIGO-PROCURADO
047900         PERFORM 1230-INCLUIR-CLIENTE
048000             THRU 1230-INCLUIR-CLIENTE-EXIT
048100         GO TO 1220-REGISTRAR-PEDIDO-EXIT
048200     END-IF
048300     IF PED-DOCUMENTO IS NUMERIC
048400        AND PED-DOCUMENTO IS GREATER THAN ZEROS
048500        AND WS-REJ-MOTIVO EQUAL SPACES
048600         PERFORM 1240-LOCALIZAR-DOCUMENTO
048700             THRU 1240-LOCALIZAR-DOCUMENTO-EXIT
048800         GO TO 1220-REGISTRAR-PEDIDO-EXIT
048900     END-IF
049000     IF WS-REJ-MOTIVO EQUAL SPACES
049100         MOVE "PEDIDO SEM CODIGO E SEM DOCUMENTO VALIDOS"
049200           TO WS-REJ-MOTIVO
049300     END-IF
049400     MOVE ZEROS TO WS-CODIGO-PROCURADO
049500     PERFORM 1230-INCLUIR-CLIENTE
049600         THRU 1230-INCLUIR-CLIENTE-EXIT.
049700 1220-REGISTRAR-PEDIDO-EXIT.
049800     PERFORM 1210-LER-PEDIDO
049900         THRU 1210-LER-PEDIDO-EXIT.
050000*
050100*----------------------------------------------------------------
050200* 1230-INCLUIR-CLIENTE
050300*     INCLUI NA TABELA O CLIENTE WS-CODIGO-PROCURADO DO PEDIDO
050400*     CORRENTE - RECUSADO SE JA HA MOTIVO OU SE O CODIGO JA FOI
050500*     PEDIDO ANTES, E NAO RECUSADO, NO MESMO ARQUIVO.
050600*----------------------------------------------------------------
050700 1230-INCLUIR-CLIENTE.
050800     IF WS-QTD-PEDIDOS EQUAL WS-MAX-PEDIDOS
050900         DISPLAY "ANONIMIZ: ARQUIVO DE PEDIDOS EXCEDE "
051000             WS-MAX-PEDIDOS " CLIENTES - DIVIDIR O ARQUIVO"
051100         SET WS-FALHOU TO TRUE
051200         SET WS-FIM-PEDIDOS TO TRUE
051300         GO TO 1230-INCLUIR-CLIENTE-EXIT
051400     END-IF
051500     IF WS-REJ-MOTIVO EQUAL SPACES
051600        AND WS-CODIGO-PROCURADO IS GREATER THAN ZEROS
051700         PERFORM 1250-PROCURAR-CODIGO
051800             THRU 1250-PROCURAR-CODIGO-EXIT
051900         IF WS-ACHOU
052000             MOVE SPACES TO WS-REJ-MOTIVO
052100             STRING "CODIGO JA PEDIDO NO PROTOCOLO "
052200                 DELIMITED BY SIZE
052300                 WS-PED-PROTOCOLO(WS-IND-ACHADO)
052400                 DELIMITED BY SIZE INTO WS-REJ-MOTIVO
052500         END-IF
052600     END-IF
052700     ADD 1 TO WS-QTD-PEDIDOS
052800     MOVE WS-CODIGO-PROCURADO TO WS-PED-CODIGO(WS-QTD-PEDIDOS)
052900     MOVE PED-PROTOCOLO       TO WS-PED-PROTOCOLO(WS-QTD-PEDIDOS)
053000     MOVE PED-DATA-PEDIDO     TO WS-PED-DATA(WS-QTD-PEDIDOS)
053100     MOVE WS-REJ-MOTIVO       TO WS-PED-MOTIVO(WS-QTD-PEDIDOS)
053200     IF WS-REJ-MOTIVO EQUAL SPACES
053300         SET WS-PED-ATENDIDO(WS-QTD-PEDIDOS) TO TRUE
053400     ELSE
053500         SET WS-PED-RECUSADO(WS-QTD-PEDIDOS) TO TRUE
053600     END-IF.
053700 1230-INCLUIR-CLIENTE-EXIT.
053800     EXIT.
053900*
054000*----------------------------------------------------------------
054100* 1240-LOCALIZAR-DOCUMENTO
054200*     INCLUI NA TABELA CADA CODIGO CADASTRADO COM O DOCUMENTO DO
054300*     PEDIDO (CAMINHO ALTERNADO DE SIS-DOCUMENTO).
054400*----------------------------------------------------------------
054500 1240-LOCALIZAR-DOCUMENTO.
054600     SET WS-NAO-FIM-DOCUMENTO TO TRUE
054700     SET WS-NAO-ACHOU TO TRUE
054800     MOVE PED-DOCUMENTO TO SIS-DOCUMENTO
054900     START SIS-FILE KEY IS EQUAL TO SIS-DOCUMENTO
055000         INVALID KEY
055100             SET WS-FIM-DOCUMENTO TO TRUE
055200     END-START
055300     PERFORM 1245-LER-DOCUMENTO
055400         THRU 1245-LER-DOCUMENTO-EXIT
055500         UNTIL WS-FIM-DOCUMENTO
055600     IF WS-NAO-ACHOU
055700         MOVE "DOCUMENTO NAO CADASTRADO - PEDIR PELO CODIGO"
055800           TO WS-REJ-MOTIVO
055900         MOVE ZEROS TO WS-CODIGO-PROCURADO
056000         PERFORM 1230-INCLUIR-CLIENTE
056100             THRU 1230-INCLUIR-CLIENTE-EXIT
056200     END-IF.
056300 1240-LOCALIZAR-DOCUMENTO-EXIT.
056400     EXIT.
056500*
056600 1245-LER-DOCUMENTO.
056700     READ SIS-FILE NEXT
056800         AT END
056900             SET WS-FIM-DOCUMENTO TO TRUE
057000     END-READ
057100     IF WS-FILE-1 NOT EQUAL '0'
057200        OR SIS-DOCUMENTO NOT EQUAL PED-DOCUMENTO
057300         SET WS-FIM-DOCUMENTO TO TRUE
057400         GO TO 1245-LER-DOCUMENTO-EXIT
057500     END-IF
057600     MOVE SIS-CODIGO TO WS-CODIGO-PROCURADO
057700     MOVE SPACES TO WS-REJ-MOTIVO
057800     PERFORM 1230-INCLUIR-CLIENTE
057900         THRU 1230-INCLUIR-CLIENTE-EXIT
058000     SET WS-ACHOU TO TRUE
058100     IF WS-FALHOU
058200         SET WS-FIM-DOCUMENTO TO TRUE
058300     END-IF.
058400 1245-LER-DOCUMENTO-EXIT.
058500     EXIT.
058600*
058700*----------------------------------------------------------------
058800* 1250-PROCURAR-CODIGO
058870*     PROCURA WS-CODIGO-PROCURADO ENTRE OS CLIENTES NAO RECUSADOS
058940*     JA INCLUIDOS NA TABELA; DEVOLVE WS-ACHOU E A POSICAO EM
059010*     WS-IND-ACHADO.
059100*----------------------------------------------------------------
059200 1250-PROCURAR-CODIGO.
059300     SET WS-NAO-ACHOU TO TRUE
059400     MOVE ZEROS TO WS-IND-ACHADO
059500     PERFORM 1255-COMPARAR-CODIGO
059600         THRU 1255-COMPARAR-CODIGO-EXIT
059700         VARYING WS-IND-BUSCA FROM 1 BY 1
059800         UNTIL WS-IND-BUSCA IS GREATER THAN WS-QTD-PEDIDOS
059900            OR WS-ACHOU.
060000 1250-PROCURAR-CODIGO-EXIT.
060100     EXIT.
060200*
060300 1255-COMPARAR-CODIGO.
060400     IF WS-PED-CODIGO(WS-IND-BUSCA) EQUAL WS-CODIGO-PROCURADO
060450        AND NOT WS-PED-RECUSADO(WS-IND-BUSCA)
060500         SET WS-ACHOU TO TRUE
060600         MOVE WS-IND-BUSCA TO WS-IND-ACHADO
060700     END-IF.
060800 1255-COMPARAR-CODIGO-EXIT.
060900     EXIT.
061000*
061100*----------------------------------------------------------------
061200* 2000-VALIDAR-CLIENTE
061300*     CONFERE O CLIENTE DA LINHA WS-IND CONTRA A LISTA DE
061400*     RETENCAO LEGAL E CONTRA O CADASTRO (SO INATIVOS OU JA
061500*     EXPURGADOS SAO ANONIMIZADOS).
061600*----------------------------------------------------------------
061700 2000-VALIDAR-CLIENTE.
061800     IF WS-PED-RECUSADO(WS-IND)
061900         GO TO 2000-VALIDAR-CLIENTE-EXIT
062000     END-IF
062100     SET WS-NAO-ACHOU TO TRUE
062200     PERFORM 2010-CONFERIR-RETENCAO
062300         THRU 2010-CONFERIR-RETENCAO-EXIT
062400         VARYING WS-IND-BUSCA FROM 1 BY 1
062500         UNTIL WS-IND-BUSCA IS GREATER THAN WS-QTD-RETENCAO
062600            OR WS-ACHOU
062700     IF WS-ACHOU
062800         GO TO 2000-VALIDAR-CLIENTE-EXIT
062900     END-IF
063000     MOVE WS-PED-CODIGO(WS-IND) TO SIS-CODIGO
063100     READ SIS-FILE KEY IS SIS-CODIGO
063200     IF WS-FILE-STATUS EQUAL "23"
063300         GO TO 2000-VALIDAR-CLIENTE-EXIT
063400     END-IF
063500     IF WS-FILE-1 NOT EQUAL '0'
063600         SET WS-PED-RECUSADO(WS-IND) TO TRUE
063700         MOVE SPACES TO WS-PED-MOTIVO(WS-IND)
063800         STRING "CADASTRO NAO LIDO - STATUS " DELIMITED BY SIZE
063900             WS-FILE-STATUS DELIMITED BY SIZE
064000             INTO WS-PED-MOTIVO(WS-IND)
064100         GO TO 2000-VALIDAR-CLIENTE-EXIT
064200     END-IF
064300     IF SIS-ATIVO
064400         SET WS-PED-RECUSADO(WS-IND) TO TRUE
064500         MOVE "CLIENTE ATIVO - SO INATIVOS SAO ANONIMIZADOS"
064600           TO WS-PED-MOTIVO(WS-IND)
064700     END-IF.
064800 2000-VALIDAR-CLIENTE-EXIT.
064900     EXIT.
065000*
065100 2010-CONFERIR-RETENCAO.
065200     IF WS-RET-CODIGO(WS-IND-BUSCA) EQUAL WS-PED-CODIGO(WS-IND)
065300         SET WS-ACHOU TO TRUE
065400         SET WS-PED-RECUSADO(WS-IND) TO TRUE
065500         MOVE SPACES TO WS-PED-MOTIVO(WS-IND)
065600         STRING "RETENCAO LEGAL - PROCESSO " DELIMITED BY SIZE
065700             WS-RET-PROCESSO(WS-IND-BUSCA) DELIMITED BY SIZE
065800             INTO WS-PED-MOTIVO(WS-IND)
065900     END-IF.
066000 2010-CONFERIR-RETENCAO-EXIT.
066100     EXIT.
066200*
066300*----------------------------------------------------------------
066400* 3000-VARRER-AUDITORIA
066500*     RECUSA OS CLIENTES COM EVENTO DE AUDITORIA POSTERIOR AO
066600*     SALDO DA CONCILIACAO - A CONCILIACAO SEGUINTE AINDA DERIVA
066700*     A POSICAO ESPERADA DAS IMAGENS ORIGINAIS DESSES EVENTOS.
066800*     EVENTOS DE ANONIMIZACAO DE UMA EXECUCAO ANTERIOR NAO CONTAM
066900*     (A CONCILIACAO OS IGNORA).
067000*----------------------------------------------------------------
067100 3000-VARRER-AUDITORIA.
067200     IF WS-FALHOU OR WS-SALDO-NAO-EXISTE
067300         GO TO 3000-VARRER-AUDITORIA-EXIT
067400     END-IF
067500     SET WS-NAO-FIM-AUDITORIA TO TRUE
067600     OPEN INPUT AUDIT-FILE
067700     IF WS-AUD-1 NOT EQUAL '0'
067800         SET WS-FIM-AUDITORIA TO TRUE
067900     END-IF
068000     PERFORM 3100-LER-AUDITORIA
068100         THRU 3100-LER-AUDITORIA-EXIT
068200     PERFORM 3200-CONFERIR-EVENTO
068300         THRU 3200-CONFERIR-EVENTO-EXIT
068400         UNTIL WS-FIM-AUDITORIA
068500     IF WS-AUD-1 NOT EQUAL '3'
068600         CLOSE AUDIT-FILE
068700     END-IF.
068800 3000-VARRER-AUDITORIA-EXIT.
068900     EXIT.
069000*
069100 3100-LER-AUDITORIA.
069200     IF WS-FIM-AUDITORIA
069300         GO TO 3100-LER-AUDITORIA-EXIT
069400     END-IF
069500     READ AUDIT-FILE
069600         AT END
069700             SET WS-FIM-AUDITORIA TO TRUE
069800     END-READ.
069900 3100-LER-AUDITORIA-EXIT.
070000     EXIT.
070100*
070200 3200-CONFERIR-EVENTO.
070300     IF AUD-DATA-HORA IS GREATER THAN WS-SALDO-DATA-HORA
070400        AND AUD-OPERACAO NOT EQUAL 'L'
070500         MOVE AUD-CODIGO TO WS-CODIGO-PROCURADO
070600         PERFORM 1250-PROCURAR-CODIGO
070700             THRU 1250-PROCURAR-CODIGO-EXIT
070800         IF WS-ACHOU
070900             IF WS-PED-ATENDIDO(WS-IND-ACHADO)
071000                 SET WS-PED-RECUSADO(WS-IND-ACHADO) TO TRUE
071100                 MOVE "MOVIMENTO APOS A ULTIMA CONCILIACAO"
071200                   TO WS-PED-MOTIVO(WS-IND-ACHADO)
071300             END-IF
071400         END-IF
071500     END-IF
071600     PERFORM 3100-LER-AUDITORIA
071700         THRU 3100-LER-AUDITORIA-EXIT.
071800 3200-CONFERIR-EVENTO-EXIT.
071900     EXIT.
072000*
072100*----------------------------------------------------------------
072200* 4000-ANONIMIZAR-CLIENTE
072260*     REGISTRA O PEDIDO RECUSADO OU, PARA O ATENDIDO, MASCARA O
072320*     CADASTRO E OS CONTATOS, AJUSTA O SALDO E GRAVA O EVENTO DE
072380*     ANONIMIZACAO; SO ENTAO REGISTRA O PEDIDO COMO ATENDIDO, COM
072440*     OS ARQUIVOS MASCARADOS. NUMA FALHA O PEDIDO NAO E
072500*     REGISTRADO E O JOB TERMINA (O MASCARAMENTO E REPETIVEL).
072600*----------------------------------------------------------------
072700 4000-ANONIMIZAR-CLIENTE.
072800     MOVE WS-PED-PROTOCOLO(WS-IND) TO ANO-PROTOCOLO
072900     MOVE WS-PED-CODIGO(WS-IND)    TO ANO-CODIGO
073000     MOVE WS-PED-DATA(WS-IND)      TO ANO-DATA-PEDIDO
073100     MOVE SPACES                   TO ANO-ARQUIVO
073200     MOVE ZEROS                    TO ANO-QUANTIDADE
073300     MOVE WS-PED-MOTIVO(WS-IND)    TO ANO-MOTIVO
073400     IF WS-PED-RECUSADO(WS-IND)
073500         ADD 1 TO WS-TOTAL-RECUSADO
073600         SET ANO-RECUSADO TO TRUE
073700         PERFORM 4900-GRAVAR-CONTROLE
073800             THRU 4900-GRAVAR-CONTROLE-EXIT
073900         GO TO 4000-ANONIMIZAR-CLIENTE-EXIT
074000     END-IF
074050     PERFORM 4100-MASCARAR-CADASTRO
074100         THRU 4100-MASCARAR-CADASTRO-EXIT
074150     IF WS-FALHOU
074200         GO TO 4000-ANONIMIZAR-CLIENTE-EXIT
074250     END-IF
074300     PERFORM 4200-MASCARAR-CONTATOS
074350         THRU 4200-MASCARAR-CONTATOS-EXIT
074400     IF WS-FALHOU
074450         GO TO 4000-ANONIMIZAR-CLIENTE-EXIT
074500     END-IF
074550     PERFORM 4300-GRAVAR-AUDITORIA
074600         THRU 4300-GRAVAR-AUDITORIA-EXIT
074650     IF WS-FALHOU
074700         GO TO 4000-ANONIMIZAR-CLIENTE-EXIT
074750     END-IF
074800     SET ANO-ATENDIDO TO TRUE
074850     PERFORM 4900-GRAVAR-CONTROLE
074900         THRU 4900-GRAVAR-CONTROLE-EXIT
075000     SET ANO-MASCARADO TO TRUE
075100     MOVE SPACES TO ANO-MOTIVO
075200     MOVE "SIS-FILE (CADASTRO)" TO ANO-ARQUIVO
075300     MOVE WS-QTD-CADASTRO-CLI   TO ANO-QUANTIDADE
075400     IF WS-FORA-DO-CADASTRO
075500         MOVE "CLIENTE JA EXPURGADO DO CADASTRO" TO ANO-MOTIVO
075600     END-IF
075700     PERFORM 4900-GRAVAR-CONTROLE
075800         THRU 4900-GRAVAR-CONTROLE-EXIT
075900     MOVE SPACES TO ANO-MOTIVO
076000     MOVE "CTT-FILE (CONTATOS)" TO ANO-ARQUIVO
076100     MOVE WS-QTD-CONTATOS-CLI   TO ANO-QUANTIDADE
076200     PERFORM 4900-GRAVAR-CONTROLE
076300         THRU 4900-GRAVAR-CONTROLE-EXIT
076400     ADD 1 TO WS-TOTAL-ATENDIDO.
076500 4000-ANONIMIZAR-CLIENTE-EXIT.
076600     EXIT.
076700*
076800*----------------------------------------------------------------
076900* 4100-MASCARAR-CADASTRO
077000*     MASCARA O REGISTRO DO CLIENTE EM SIS-FILE (SE AINDA ESTA NO
077100*     CADASTRO) E ABATE DO SALDO O DOCUMENTO MASCARADO.
077200*----------------------------------------------------------------
077300 4100-MASCARAR-CADASTRO.
077400     MOVE ZEROS TO WS-QTD-CADASTRO-CLI
077500     SET WS-FORA-DO-CADASTRO TO TRUE
077600     MOVE WS-PED-CODIGO(WS-IND) TO SIS-CODIGO
077700     READ SIS-FILE KEY IS SIS-CODIGO
077800     IF WS-FILE-1 NOT EQUAL '0'
077900         MOVE SPACES TO SIS-DADOS
078000         GO TO 4100-MASCARAR-CADASTRO-EXIT
078100     END-IF
078200     SET WS-NO-CADASTRO TO TRUE
078300     MOVE SIS-DOCUMENTO        TO WS-DOC-MASCARADO
078400     MOVE WS-MARCA-ANONIMIZADO TO SIS-NOME
078500     MOVE SPACES               TO SIS-LOGRADOURO
078600                                  SIS-NUMERO
078700                                  SIS-COMPLEMENTO
078800                                  SIS-BAIRRO
078900     MOVE ZEROS                TO SIS-CEP
079000                                  SIS-DOCUMENTO
079100     REWRITE SIS-DADOS
079200     IF WS-FILE-1 NOT EQUAL '0'
079300         DISPLAY "ANONIMIZ: CLIENTE " WS-PED-CODIGO(WS-IND)
079400             " NAO MASCARADO EM SIS-FILE - STATUS "
079500             WS-FILE-STATUS
079600         SET WS-FALHOU TO TRUE
079700         GO TO 4100-MASCARAR-CADASTRO-EXIT
079800     END-IF
079900     ADD 1 TO WS-QTD-CADASTRO-CLI
080000     IF WS-DOC-MASCARADO IS GREATER THAN ZEROS
080100         PERFORM 4150-AJUSTAR-SALDO
080200             THRU 4150-AJUSTAR-SALDO-EXIT
080300     END-IF.
080400 4100-MASCARAR-CADASTRO-EXIT.
080500     EXIT.
080600*
080700*----------------------------------------------------------------
080800* 4150-AJUSTAR-SALDO
080900*     ABATE O DOCUMENTO MASCARADO DO TOTAL DE CONFERENCIA DO
081000*     SALDO DE CONCILIA, CLIENTE A CLIENTE, PARA QUE UMA QUEDA NO
081100*     MEIO DO JOB NAO DEIXE O SALDO DESCASADO DO CADASTRO.
081200*----------------------------------------------------------------
081300 4150-AJUSTAR-SALDO.
081400     IF WS-SALDO-NAO-EXISTE
081500         GO TO 4150-AJUSTAR-SALDO-EXIT
081600     END-IF
081700     OPEN I-O SALDO-FILE
081800     IF WS-SALDO-1 EQUAL '0'
081900         READ SALDO-FILE
082000             AT END
082100                 CONTINUE
082200         END-READ
082300     END-IF
082400     IF WS-SALDO-1 EQUAL '0'
082500         SUBTRACT WS-DOC-MASCARADO FROM SAL-HASH
082600         REWRITE SALDO-REGISTRO
082700     END-IF
082800     IF WS-SALDO-1 NOT EQUAL '0'
082900         DISPLAY "ANONIMIZ: SALDO NAO AJUSTADO NO CLIENTE "
083000             WS-PED-CODIGO(WS-IND) " - STATUS " WS-SALDO-STATUS
083100             " - ABATER " WS-DOC-MASCARADO " DO TOTAL DE "
083200             "CONFERENCIA ANTES DA CONCILIACAO"
083300         SET WS-FALHOU TO TRUE
083400     ELSE
083500         ADD WS-DOC-MASCARADO TO WS-HASH-ABATIDO
083600     END-IF
083700     CLOSE SALDO-FILE.
083800 4150-AJUSTAR-SALDO-EXIT.
083900     EXIT.
084000*
084100*----------------------------------------------------------------
084200* 4200-MASCARAR-CONTATOS
084300*     MASCARA O VALOR DE CADA CONTATO DO CLIENTE EM CTT-FILE,
084400*     MANTENDO O TIPO E A MARCA DE PREFERENCIAL.
084500*----------------------------------------------------------------
084600 4200-MASCARAR-CONTATOS.
084700     MOVE ZEROS TO WS-QTD-CONTATOS-CLI
084800     SET WS-NAO-FIM-CONTATO TO TRUE
084900     MOVE WS-PED-CODIGO(WS-IND) TO CTT-CODIGO
085000     MOVE ZEROS TO CTT-SEQUENCIA
085100     START CTT-FILE KEY IS NOT LESS THAN CTT-CHAVE
085200         INVALID KEY
085300             SET WS-FIM-CONTATO TO TRUE
085400     END-START
085500     PERFORM 4210-LER-CONTATO
085600         THRU 4210-LER-CONTATO-EXIT
085700     PERFORM 4220-MASCARAR-CONTATO
085800         THRU 4220-MASCARAR-CONTATO-EXIT
085900         UNTIL WS-FIM-CONTATO.
086000 4200-MASCARAR-CONTATOS-EXIT.
086100     EXIT.
086200*
086300 4210-LER-CONTATO.
086400     IF WS-FIM-CONTATO
086500         GO TO 4210-LER-CONTATO-EXIT
086600     END-IF
086700     READ CTT-FILE NEXT
086800         AT END
086900             SET WS-FIM-CONTATO TO TRUE
087000     END-READ
087100     IF WS-CTT-1 NOT EQUAL '0'
087200        OR CTT-CODIGO NOT EQUAL WS-PED-CODIGO(WS-IND)
087300         SET WS-FIM-CONTATO TO TRUE
087400     END-IF.
087500 4210-LER-CONTATO-EXIT.
087600     EXIT.
087700*
087800 4220-MASCARAR-CONTATO.
087900     MOVE WS-MARCA-ANONIMIZADO TO CTT-VALOR
088000     REWRITE CTT-DADOS
088100     IF WS-CTT-1 NOT EQUAL '0'
088200         DISPLAY "ANONIMIZ: CONTATO " CTT-CHAVE
088300             " NAO MASCARADO - STATUS " WS-CTT-STATUS
088400         SET WS-FALHOU TO TRUE
088500         SET WS-FIM-CONTATO TO TRUE
088600         GO TO 4220-MASCARAR-CONTATO-EXIT
088700     END-IF
088800     ADD 1 TO WS-QTD-CONTATOS-CLI
088900     ADD 1 TO WS-TOTAL-CONTATOS
089000     PERFORM 4210-LER-CONTATO
089100         THRU 4210-LER-CONTATO-EXIT.
089200 4220-MASCARAR-CONTATO-EXIT.
089300     EXIT.
089400*
089500*----------------------------------------------------------------
089600* 4300-GRAVAR-AUDITORIA
089700*     GRAVA O EVENTO DE ANONIMIZACAO (OPERACAO 'L'): PROTOCOLO E
089800*     DATA DO PEDIDO NA IMAGEM ANTES, IMAGEM MASCARADA (OU BRANCO,
089900*     PARA CLIENTE JA EXPURGADO) NA IMAGEM DEPOIS.
090000*----------------------------------------------------------------
090100 4300-GRAVAR-AUDITORIA.
090200     ACCEPT WS-AUD-DATA  FROM DATE YYYYMMDD
090300     ACCEPT WS-AUD-HORAS FROM TIME
090400     OPEN EXTEND AUDIT-FILE
090500     IF WS-AUD-1 EQUAL '3'
090600         OPEN OUTPUT AUDIT-FILE
090700     END-IF
090800     IF WS-AUD-1 NOT EQUAL '0'
090900         DISPLAY "AUDITORIA NAO GRAVADA - CODIGO: "
091000             WS-PED-CODIGO(WS-IND) " ERRO AO ABRIR: "
091100             WS-AUD-STATUS
091200         SET WS-FALHOU TO TRUE
091300         GO TO 4300-GRAVAR-AUDITORIA-EXIT
091400     END-IF
091500     MOVE WS-PED-PROTOCOLO(WS-IND) TO WS-ANA-PROTOCOLO
091600     MOVE WS-PED-DATA(WS-IND)      TO WS-ANA-DATA-PEDIDO
091700     MOVE WS-PED-CODIGO(WS-IND)    TO AUD-CODIGO
091800     MOVE 'L'                      TO AUD-OPERACAO
091900     MOVE WS-AUD-TIMESTAMP         TO AUD-DATA-HORA
092000     MOVE WS-ANONIMIZACAO-ANTES    TO AUD-ANTES
092100     MOVE SIS-DADOS                TO AUD-DEPOIS
092200     MOVE ZEROS                    TO AUD-MOTIVO
092300     MOVE WS-OPERADOR-LOTE         TO AUD-OPERADOR
092400     WRITE AUDIT-DADOS
092500     IF WS-AUD-1 NOT EQUAL '0'
092600         DISPLAY "AUDITORIA NAO GRAVADA - CODIGO: "
092700             WS-PED-CODIGO(WS-IND) " ERRO AO GRAVAR: "
092800             WS-AUD-STATUS
092900         SET WS-FALHOU TO TRUE
093000     END-IF
093100     CLOSE AUDIT-FILE.
093200 4300-GRAVAR-AUDITORIA-EXIT.
093300     EXIT.
093400*
093500*----------------------------------------------------------------
093600* 4900-GRAVAR-CONTROLE
093700*     GRAVA O REGISTRO MONTADO EM ANO-DADOS NO CONTROLE DA
093800*     ANONIMIZACAO.
093900*----------------------------------------------------------------
094000 4900-GRAVAR-CONTROLE.
094100     WRITE ANO-DADOS
094200     IF WS-ANO-1 NOT EQUAL '0'
094300         DISPLAY "ANONIMIZ: FALHA AO GRAVAR O CONTROLE DA "
094400             "ANONIMIZACAO - STATUS " WS-ANO-STATUS
094500         SET WS-FALHOU TO TRUE
094600     END-IF.
094700 4900-GRAVAR-CONTROLE-EXIT.
094800     EXIT.
094900*
095000*----------------------------------------------------------------
095100* 5000-FINALIZAR
095200*     FECHA OS ARQUIVOS, EXIBE OS TOTAIS E DEVOLVE O CODIGO DE
095300*     RETORNO - ZERO NO TERMINO NORMAL, 8 EM QUALQUER FALHA (OS
095400*     STEPS SEGUINTES DO JOB NAO RODAM).
095500*----------------------------------------------------------------
095600 5000-FINALIZAR.
095700     CLOSE SIS-FILE
095800     CLOSE CTT-FILE
095900     CLOSE ANO-FILE
096000     DISPLAY "ANONIMIZ: PEDIDOS LIDOS........: " WS-TOTAL-PEDIDOS
096100     DISPLAY "ANONIMIZ: CLIENTES ANONIMIZADOS: " WS-TOTAL-ATENDIDO
096200     DISPLAY "ANONIMIZ: CLIENTES RECUSADOS...: " WS-TOTAL-RECUSADO
096300     DISPLAY "ANONIMIZ: CONTATOS MASCARADOS..: " WS-TOTAL-CONTATOS
096400     DISPLAY "ANONIMIZ: ABATIDO DO SALDO.....: " WS-HASH-ABATIDO
096500     IF WS-FALHOU
096600         DISPLAY "ANONIMIZ: TERMINO COM FALHA - RC=8 - CORRIGIR "
096700             "E REEXECUTAR O JOB COMPLETO"
096800         MOVE 8 TO RETURN-CODE
096900     END-IF.
097000 5000-FINALIZAR-EXIT.
097100     EXIT.
097200*
097300 END PROGRAM ANONIMIZ.
