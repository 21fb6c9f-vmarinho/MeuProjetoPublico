000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    UNIFCAD.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - UNIFICACAO EM LOTE DE
001200*                     CADASTROS DUPLICADOS (CODIGO MANTIDO X
001300*                     CODIGO ABSORVIDO), COM TABELA DE-PARA
001400*                     PERMANENTE (DEP-FILE).
001410* 15/10/2026  EDS     IDENTIFICACAO DO OPERADOR (UNIFCAD) NA
001420*                     AREA DE COMUNICACAO DO MODULO MANUTENCAO
001430*                     E NOS EVENTOS DE AUDITORIA GRAVADOS PELO
001440*                     PROPRIO JOB.
001448* 15/10/2026  EDS     REGISTRO DA EXECUCAO NO CONTROLE DA CADEIA
001457*                     NOTURNA (CTLEXEC): INICIO, FIM, RC E
001465*                     QUANTIDADES.
001474*                     O JOB SO INICIA DEPOIS DE JANFECHA
001482*                     CONCLUIDO NA MESMA DATA DE NEGOCIO E
001491*                     TERMINA COM RC 12 SE RECUSADO.
001492* 15/10/2026  EDS     AREA DE COMUNICACAO AMPLIADA COM O GRUPO
001494*                     ECONOMICO DO CLIENTE (RAIZ DO CNPJ, MATRIZ
001496*                     E VINCULOS) DEVOLVIDO NA CONSULTA DO
001498*                     MODULO MANUTENCAO.
001500*----------------------------------------------------------------
001600*
001700*----------------------------------------------------------------
001800* PROPOSITO.
001900*     LER O ARQUIVO DE PARES A UNIFICAR (PARES) E, PARA CADA PAR
002000*     VALIDO:
002100*         - INATIVAR O CLIENTE ABSORVIDO ATRAVES DO MODULO
002200*           MANUTENCAO (EXCLUSAO EM LOTE, ORIGEM 'B'), COM O
002300*           MOTIVO DE SITUACAO PROPRIO DA UNIFICACAO
002400*           (WS-MOTIVO-UNIFICACAO, CADASTRADO EM MOT-FILE);
002500*         - TRANSFERIR OS CONTATOS DO ABSORVIDO (CTT-FILE) PARA O
002600*           CODIGO MANTIDO, RENUMERANDO CTT-SEQUENCIA APOS O
002700*           ULTIMO CONTATO DO MANTIDO E DEIXANDO UM SO CONTATO
002800*           PREFERENCIAL (O DO MANTIDO, SE JA EXISTIR - SENAO O
002900*           PRIMEIRO PREFERENCIAL TRANSFERIDO);
003000*         - GRAVAR O DE-PARA (ABSORVIDO -> MANTIDO) EM DEP-FILE;
003100*         - REGISTRAR NA AUDITORIA A EXCLUSAO E A INCLUSAO DE
003200*           CADA CONTATO TRANSFERIDO ('E' NO ABSORVIDO, 'C' NO
003300*           MANTIDO) E O EVENTO DE UNIFICACAO (OPERACAO 'U'), NO
003400*           CODIGO ABSORVIDO, COM A IMAGEM DO DE-PARA NA IMAGEM
003500*           DEPOIS.
003600*     OS PARES APLICADOS SAEM NO RELATORIO (RELUNI) E OS
003700*     RECUSADOS SAO GRAVADOS COM O MOTIVO DA RECUSA NO ARQUIVO DE
003800*     REJEITADOS (REJUNI), PARA CORRECAO E RESSUBMISSAO.
003900*
004000*     UM PAR E RECUSADO QUANDO OS CODIGOS SAO INVALIDOS OU
004100*     IGUAIS, QUANDO ALGUM DELES NAO ESTA CADASTRADO, QUANDO O
004200*     MANTIDO ESTA INATIVO, QUANDO O ABSORVIDO JA CONSTA DO
004300*     DE-PARA OU QUANDO O MANTIDO JA FOI ABSORVIDO POR OUTRO.
004350*     CADA PAR E GRAVADO NESTA ORDEM: INATIVACAO DO ABSORVIDO,
004400*     CONTATOS, DE-PARA E, POR ULTIMO, O EVENTO 'U' NA AUDITORIA.
004450*     O DE-PARA MARCA O PAR COMO CONCLUIDO: A REEXECUCAO APOS UMA
004500*     QUEDA RETOMA O PAR INTERROMPIDO ANTES DELE (ABSORVIDO JA
004550*     INATIVO NAO E INATIVADO DE NOVO) E RECUSA OS PARES QUE JA
004600*     CONSTAM DO DE-PARA. UMA QUEDA ENTRE O DE-PARA E O EVENTO 'U'
004650*     DEIXA O PAR CONCLUIDO SEM ESSE EVENTO NA AUDITORIA.
004700*
004800*     O JOB SO INICIA COM O SISTEMA FECHADO ('F' EM SIT-FILE).
004900*
005000*     LAYOUT DO ARQUIVO DE PARES (COLUNAS FIXAS):
005100*         01-07  CODIGO MANTIDO
005200*         08-14  CODIGO ABSORVIDO
005300*----------------------------------------------------------------
005400*
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-370.
005800 OBJECT-COMPUTER.   IBM-370.
005900 SPECIAL-NAMES.
006000     C01 IS NOVA-PAGINA.
006100*
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     COPY "sel-sisfile.cpy".
006500     COPY "sel-contfile.cpy".
006600     COPY "sel-auditfile.cpy".
006700     COPY "sel-sitfile.cpy".
006800     COPY "sel-depfile.cpy".
006900
007000     SELECT PARES-FILE ASSIGN TO "PARES"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-PARES-STATUS.
007300
007400     SELECT REJECT-FILE ASSIGN TO "REJUNI"
007500         ORGANIZATION IS SEQUENTIAL.
007600
007700     SELECT REL-FILE ASSIGN TO "RELUNI"
007800         ORGANIZATION IS SEQUENTIAL.
007900*
008000 DATA DIVISION.
008100 FILE SECTION.
008200     COPY "fd-sisfile.cpy".
008300     COPY "fd-contfile.cpy".
008400     COPY "fd-auditfile.cpy".
008500     COPY "fd-sitfile.cpy".
008600     COPY "fd-depfile.cpy".
008700*
008800 FD  PARES-FILE
008900     LABEL RECORD STANDARD.
009000 01  PARES-REGISTRO.
009100     05  PAR-CODIGO-MANTIDO      PIC 9(07).
009200     05  PAR-CODIGO-ABSORVIDO    PIC 9(07).
009300*
009400 FD  REJECT-FILE
009500     LABEL RECORD STANDARD.
009600 01  REJECT-REGISTRO.
009700     05  REJ-PAR                 PIC X(14).
009800     05  FILLER                  PIC X(01) VALUE SPACE.
009900     05  REJ-MOTIVO              PIC X(60).
010000*
010100 FD  REL-FILE
010200     LABEL RECORD STANDARD.
010300 01  REL-LINHA               PIC X(132).
010400*
010500 WORKING-STORAGE SECTION.
010600*----------------------------------------------------------------
010700* CONTADORES E INDICADORES
010800*----------------------------------------------------------------
010900 77  WS-TOTAL-UNIFICADO      PIC 9(07) COMP VALUE ZEROS.
011000 77  WS-TOTAL-REJEITADO      PIC 9(07) COMP VALUE ZEROS.
011100 77  WS-TOTAL-CONTATOS       PIC 9(07) COMP VALUE ZEROS.
011200 77  WS-QTD-CONTATOS-PAR     PIC 9(03) COMP VALUE ZEROS.
011300 77  WS-CTT-ULTIMA-SEQ       PIC 9(03) VALUE ZEROS.
011350 77  WS-CTT-ORIGINAL         PIC X(52).
011400 77  WS-PAGINA               PIC 9(04) COMP VALUE ZEROS.
011500 77  WS-LINHA                PIC 9(02) COMP VALUE ZEROS.
011600 77  WS-MAX-LINHAS           PIC 9(02) COMP VALUE 50.
011700 77  WS-REJ-MOTIVO           PIC X(60).
011800 77  WS-OBSERVACAO           PIC X(30).
011900*
012000*----------------------------------------------------------------
012100* MOTIVO DE SITUACAO GRAVADO NA INATIVACAO DO CODIGO ABSORVIDO -
012200* DEVE ESTAR CADASTRADO EM MOT-FILE (MANUTMOT) ANTES DO USO.
012300*----------------------------------------------------------------
012400 77  WS-MOTIVO-UNIFICACAO    PIC 9(03) VALUE 901.
012450 77  WS-OPERADOR-LOTE        PIC X(08) VALUE "UNIFCAD".
012500*
012600 01  WS-SWITCHES.
012700     03  WS-SW-FIM-PARES     PIC X(01) VALUE 'N'.
012800         88  WS-FIM-PARES            VALUE 'S'.
012900         88  WS-NAO-FIM-PARES        VALUE 'N'.
013000     03  WS-SW-FALHA         PIC X(01) VALUE 'N'.
013100         88  WS-FALHOU               VALUE 'S'.
013200         88  WS-SEM-FALHA            VALUE 'N'.
013300     03  WS-SW-REGISTRO      PIC X(01) VALUE 'S'.
013400         88  WS-REGISTRO-VALIDO      VALUE 'S'.
013500         88  WS-REGISTRO-INVALIDO    VALUE 'N'.
013600     03  WS-SW-MANTIDO       PIC X(01) VALUE 'N'.
013700         88  WS-MANTIDO-ACHADO       VALUE 'S'.
013800         88  WS-MANTIDO-NAO-ACHADO   VALUE 'N'.
013900     03  WS-SW-ABSORVIDO     PIC X(01) VALUE 'N'.
014000         88  WS-ABSORVIDO-ACHADO     VALUE 'S'.
014100         88  WS-ABSORVIDO-NAO-ACHADO VALUE 'N'.
014200     03  WS-SW-FIM-CONTATO   PIC X(01) VALUE 'N'.
014300         88  WS-FIM-CONTATO          VALUE 'S'.
014400         88  WS-NAO-FIM-CONTATO      VALUE 'N'.
014500     03  WS-SW-PREFERIDO     PIC X(01) VALUE 'N'.
014600         88  WS-PREFERIDO-ACHADO     VALUE 'S'.
014700         88  WS-PREFERIDO-NAO-ACHADO VALUE 'N'.
014800*
014900 01  WS-FILE-STATUS.
015000     03  WS-FILE-1           PIC X(01).
015100     03  WS-FILE-2           PIC X(01) USAGE DISPLAY.
015200*
015300 01  WS-CTT-STATUS.
015400     03  WS-CTT-1            PIC X(01).
015500     03  WS-CTT-2            PIC X(01) USAGE DISPLAY.
015600*
015700 01  WS-AUD-STATUS.
015800     03  WS-AUD-1            PIC X(01).
015900     03  WS-AUD-2            PIC X(01) USAGE DISPLAY.
016000*
016100 01  WS-SIT-STATUS.
016200     03  WS-SIT-1            PIC X(01).
016300     03  WS-SIT-2            PIC X(01) USAGE DISPLAY.
016400*
016500 01  WS-DEP-STATUS.
016600     03  WS-DEP-1            PIC X(01).
016700     03  WS-DEP-2            PIC X(01) USAGE DISPLAY.
016800*
016900 01  WS-PARES-STATUS.
017000     03  WS-PARES-1          PIC X(01).
017100     03  WS-PARES-2          PIC X(01) USAGE DISPLAY.
017200*
017300 01  WS-AUD-TIMESTAMP.
017400     03  WS-AUD-DATA         PIC 9(08).
017500     03  WS-AUD-HORAS        PIC 9(08).
017600*
017700*----------------------------------------------------------------
017800* DADOS DO PAR CORRENTE LIDOS EM SIS-FILE
017900*----------------------------------------------------------------
018000 01  WS-PAR-CORRENTE.
018100     03  WS-NOME-MANTIDO     PIC X(30).
018200     03  WS-SIT-MANTIDO      PIC X(01).
018300         88  WS-MANTIDO-ATIVO        VALUE '1'.
018400     03  WS-NOME-ABSORVIDO   PIC X(30).
018500     03  WS-SIT-ABSORVIDO    PIC X(01).
018600         88  WS-ABSORVIDO-ATIVO      VALUE '1'.
018700*
018800*----------------------------------------------------------------
018900* EVENTO DE AUDITORIA A GRAVAR
019000*----------------------------------------------------------------
019100 01  WS-EVENTO.
019200     03  WS-EVT-CODIGO       PIC 9(07).
019300     03  WS-EVT-OPERACAO     PIC X(01).
019400     03  WS-EVT-ANTES        PIC X(179).
019500     03  WS-EVT-DEPOIS       PIC X(179).
019600*
019700*----------------------------------------------------------------
019800* AREA DE COMUNICACAO COM O MODULO MANUTENCAO
019900*----------------------------------------------------------------
020000 01  WS-MAN-OPERACAO         PIC X(01).
020100 01  WS-MAN-DADOS.
020200     10  WS-MAN-CODIGO           PIC 9(07).
020300     10  WS-MAN-NOME             PIC X(30).
020400     10  WS-MAN-ENDERECO.
020500         15  WS-MAN-LOGRADOURO   PIC X(30).
020600         15  WS-MAN-NUMERO       PIC X(06).
020700         15  WS-MAN-COMPLEMENTO  PIC X(15).
020800         15  WS-MAN-BAIRRO       PIC X(20).
020900         15  WS-MAN-CEP          PIC 9(08).
021000     10  WS-MAN-CIDADE           PIC X(20).
021100     10  WS-MAN-ESTADO           PIC X(02).
021200     10  WS-MAN-SEXO             PIC X(09).
021300     10  WS-MAN-SITUACAO         PIC X(01).
021400     10  WS-MAN-TIPO-DOC         PIC X(01).
021500     10  WS-MAN-DOCUMENTO        PIC 9(14).
021600     10  WS-MAN-DATA-CADASTRO    PIC 9(08).
021700     10  WS-MAN-DATA-ULT-SIT     PIC 9(08).
021800     10  WS-MAN-CONFIRMA-DUP     PIC X(01).
021900     10  WS-MAN-CONTATO.
022000         15  WS-MAN-CONTATO-SEQ  PIC 9(03).
022100         15  WS-MAN-CONTATO-TIPO PIC X(01).
022200         15  WS-MAN-CONTATO-VALOR PIC X(40).
022300         15  WS-MAN-CONTATO-PREF PIC X(01).
022400     10  WS-MAN-ORIGEM           PIC X(01).
022500     10  WS-MAN-MOTIVO           PIC 9(03).
022550     10  WS-MAN-OPERADOR         PIC X(08).
022554     10  WS-MAN-GRUPO.
022559         15  WS-MAN-GRP-RAIZ     PIC 9(08).
022563         15  WS-MAN-GRP-MATRIZ   PIC 9(07).
022568         15  WS-MAN-GRP-QTD-ESTAB PIC 9(04).
022572         15  WS-MAN-GRP-REVISAO  PIC X(01).
022577         15  WS-MAN-GRP-QTD-VINC PIC 9(04).
022581         15  WS-MAN-GRP-VINCULO  OCCURS 10 TIMES.
022586             20  WS-MAN-VIN-PAPEL    PIC X(01).
022590             20  WS-MAN-VIN-CODIGO   PIC 9(07).
022595             20  WS-MAN-VIN-REVISAO  PIC X(01).
022600 01  WS-MAN-MENSAGEM         PIC X(60).
022700 01  WS-MAN-RETORNO          PIC 9(02).
022800     88  WS-MAN-RET-SUCESSO          VALUE 00.
022900*
023000*----------------------------------------------------------------
023100* CABECALHO DO RELATORIO DE PARES UNIFICADOS
023200*----------------------------------------------------------------
023300 01  WS-CABECALHO-1.
023400     05  FILLER          PIC X(40)
023500             VALUE "UNIFICACAO DE CADASTROS DUPLICADOS".
023600     05  FILLER          PIC X(30) VALUE SPACES.
023700     05  FILLER          PIC X(08) VALUE "PAGINA: ".
023800     05  WS-CAB-PAGINA   PIC ZZZ9.
023900*
024000 01  WS-CABECALHO-2.
024100     05  FILLER              PIC X(09) VALUE "MANTIDO".
024200     05  FILLER              PIC X(11) VALUE "ABSORVIDO".
024300     05  FILLER              PIC X(32) VALUE "NOME DO ABSORVIDO".
024400     05  FILLER              PIC X(10) VALUE "CONTATOS".
024500     05  FILLER              PIC X(30) VALUE "OBSERVACAO".
024600*
024700*----------------------------------------------------------------
024800* LINHA DE DETALHE
024900*----------------------------------------------------------------
025000 01  WS-DETALHE.
025100     05  WS-DET-MANTIDO      PIC ZZZZZZ9.
025200     05  FILLER              PIC X(02) VALUE SPACES.
025300     05  WS-DET-ABSORVIDO    PIC ZZZZZZ9.
025400     05  FILLER              PIC X(04) VALUE SPACES.
025500     05  WS-DET-NOME         PIC X(30).
025600     05  FILLER              PIC X(05) VALUE SPACES.
025700     05  WS-DET-CONTATOS     PIC ZZ9.
025800     05  FILLER              PIC X(04) VALUE SPACES.
025900     05  WS-DET-OBSERVACAO   PIC X(30).
026000*
026100*----------------------------------------------------------------
026200* LINHA DE RODAPE
026300*----------------------------------------------------------------
026400 01  WS-RODAPE.
026500     05  FILLER          PIC X(17) VALUE "PARES UNIFICADOS:".
026600     05  WS-ROD-UNIFICADO PIC ZZZ,ZZ9.
026700     05  FILLER          PIC X(14) VALUE " REJEITADOS: ".
026800     05  WS-ROD-REJEITADO PIC ZZZ,ZZ9.
026900     05  FILLER          PIC X(26)
027000             VALUE " CONTATOS TRANSFERIDOS: ".
027100     05  WS-ROD-CONTATOS PIC ZZZ,ZZ9.
027200*
027216*----------------------------------------------------------------
027233* AREA DE COMUNICACAO COM O CONTROLE DA CADEIA (CTLEXEC)
027250*----------------------------------------------------------------
027266     COPY "wk-ctlexec.cpy".
027283*
027300 PROCEDURE DIVISION.
027400*----------------------------------------------------------------
027500* 0000-MAINLINE
027600*     PARAGRAFO PRINCIPAL DO PROGRAMA.
027700*----------------------------------------------------------------
027800 0000-MAINLINE.
027900     PERFORM 1000-INICIALIZAR
028000         THRU 1000-INICIALIZAR-EXIT
028100     PERFORM 2000-PROCESSAR-PAR
028200         THRU 2000-PROCESSAR-PAR-EXIT
028300         UNTIL WS-FIM-PARES
028400     PERFORM 3000-FINALIZAR
028500         THRU 3000-FINALIZAR-EXIT
028533     PERFORM 9000-REGISTRAR-FIM
028566         THRU 9000-REGISTRAR-FIM-EXIT
028600     STOP RUN.
028700*
028800*----------------------------------------------------------------
028900* 1000-INICIALIZAR
029000*     CONFERE A JANELA DE LOTE, ABRE O DE-PARA E OS CONTATOS
029100*     (CRIANDO-OS NA PRIMEIRA EXECUCAO), OS DEMAIS ARQUIVOS, E LE
029200*     O PRIMEIRO PAR. SIS-FILE E A AUDITORIA SAO ABERTOS A CADA
029300*     USO, POIS O MODULO MANUTENCAO TAMBEM OS ABRE NA INATIVACAO.
029400*----------------------------------------------------------------
029500 1000-INICIALIZAR.
029600     PERFORM 1010-CONFERIR-JANELA
029700         THRU 1010-CONFERIR-JANELA-EXIT
029733     PERFORM 1020-REGISTRAR-INICIO
029766         THRU 1020-REGISTRAR-INICIO-EXIT
029800     OPEN I-O DEP-FILE
029900     IF WS-DEP-1 EQUAL '3'
030000         OPEN OUTPUT DEP-FILE
030100         CLOSE DEP-FILE
030200         OPEN I-O DEP-FILE
030300     END-IF
030400     IF WS-DEP-1 NOT EQUAL '0'
030500         DISPLAY "UNIFCAD: DE-PARA NAO ABERTO - "
030600             "STATUS " WS-DEP-STATUS
030700         SET WS-FIM-PARES TO TRUE
030800         SET WS-FALHOU TO TRUE
030900         GO TO 1000-INICIALIZAR-EXIT
031000     END-IF
031100     OPEN I-O CTT-FILE
031200     IF WS-CTT-1 EQUAL '3'
031300         OPEN OUTPUT CTT-FILE
031400         CLOSE CTT-FILE
031500         OPEN I-O CTT-FILE
031600     END-IF
031700     IF WS-CTT-1 NOT EQUAL '0'
031800         CLOSE DEP-FILE
031900         DISPLAY "UNIFCAD: CONTATOS NAO ABERTOS - "
032000             "STATUS " WS-CTT-STATUS
032100         SET WS-FIM-PARES TO TRUE
032200         SET WS-FALHOU TO TRUE
032300         GO TO 1000-INICIALIZAR-EXIT
032400     END-IF
032500     OPEN INPUT PARES-FILE
032600     OPEN OUTPUT REJECT-FILE
032700     OPEN OUTPUT REL-FILE
032800     MOVE WS-MAX-LINHAS TO WS-LINHA
032900     ADD 1 TO WS-LINHA
033000     PERFORM 1100-LER-PROXIMO
033100         THRU 1100-LER-PROXIMO-EXIT.
033200 1000-INICIALIZAR-EXIT.
033300     EXIT.
033400*
033500*----------------------------------------------------------------
033600* 1010-CONFERIR-JANELA
033700*     SO DEIXA O JOB PROSSEGUIR COM O SISTEMA FECHADO ('F' EM
033800*     SIT-FILE). SEM SIT-FILE (AMBIENTE AINDA SEM JANELA), SEGUE.
033900*----------------------------------------------------------------
034000 1010-CONFERIR-JANELA.
034100     OPEN INPUT SIT-FILE
034200     IF WS-SIT-1 EQUAL '3'
034300         GO TO 1010-CONFERIR-JANELA-EXIT
034400     END-IF
034500     IF WS-SIT-1 NOT EQUAL '0'
034600         DISPLAY "UNIFCAD: SITUACAO DO SISTEMA NAO ABERTA - "
034700             "STATUS " WS-SIT-STATUS
034800             " - JOB NAO INICIADO - RC=8"
034900         MOVE 8 TO RETURN-CODE
035000         STOP RUN
035100     END-IF
035200     READ SIT-FILE
035300         AT END
035400             CONTINUE
035500     END-READ
035600     IF WS-SIT-1 NOT EQUAL '0'
035700         CLOSE SIT-FILE
035800         DISPLAY "UNIFCAD: SITUACAO DO SISTEMA ILEGIVEL - "
035900             "STATUS " WS-SIT-STATUS
036000             " - JOB NAO INICIADO - RC=8"
036100         MOVE 8 TO RETURN-CODE
036200         STOP RUN
036300     END-IF
036400     IF NOT SIT-FECHADO
036500         CLOSE SIT-FILE
036600         DISPLAY "UNIFCAD: SISTEMA ABERTO (FORA DA JANELA DE "
036700             "LOTE) - JOB NAO INICIADO - RC=8"
036800         MOVE 8 TO RETURN-CODE
036900         STOP RUN
037000     END-IF
037100     CLOSE SIT-FILE.
037200 1010-CONFERIR-JANELA-EXIT.
037300     EXIT.
037400*
037403*----------------------------------------------------------------
037406* 1020-REGISTRAR-INICIO
037410*     REGISTRA O INICIO DO JOB NO CONTROLE DA CADEIA NOTURNA
037413*     (CTLEXEC), QUE CONFERE OS PRE-REQUISITOS NA DATA DE
037416*     NEGOCIO CORRENTE. JOB RECUSADO TERMINA COM CODIGO DE
037420*     RETORNO 12; CONTROLE INDISPONIVEL, COM 8.
037423*----------------------------------------------------------------
037426 1020-REGISTRAR-INICIO.
037430     SET WS-CTL-INICIAR TO TRUE
037433     MOVE "UNIFCAD" TO WS-CTL-JOB
037436     MOVE ZEROS TO WS-CTL-DATA-NEGOCIO
037440     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
037443     IF WS-CTL-RECUSADO
037446         DISPLAY "UNIFCAD: " WS-CTL-MENSAGEM
037450         DISPLAY "UNIFCAD: PRE-REQUISITO NAO ATENDIDO - JOB NAO "
037453             "INICIADO - RC=12"
037456         MOVE 12 TO RETURN-CODE
037460         STOP RUN
037463     END-IF
037466     IF WS-CTL-INDISPONIVEL
037470         DISPLAY "UNIFCAD: " WS-CTL-MENSAGEM
037473         DISPLAY "UNIFCAD: CONTROLE DA CADEIA INDISPONIVEL - "
037476             "JOB NAO INICIADO - RC=8"
037480         MOVE 8 TO RETURN-CODE
037483         STOP RUN
037486     END-IF.
037490 1020-REGISTRAR-INICIO-EXIT.
037493     EXIT.
037496*
037500*----------------------------------------------------------------
037600* 1100-LER-PROXIMO
037700*     LE O PROXIMO PAR DO ARQUIVO DE ENTRADA.
037800*----------------------------------------------------------------
037900 1100-LER-PROXIMO.
038000     READ PARES-FILE
038100         AT END
038200             SET WS-FIM-PARES TO TRUE
038300     END-READ
038400     IF WS-PARES-1 NOT EQUAL '0'
038500         SET WS-FIM-PARES TO TRUE
038600     END-IF.
038700 1100-LER-PROXIMO-EXIT.
038800     EXIT.
038900*
039000*----------------------------------------------------------------
039100* 2000-PROCESSAR-PAR
039200*     VALIDA O PAR CORRENTE E APLICA A UNIFICACAO: INATIVA O
039300*     ABSORVIDO, TRANSFERE OS CONTATOS, GRAVA O DE-PARA E O
039400*     EVENTO DE UNIFICACAO.
039500*----------------------------------------------------------------
039600 2000-PROCESSAR-PAR.
039700     PERFORM 2100-VALIDAR-PAR
039800         THRU 2100-VALIDAR-PAR-EXIT
039900     IF WS-REGISTRO-INVALIDO
040000         PERFORM 2800-GRAVAR-REJEITO
040100             THRU 2800-GRAVAR-REJEITO-EXIT
040200         GO TO 2000-PROCESSAR-PAR-EXIT
040300     END-IF
040400     PERFORM 2200-INATIVAR-ABSORVIDO
040500         THRU 2200-INATIVAR-ABSORVIDO-EXIT
040600     IF WS-REGISTRO-INVALIDO
040700         PERFORM 2800-GRAVAR-REJEITO
040800             THRU 2800-GRAVAR-REJEITO-EXIT
040900         GO TO 2000-PROCESSAR-PAR-EXIT
041000     END-IF
041100     PERFORM 2300-TRANSFERIR-CONTATOS
041200         THRU 2300-TRANSFERIR-CONTATOS-EXIT
041300     PERFORM 2400-GRAVAR-DEPARA
041400         THRU 2400-GRAVAR-DEPARA-EXIT
041500     IF WS-REGISTRO-INVALIDO
041600         PERFORM 2800-GRAVAR-REJEITO
041700             THRU 2800-GRAVAR-REJEITO-EXIT
041800         GO TO 2000-PROCESSAR-PAR-EXIT
041900     END-IF
042000     MOVE PAR-CODIGO-ABSORVIDO TO WS-EVT-CODIGO
042100     MOVE 'U'                  TO WS-EVT-OPERACAO
042200     MOVE SPACES               TO WS-EVT-ANTES
042300     MOVE DEP-DADOS            TO WS-EVT-DEPOIS
042400     PERFORM 2700-GRAVAR-AUDITORIA
042500         THRU 2700-GRAVAR-AUDITORIA-EXIT
042600     ADD 1 TO WS-TOTAL-UNIFICADO
042700     PERFORM 2500-IMPRIMIR-UNIFICADO
042800         THRU 2500-IMPRIMIR-UNIFICADO-EXIT.
042900 2000-PROCESSAR-PAR-EXIT.
043000     PERFORM 1100-LER-PROXIMO
043100         THRU 1100-LER-PROXIMO-EXIT.
043200*
043300*----------------------------------------------------------------
043400* 2100-VALIDAR-PAR
043500*     VALIDA OS CODIGOS DO PAR CONTRA O DE-PARA E CONTRA O
043600*     CADASTRO.
043700*----------------------------------------------------------------
043800 2100-VALIDAR-PAR.
043900     SET WS-REGISTRO-VALIDO TO TRUE
044000     MOVE SPACES TO WS-OBSERVACAO
044100     MOVE ZEROS TO WS-QTD-CONTATOS-PAR
044200     IF PAR-CODIGO-MANTIDO IS NOT NUMERIC
044300        OR PAR-CODIGO-MANTIDO EQUAL ZEROS
044400         SET WS-REGISTRO-INVALIDO TO TRUE
044500         MOVE "CODIGO MANTIDO INVALIDO" TO WS-REJ-MOTIVO
044600         GO TO 2100-VALIDAR-PAR-EXIT
044700     END-IF
044800     IF PAR-CODIGO-ABSORVIDO IS NOT NUMERIC
044900        OR PAR-CODIGO-ABSORVIDO EQUAL ZEROS
045000         SET WS-REGISTRO-INVALIDO TO TRUE
045100         MOVE "CODIGO ABSORVIDO INVALIDO" TO WS-REJ-MOTIVO
045200         GO TO 2100-VALIDAR-PAR-EXIT
045300     END-IF
045400     IF PAR-CODIGO-MANTIDO EQUAL PAR-CODIGO-ABSORVIDO
045500         SET WS-REGISTRO-INVALIDO TO TRUE
045600         MOVE "CODIGO MANTIDO IGUAL AO ABSORVIDO" TO WS-REJ-MOTIVO
045700         GO TO 2100-VALIDAR-PAR-EXIT
045800     END-IF
045900     MOVE PAR-CODIGO-ABSORVIDO TO DEP-CODIGO-ABSORVIDO
046000     READ DEP-FILE KEY IS DEP-CODIGO-ABSORVIDO
046100     IF WS-DEP-1 EQUAL '0'
046200         SET WS-REGISTRO-INVALIDO TO TRUE
046300         MOVE SPACES TO WS-REJ-MOTIVO
046400         STRING "CODIGO ABSORVIDO JA UNIFICADO AO CODIGO "
046500             DELIMITED BY SIZE DEP-CODIGO-MANTIDO
046600             DELIMITED BY SIZE INTO WS-REJ-MOTIVO
046700         GO TO 2100-VALIDAR-PAR-EXIT
046800     END-IF
046900     MOVE PAR-CODIGO-MANTIDO TO DEP-CODIGO-ABSORVIDO
047000     READ DEP-FILE KEY IS DEP-CODIGO-ABSORVIDO
047100     IF WS-DEP-1 EQUAL '0'
047200         SET WS-REGISTRO-INVALIDO TO TRUE
047300         MOVE SPACES TO WS-REJ-MOTIVO
047400         STRING "CODIGO MANTIDO JA ABSORVIDO PELO CODIGO "
047500             DELIMITED BY SIZE DEP-CODIGO-MANTIDO
047600             DELIMITED BY SIZE INTO WS-REJ-MOTIVO
047700         GO TO 2100-VALIDAR-PAR-EXIT
047800     END-IF
047900     PERFORM 2110-LER-CADASTRO
048000         THRU 2110-LER-CADASTRO-EXIT
048100     IF WS-REGISTRO-INVALIDO
048200         GO TO 2100-VALIDAR-PAR-EXIT
048300     END-IF
048400     IF WS-MANTIDO-NAO-ACHADO
048500         SET WS-REGISTRO-INVALIDO TO TRUE
048600         MOVE "CODIGO MANTIDO NAO CADASTRADO" TO WS-REJ-MOTIVO
048700         GO TO 2100-VALIDAR-PAR-EXIT
048800     END-IF
048900     IF NOT WS-MANTIDO-ATIVO
049000         SET WS-REGISTRO-INVALIDO TO TRUE
049100         MOVE "CODIGO MANTIDO ESTA INATIVO" TO WS-REJ-MOTIVO
049200         GO TO 2100-VALIDAR-PAR-EXIT
049300     END-IF
049400     IF WS-ABSORVIDO-NAO-ACHADO
049500         SET WS-REGISTRO-INVALIDO TO TRUE
049600         MOVE "CODIGO ABSORVIDO NAO CADASTRADO" TO WS-REJ-MOTIVO
049700     END-IF.
049800 2100-VALIDAR-PAR-EXIT.
049900     EXIT.
050000*
050100*----------------------------------------------------------------
050200* 2110-LER-CADASTRO
050300*     LE EM SIS-FILE OS DOIS CLIENTES DO PAR E GUARDA NOME E
050400*     SITUACAO. O ARQUIVO E FECHADO EM SEGUIDA, ANTES DA CHAMADA
050500*     AO MODULO MANUTENCAO.
050600*----------------------------------------------------------------
050700 2110-LER-CADASTRO.
050800     SET WS-MANTIDO-NAO-ACHADO TO TRUE
050900     SET WS-ABSORVIDO-NAO-ACHADO TO TRUE
051000     OPEN INPUT SIS-FILE
051100     IF WS-FILE-1 NOT EQUAL '0'
051200         SET WS-REGISTRO-INVALIDO TO TRUE
051300         MOVE SPACES TO WS-REJ-MOTIVO
051400         STRING "CADASTRO NAO ABERTO - STATUS "
051500             DELIMITED BY SIZE WS-FILE-STATUS
051600             DELIMITED BY SIZE INTO WS-REJ-MOTIVO
051700         GO TO 2110-LER-CADASTRO-EXIT
051800     END-IF
051900     MOVE PAR-CODIGO-MANTIDO TO SIS-CODIGO
052000     READ SIS-FILE KEY IS SIS-CODIGO
052100     IF WS-FILE-1 EQUAL '0'
052200         SET WS-MANTIDO-ACHADO TO TRUE
052300         MOVE SIS-NOME     TO WS-NOME-MANTIDO
052400         MOVE SIS-SITUACAO TO WS-SIT-MANTIDO
052500     END-IF
052600     MOVE PAR-CODIGO-ABSORVIDO TO SIS-CODIGO
052700     READ SIS-FILE KEY IS SIS-CODIGO
052800     IF WS-FILE-1 EQUAL '0'
052900         SET WS-ABSORVIDO-ACHADO TO TRUE
053000         MOVE SIS-NOME     TO WS-NOME-ABSORVIDO
053100         MOVE SIS-SITUACAO TO WS-SIT-ABSORVIDO
053200     END-IF
053300     CLOSE SIS-FILE.
053400 2110-LER-CADASTRO-EXIT.
053500     EXIT.
053600*
053700*----------------------------------------------------------------
053800* 2200-INATIVAR-ABSORVIDO
053900*     INATIVA O CLIENTE ABSORVIDO PELO MODULO MANUTENCAO
054000*     (EXCLUSAO, ORIGEM EM LOTE) COM O MOTIVO DA UNIFICACAO. SE O
054100*     ABSORVIDO JA ESTA INATIVO (CADASTRO JA EXCLUIDO OU PAR
054200*     INTERROMPIDO NUMA EXECUCAO ANTERIOR), NADA E FEITO.
054300*----------------------------------------------------------------
054400 2200-INATIVAR-ABSORVIDO.
054500     IF NOT WS-ABSORVIDO-ATIVO
054600         MOVE "ABSORVIDO JA ESTAVA INATIVO" TO WS-OBSERVACAO
054700         GO TO 2200-INATIVAR-ABSORVIDO-EXIT
054800     END-IF
054900     INITIALIZE WS-MAN-DADOS
055000     MOVE '5'                  TO WS-MAN-OPERACAO
055100     MOVE PAR-CODIGO-ABSORVIDO TO WS-MAN-CODIGO
055200     MOVE 'B'                  TO WS-MAN-ORIGEM
055300     MOVE WS-MOTIVO-UNIFICACAO TO WS-MAN-MOTIVO
055350     MOVE WS-OPERADOR-LOTE     TO WS-MAN-OPERADOR
055400     MOVE SPACES               TO WS-MAN-MENSAGEM
055500     MOVE ZEROS                TO WS-MAN-RETORNO
055600     CALL "Manutencao" USING WS-MAN-OPERACAO
055700                             WS-MAN-DADOS
055800                             WS-MAN-MENSAGEM
055900                             WS-MAN-RETORNO
056000     IF NOT WS-MAN-RET-SUCESSO
056100         SET WS-REGISTRO-INVALIDO TO TRUE
056200         MOVE WS-MAN-MENSAGEM TO WS-REJ-MOTIVO
056300     END-IF.
056400 2200-INATIVAR-ABSORVIDO-EXIT.
056500     EXIT.
056600*
056700*----------------------------------------------------------------
056800* 2300-TRANSFERIR-CONTATOS
056900*     LOCALIZA A ULTIMA SEQUENCIA E O PREFERENCIAL DO MANTIDO E
057000*     TRANSFERE, UM A UM, OS CONTATOS DO ABSORVIDO.
057100*----------------------------------------------------------------
057200 2300-TRANSFERIR-CONTATOS.
057300     MOVE ZEROS TO WS-CTT-ULTIMA-SEQ
057400     SET WS-PREFERIDO-NAO-ACHADO TO TRUE
057500     SET WS-NAO-FIM-CONTATO TO TRUE
057600     MOVE PAR-CODIGO-MANTIDO TO CTT-CODIGO
057700     MOVE ZEROS TO CTT-SEQUENCIA
057800     START CTT-FILE KEY IS NOT LESS THAN CTT-CHAVE
057900         INVALID KEY
058000             SET WS-FIM-CONTATO TO TRUE
058100     END-START
058200     PERFORM 2310-LER-CONTATO-MANTIDO
058300         THRU 2310-LER-CONTATO-MANTIDO-EXIT
058400     PERFORM 2320-GUARDAR-CONTATO-MANTIDO
058500         THRU 2320-GUARDAR-CONTATO-MANTIDO-EXIT
058600         UNTIL WS-FIM-CONTATO
058700     SET WS-NAO-FIM-CONTATO TO TRUE
058800     PERFORM 2330-LOCALIZAR-ABSORVIDO
058900         THRU 2330-LOCALIZAR-ABSORVIDO-EXIT
059000     PERFORM 2340-MOVER-CONTATO
059100         THRU 2340-MOVER-CONTATO-EXIT
059200         UNTIL WS-FIM-CONTATO.
059300 2300-TRANSFERIR-CONTATOS-EXIT.
059400     EXIT.
059500*
059600 2310-LER-CONTATO-MANTIDO.
059700     IF WS-FIM-CONTATO
059800         GO TO 2310-LER-CONTATO-MANTIDO-EXIT
059900     END-IF
060000     READ CTT-FILE NEXT
060100         AT END
060200             SET WS-FIM-CONTATO TO TRUE
060300     END-READ
060400     IF WS-CTT-1 NOT EQUAL '0'
060500        OR CTT-CODIGO NOT EQUAL PAR-CODIGO-MANTIDO
060600         SET WS-FIM-CONTATO TO TRUE
060700     END-IF.
060800 2310-LER-CONTATO-MANTIDO-EXIT.
060900     EXIT.
061000*
061100 2320-GUARDAR-CONTATO-MANTIDO.
061200     MOVE CTT-SEQUENCIA TO WS-CTT-ULTIMA-SEQ
061300     IF CTT-PREF-SIM
061400         SET WS-PREFERIDO-ACHADO TO TRUE
061500     END-IF
061600     PERFORM 2310-LER-CONTATO-MANTIDO
061700         THRU 2310-LER-CONTATO-MANTIDO-EXIT.
061800 2320-GUARDAR-CONTATO-MANTIDO-EXIT.
061900     EXIT.
062000*
062100*----------------------------------------------------------------
062200* 2330-LOCALIZAR-ABSORVIDO
062300*     POSICIONA NO PRIMEIRO CONTATO QUE RESTA NO CODIGO
062400*     ABSORVIDO. COMO CADA CONTATO TRANSFERIDO E EXCLUIDO DO
062500*     ABSORVIDO, A BUSCA E SEMPRE REFEITA DO INICIO DA CHAVE.
062600*----------------------------------------------------------------
062700 2330-LOCALIZAR-ABSORVIDO.
062800     MOVE PAR-CODIGO-ABSORVIDO TO CTT-CODIGO
062900     MOVE ZEROS TO CTT-SEQUENCIA
063000     START CTT-FILE KEY IS NOT LESS THAN CTT-CHAVE
063100         INVALID KEY
063200             SET WS-FIM-CONTATO TO TRUE
063300     END-START
063400     IF WS-FIM-CONTATO
063500         GO TO 2330-LOCALIZAR-ABSORVIDO-EXIT
063600     END-IF
063700     READ CTT-FILE NEXT
063800         AT END
063900             SET WS-FIM-CONTATO TO TRUE
064000     END-READ
064100     IF WS-CTT-1 NOT EQUAL '0'
064200        OR CTT-CODIGO NOT EQUAL PAR-CODIGO-ABSORVIDO
064300         SET WS-FIM-CONTATO TO TRUE
064400     END-IF.
064500 2330-LOCALIZAR-ABSORVIDO-EXIT.
064600     EXIT.
064700*
064790*----------------------------------------------------------------
064880* 2340-MOVER-CONTATO
064970*     INCLUI O CONTATO DO ABSORVIDO NO MANTIDO NA SEQUENCIA
065060*     SEGUINTE E SO DEPOIS O EXCLUI DO ABSORVIDO, DE MODO QUE UMA
065150*     FALHA NA INCLUSAO NAO PERCA O CONTATO. SE O MANTIDO JA TEM
065240*     PREFERENCIAL, O CONTATO TRANSFERIDO PERDE A MARCA DE
065330*     PREFERENCIAL.
065420*----------------------------------------------------------------
065510 2340-MOVER-CONTATO.
065600     IF WS-CTT-ULTIMA-SEQ EQUAL 999
065690         DISPLAY "UNIFCAD: CODIGO " PAR-CODIGO-MANTIDO
065780             " SEM SEQUENCIA LIVRE DE CONTATO - CONTATOS "
065870             "RESTANTES FICAM NO CODIGO " PAR-CODIGO-ABSORVIDO
065960         MOVE "CONTATOS PARCIALMENTE TRANSFER." TO WS-OBSERVACAO
066050         SET WS-FIM-CONTATO TO TRUE
066140         GO TO 2340-MOVER-CONTATO-EXIT
066230     END-IF
066320     MOVE CTT-DADOS TO WS-CTT-ORIGINAL
066410     ADD 1 TO WS-CTT-ULTIMA-SEQ
066500     MOVE PAR-CODIGO-MANTIDO TO CTT-CODIGO
066590     MOVE WS-CTT-ULTIMA-SEQ  TO CTT-SEQUENCIA
066680     IF CTT-PREF-SIM
066770         IF WS-PREFERIDO-ACHADO
066860             MOVE SPACE TO CTT-PREFERIDO
066950         ELSE
067040             SET WS-PREFERIDO-ACHADO TO TRUE
067130         END-IF
067220     END-IF
067310     WRITE CTT-DADOS
067400     IF WS-CTT-STATUS NOT EQUAL '00'
067490         DISPLAY "UNIFCAD: CONTATO NAO INCLUIDO NO CODIGO "
067580             PAR-CODIGO-MANTIDO " - STATUS " WS-CTT-STATUS
067670             " - MANTIDO NO CODIGO " PAR-CODIGO-ABSORVIDO
067760         MOVE "CONTATOS PARCIALMENTE TRANSFER." TO WS-OBSERVACAO
067850         SET WS-FIM-CONTATO TO TRUE
067940         GO TO 2340-MOVER-CONTATO-EXIT
068030     END-IF
068120     ADD 1 TO WS-QTD-CONTATOS-PAR
068210     ADD 1 TO WS-TOTAL-CONTATOS
068300     MOVE PAR-CODIGO-MANTIDO TO WS-EVT-CODIGO
068390     MOVE 'C'                TO WS-EVT-OPERACAO
068480     MOVE SPACES             TO WS-EVT-ANTES
068570     MOVE CTT-DADOS          TO WS-EVT-DEPOIS
068660     PERFORM 2700-GRAVAR-AUDITORIA
068750         THRU 2700-GRAVAR-AUDITORIA-EXIT
068840     MOVE WS-CTT-ORIGINAL TO CTT-DADOS
068930     DELETE CTT-FILE RECORD
069020     IF WS-CTT-1 NOT EQUAL '0'
069110         DISPLAY "UNIFCAD: CONTATO DO CODIGO "
069200             PAR-CODIGO-ABSORVIDO " NAO EXCLUIDO - STATUS "
069290             WS-CTT-STATUS " - CONSTA TAMBEM NO CODIGO "
069380             PAR-CODIGO-MANTIDO
069470         MOVE "CONTATOS PARCIALMENTE TRANSFER." TO WS-OBSERVACAO
069560         SET WS-FIM-CONTATO TO TRUE
069650         GO TO 2340-MOVER-CONTATO-EXIT
069740     END-IF
069830     MOVE PAR-CODIGO-ABSORVIDO TO WS-EVT-CODIGO
069920     MOVE 'E'                  TO WS-EVT-OPERACAO
070010     MOVE WS-CTT-ORIGINAL      TO WS-EVT-ANTES
070100     MOVE SPACES               TO WS-EVT-DEPOIS
070190     PERFORM 2700-GRAVAR-AUDITORIA
070280         THRU 2700-GRAVAR-AUDITORIA-EXIT
070370     PERFORM 2330-LOCALIZAR-ABSORVIDO
070460         THRU 2330-LOCALIZAR-ABSORVIDO-EXIT.
070900 2340-MOVER-CONTATO-EXIT.
071000     EXIT.
071100*
071200*----------------------------------------------------------------
071300* 2400-GRAVAR-DEPARA
071400*     GRAVA EM DEP-FILE O DE-PARA DO CODIGO ABSORVIDO PARA O
071500*     CODIGO MANTIDO, COM A DATA/HORA DA UNIFICACAO.
071600*----------------------------------------------------------------
071700 2400-GRAVAR-DEPARA.
071800     ACCEPT WS-AUD-DATA  FROM DATE YYYYMMDD
071900     ACCEPT WS-AUD-HORAS FROM TIME
072000     MOVE PAR-CODIGO-ABSORVIDO TO DEP-CODIGO-ABSORVIDO
072100     MOVE PAR-CODIGO-MANTIDO   TO DEP-CODIGO-MANTIDO
072200     MOVE WS-AUD-TIMESTAMP     TO DEP-DATA-HORA
072300     WRITE DEP-DADOS
072400     IF WS-DEP-1 NOT EQUAL '0'
072500         SET WS-REGISTRO-INVALIDO TO TRUE
072600         MOVE SPACES TO WS-REJ-MOTIVO
072700         STRING "FALHA DE GRAVACAO EM DEP-FILE - STATUS "
072800             DELIMITED BY SIZE WS-DEP-STATUS
072900             DELIMITED BY SIZE INTO WS-REJ-MOTIVO
073000     END-IF.
073100 2400-GRAVAR-DEPARA-EXIT.
073200     EXIT.
073300*
073400*----------------------------------------------------------------
073500* 2500-IMPRIMIR-UNIFICADO
073600*     IMPRIME UMA LINHA NO RELATORIO DE PARES UNIFICADOS.
073700*----------------------------------------------------------------
073800 2500-IMPRIMIR-UNIFICADO.
073900     IF WS-LINHA IS GREATER THAN WS-MAX-LINHAS
074000         PERFORM 2510-IMPRIMIR-CABECALHO
074100             THRU 2510-IMPRIMIR-CABECALHO-EXIT
074200     END-IF
074300     MOVE PAR-CODIGO-MANTIDO   TO WS-DET-MANTIDO
074400     MOVE PAR-CODIGO-ABSORVIDO TO WS-DET-ABSORVIDO
074500     MOVE WS-NOME-ABSORVIDO    TO WS-DET-NOME
074600     MOVE WS-QTD-CONTATOS-PAR  TO WS-DET-CONTATOS
074700     MOVE WS-OBSERVACAO        TO WS-DET-OBSERVACAO
074800     WRITE REL-LINHA FROM WS-DETALHE
074900     ADD 1 TO WS-LINHA.
075000 2500-IMPRIMIR-UNIFICADO-EXIT.
075100     EXIT.
075200*
075300*----------------------------------------------------------------
075400* 2510-IMPRIMIR-CABECALHO
075500*     QUEBRA DE PAGINA - IMPRIME O CABECALHO DO RELATORIO.
075600*----------------------------------------------------------------
075700 2510-IMPRIMIR-CABECALHO.
075800     ADD 1 TO WS-PAGINA
075900     MOVE WS-PAGINA TO WS-CAB-PAGINA
076000     IF WS-PAGINA IS GREATER THAN 1
076100         WRITE REL-LINHA FROM WS-CABECALHO-1
076200             BEFORE ADVANCING NOVA-PAGINA
076300     ELSE
076400         WRITE REL-LINHA FROM WS-CABECALHO-1
076500     END-IF
076600     WRITE REL-LINHA FROM WS-CABECALHO-2
076700     MOVE ZEROS TO WS-LINHA.
076800 2510-IMPRIMIR-CABECALHO-EXIT.
076900     EXIT.
077000*
077100*----------------------------------------------------------------
077200* 2700-GRAVAR-AUDITORIA
077300*     GRAVA NA AUDITORIA O EVENTO MONTADO EM WS-EVENTO. O ARQUIVO
077400*     E ABERTO E FECHADO A CADA EVENTO, COMO NO MODULO
077500*     MANUTENCAO, QUE GRAVA A INATIVACAO NO MESMO ARQUIVO.
077600*----------------------------------------------------------------
077700 2700-GRAVAR-AUDITORIA.
077800     ACCEPT WS-AUD-DATA  FROM DATE YYYYMMDD
077900     ACCEPT WS-AUD-HORAS FROM TIME
078000     OPEN EXTEND AUDIT-FILE
078100     IF WS-AUD-1 EQUAL '3'
078200         OPEN OUTPUT AUDIT-FILE
078300     END-IF
078400     IF WS-AUD-1 NOT EQUAL '0'
078500         DISPLAY "AUDITORIA NAO GRAVADA - CODIGO: " WS-EVT-CODIGO
078600             " ERRO AO ABRIR: " WS-AUD-STATUS
078700         GO TO 2700-GRAVAR-AUDITORIA-EXIT
078800     END-IF
078900     MOVE WS-EVT-CODIGO    TO AUD-CODIGO
079000     MOVE WS-EVT-OPERACAO  TO AUD-OPERACAO
079100     MOVE WS-AUD-TIMESTAMP TO AUD-DATA-HORA
079200     MOVE WS-EVT-ANTES     TO AUD-ANTES
079300     MOVE WS-EVT-DEPOIS    TO AUD-DEPOIS
079400     MOVE ZEROS            TO AUD-MOTIVO
079450     MOVE WS-OPERADOR-LOTE TO AUD-OPERADOR
079500     WRITE AUDIT-DADOS
079600     IF WS-AUD-1 NOT EQUAL '0'
079700         DISPLAY "AUDITORIA NAO GRAVADA - CODIGO: " WS-EVT-CODIGO
079800             " ERRO AO GRAVAR: " WS-AUD-STATUS
079900     END-IF
080000     CLOSE AUDIT-FILE.
080100 2700-GRAVAR-AUDITORIA-EXIT.
080200     EXIT.
080300*
080400*----------------------------------------------------------------
080500* 2800-GRAVAR-REJEITO
080600*     GRAVA EM REJECT-FILE O PAR RECUSADO COM O MOTIVO.
080700*----------------------------------------------------------------
080800 2800-GRAVAR-REJEITO.
080900     ADD 1 TO WS-TOTAL-REJEITADO
081000     MOVE PARES-REGISTRO TO REJ-PAR
081100     MOVE WS-REJ-MOTIVO  TO REJ-MOTIVO
081200     WRITE REJECT-REGISTRO.
081300 2800-GRAVAR-REJEITO-EXIT.
081400     EXIT.
081500*
081600*----------------------------------------------------------------
081700* 3000-FINALIZAR
081800*     IMPRIME OS TOTAIS DESTA EXECUCAO E FECHA OS ARQUIVOS. COM
081900*     FALHA NA INICIALIZACAO (DE-PARA OU CONTATOS NAO ABERTOS),
082000*     APENAS DEVOLVE O CODIGO DE RETORNO 8.
082100*----------------------------------------------------------------
082200 3000-FINALIZAR.
082300     IF WS-FALHOU
082400         DISPLAY "UNIFCAD: TERMINO COM FALHA - RC=8"
082500         MOVE 8 TO RETURN-CODE
082600         GO TO 3000-FINALIZAR-EXIT
082700     END-IF
082800     MOVE WS-TOTAL-UNIFICADO TO WS-ROD-UNIFICADO
082900     MOVE WS-TOTAL-REJEITADO TO WS-ROD-REJEITADO
083000     MOVE WS-TOTAL-CONTATOS  TO WS-ROD-CONTATOS
083100     WRITE REL-LINHA FROM WS-RODAPE
083200     DISPLAY WS-RODAPE
083300     CLOSE PARES-FILE
083400     CLOSE DEP-FILE
083500     CLOSE CTT-FILE
083600     CLOSE REJECT-FILE
083700     CLOSE REL-FILE.
083800 3000-FINALIZAR-EXIT.
083900     EXIT.
084000*
084004*----------------------------------------------------------------
084009* 9000-REGISTRAR-FIM
084013*     REGISTRA O FIM DO JOB, O CODIGO DE RETORNO E AS
084018*     QUANTIDADES NO CONTROLE DA CADEIA NOTURNA, PRESERVANDO O
084022*     CODIGO DE RETORNO DO JOB.
084027*----------------------------------------------------------------
084031 9000-REGISTRAR-FIM.
084036     SET WS-CTL-ENCERRAR TO TRUE
084040     MOVE RETURN-CODE TO WS-CTL-RC
084045     COMPUTE WS-CTL-QTD-LIDOS = WS-TOTAL-UNIFICADO
084050                              + WS-TOTAL-REJEITADO
084054     MOVE WS-TOTAL-UNIFICADO TO WS-CTL-QTD-GRAVADOS
084059     MOVE WS-TOTAL-REJEITADO TO WS-CTL-QTD-REJEITADOS
084063     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
084068     MOVE WS-CTL-RC TO RETURN-CODE
084072     IF NOT WS-CTL-LIBERADO
084077         DISPLAY "UNIFCAD: " WS-CTL-MENSAGEM
084081     END-IF.
084086 9000-REGISTRAR-FIM-EXIT.
084090     EXIT.
084095*
084100 END PROGRAM UNIFCAD.
