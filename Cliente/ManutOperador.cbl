000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MANUTOPE.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - MANUTENCAO EM LOTE DO
001200*                     CADASTRO DE OPERADORES (OPE-FILE), USADO NO
001300*                     CONTROLE DE ACESSO POR PERFIL DO MODULO
001400*                     MANUTENCAO.
001500*----------------------------------------------------------------
001600*
001700*----------------------------------------------------------------
001800* PROPOSITO.
001900*     LER O ARQUIVO DE MOVIMENTOS DO CADASTRO DE OPERADORES
002000*     (MOVOPE) E APLICAR CADA REGISTRO EM OPE-FILE: 'I' INCLUI O
002100*     OPERADOR (ATIVO), 'A' ALTERA O NOME E O PERFIL, 'B'
002200*     BLOQUEIA E 'L' LIBERA UM OPERADOR BLOQUEADO. NOME E PERFIL
002300*     SAO OBRIGATORIOS NA INCLUSAO E NA ALTERACAO. NAO HA
002400*     EXCLUSAO - O OPERADOR QUE DEIXA A FUNCAO E BLOQUEADO, PARA
002500*     QUE OS EVENTOS DE AUDITORIA CONTINUEM IDENTIFICADOS. OS
002600*     MOVIMENTOS ACEITOS SAEM NO RELATORIO (RELOPE) E OS
002700*     RECUSADOS SAO GRAVADOS COM O MOTIVO DA RECUSA NO ARQUIVO DE
002800*     REJEITADOS (REJOPE), PARA CORRECAO E RESSUBMISSAO.
002900*
003000*     PERFIS DE ACESSO NO MODULO MANUTENCAO:
003100*         'C'  CONSULTA    - CONSULTAR, LISTAR E LISTAR CONTATOS
003200*         'A'  ATENDIMENTO - O ANTERIOR MAIS INCLUSAO, ALTERACAO,
003300*                            INCLUSAO E ALTERACAO DE CONTATO
003400*         'S'  SUPERVISOR  - O ANTERIOR MAIS EXCLUSAO, REATIVACAO
003500*                            E EXCLUSAO DE CONTATO
003600*
003700*     LAYOUT DO MOVIMENTO (COLUNAS FIXAS):
003800*         01     OPERACAO ('I', 'A', 'B' OU 'L')
003900*         02-09  CODIGO DO OPERADOR
004000*         10-39  NOME DO OPERADOR
004100*         40     PERFIL ('C', 'A' OU 'S')
004200*----------------------------------------------------------------
004300*
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800 SPECIAL-NAMES.
004900     C01 IS NOVA-PAGINA.
005000*
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     COPY "sel-opefile.cpy".
005400
005500     SELECT MOVOPE-FILE ASSIGN TO "MOVOPE"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-MOVOPE-STATUS.
005800
005900     SELECT REJECT-FILE ASSIGN TO "REJOPE"
006000         ORGANIZATION IS SEQUENTIAL.
006100
006200     SELECT REL-FILE ASSIGN TO "RELOPE"
006300         ORGANIZATION IS SEQUENTIAL.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700     COPY "fd-opefile.cpy".
006800*
006900 FD  MOVOPE-FILE
007000     LABEL RECORD STANDARD.
007100 01  MOVOPE-REGISTRO.
007200     05  MVO-OPERACAO            PIC X(01).
007300         88  MVO-OP-INCLUIR          VALUE 'I'.
007400         88  MVO-OP-ALTERAR          VALUE 'A'.
007500         88  MVO-OP-BLOQUEAR         VALUE 'B'.
007600         88  MVO-OP-LIBERAR          VALUE 'L'.
007700         88  MVO-OP-VALIDA           VALUE 'I' 'A' 'B' 'L'.
007800     05  MVO-CODIGO              PIC X(08).
007900     05  MVO-NOME                PIC X(30).
008000     05  MVO-PERFIL              PIC X(01).
008100         88  MVO-PERFIL-VALIDO       VALUE 'C' 'A' 'S'.
008200*
008300 FD  REJECT-FILE
008400     LABEL RECORD STANDARD.
008500 01  REJECT-REGISTRO.
008600     05  REJ-MOVIMENTO           PIC X(40).
008700     05  FILLER                  PIC X(01) VALUE SPACE.
008800     05  REJ-MOTIVO              PIC X(40).
008900*
009000 FD  REL-FILE
009100     LABEL RECORD STANDARD.
009200 01  REL-LINHA               PIC X(132).
009300*
009400 WORKING-STORAGE SECTION.
009500*----------------------------------------------------------------
009600* CONTADORES E INDICADORES
009700*----------------------------------------------------------------
009800 77  WS-TOTAL-APLICADO       PIC 9(07) COMP VALUE ZEROS.
009900 77  WS-TOTAL-REJEITADO      PIC 9(07) COMP VALUE ZEROS.
010000 77  WS-PAGINA               PIC 9(04) COMP VALUE ZEROS.
010100 77  WS-LINHA                PIC 9(02) COMP VALUE ZEROS.
010200 77  WS-MAX-LINHAS           PIC 9(02) COMP VALUE 50.
010300 77  WS-REJ-MOTIVO           PIC X(40).
010400 77  WS-DATA-HOJE            PIC 9(08).
010500*
010600 01  WS-SWITCHES.
010700     03  WS-SW-FIM-MOVOPE    PIC X(01) VALUE 'N'.
010800         88  WS-FIM-MOVOPE           VALUE 'S'.
010900         88  WS-NAO-FIM-MOVOPE       VALUE 'N'.
011000     03  WS-SW-FALHA         PIC X(01) VALUE 'N'.
011100         88  WS-FALHOU               VALUE 'S'.
011200         88  WS-SEM-FALHA            VALUE 'N'.
011300     03  WS-SW-REGISTRO      PIC X(01) VALUE 'S'.
011400         88  WS-REGISTRO-VALIDO      VALUE 'S'.
011500         88  WS-REGISTRO-INVALIDO    VALUE 'N'.
011600*
011700 01  WS-OPE-STATUS.
011800     03  WS-OPE-1            PIC X(01).
011900     03  WS-OPE-2            PIC X(01) USAGE DISPLAY.
012000*
012100 01  WS-MOVOPE-STATUS.
012200     03  WS-MOVOPE-1         PIC X(01).
012300     03  WS-MOVOPE-2         PIC X(01) USAGE DISPLAY.
012400*
012500*----------------------------------------------------------------
012600* CABECALHO DO RELATORIO DE MOVIMENTOS APLICADOS
012700*----------------------------------------------------------------
012800 01  WS-CABECALHO-1.
012900     05  FILLER          PIC X(40)
013000             VALUE "MANUTENCAO DO CADASTRO DE OPERADORES".
013100     05  FILLER          PIC X(30) VALUE SPACES.
013200     05  FILLER          PIC X(08) VALUE "PAGINA: ".
013300     05  WS-CAB-PAGINA   PIC ZZZ9.
013400*
013500 01  WS-CABECALHO-2.
013600     05  FILLER              PIC X(11) VALUE "OPERACAO".
013700     05  FILLER              PIC X(10) VALUE "OPERADOR".
013800     05  FILLER              PIC X(32) VALUE "NOME".
013900     05  FILLER              PIC X(11) VALUE "PERFIL".
014000     05  FILLER              PIC X(08) VALUE "SITUACAO".
014100*
014200*----------------------------------------------------------------
014300* LINHA DE DETALHE
014400*----------------------------------------------------------------
014500 01  WS-DETALHE.
014600     05  WS-DET-OPERACAO     PIC X(09).
014700     05  FILLER              PIC X(02) VALUE SPACES.
014800     05  WS-DET-CODIGO       PIC X(08).
014900     05  FILLER              PIC X(02) VALUE SPACES.
015000     05  WS-DET-NOME         PIC X(30).
015100     05  FILLER              PIC X(02) VALUE SPACES.
015200     05  WS-DET-PERFIL       PIC X(11).
015300     05  WS-DET-SITUACAO     PIC X(09).
015400*
015500*----------------------------------------------------------------
015600* LINHA DE RODAPE
015700*----------------------------------------------------------------
015800 01  WS-RODAPE.
015900     05  FILLER          PIC X(21) VALUE "MOVIMENTOS APLICADOS:".
016000     05  WS-ROD-APLICADO PIC ZZZ,ZZ9.
016100     05  FILLER          PIC X(14) VALUE " REJEITADOS: ".
016200     05  WS-ROD-REJEITADO PIC ZZZ,ZZ9.
016300*
016400 PROCEDURE DIVISION.
016500*----------------------------------------------------------------
016600* 0000-MAINLINE
016700*     PARAGRAFO PRINCIPAL DO PROGRAMA.
016800*----------------------------------------------------------------
016900 0000-MAINLINE.
017000     PERFORM 1000-INICIALIZAR
017100         THRU 1000-INICIALIZAR-EXIT
017200     PERFORM 2000-PROCESSAR-MOVIMENTO
017300         THRU 2000-PROCESSAR-MOVIMENTO-EXIT
017400         UNTIL WS-FIM-MOVOPE
017500     PERFORM 3000-FINALIZAR
017600         THRU 3000-FINALIZAR-EXIT
017700     STOP RUN.
017800*
017900*----------------------------------------------------------------
018000* 1000-INICIALIZAR
018100*     ABRE OS ARQUIVOS (CRIANDO OPE-FILE NA PRIMEIRA EXECUCAO)
018200*     E LE O PRIMEIRO MOVIMENTO.
018300*----------------------------------------------------------------
018400 1000-INICIALIZAR.
018500     OPEN I-O OPE-FILE
018600     IF WS-OPE-1 EQUAL '3'
018700         OPEN OUTPUT OPE-FILE
018800     END-IF
018900     IF WS-OPE-1 NOT EQUAL '0'
019000         DISPLAY "MANUTOPE: CADASTRO DE OPERADORES NAO ABERTO - "
019100             "STATUS " WS-OPE-STATUS
019200         SET WS-FIM-MOVOPE TO TRUE
019300         SET WS-FALHOU TO TRUE
019400         GO TO 1000-INICIALIZAR-EXIT
019500     END-IF
019600     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
019700     OPEN INPUT MOVOPE-FILE
019800     OPEN OUTPUT REJECT-FILE
019900     OPEN OUTPUT REL-FILE
020000     MOVE WS-MAX-LINHAS TO WS-LINHA
020100     ADD 1 TO WS-LINHA
020200     PERFORM 1100-LER-PROXIMO
020300         THRU 1100-LER-PROXIMO-EXIT.
020400 1000-INICIALIZAR-EXIT.
020500     EXIT.
020600*
020700*----------------------------------------------------------------
020800* 1100-LER-PROXIMO
020900*     LE O PROXIMO REGISTRO DO ARQUIVO DE MOVIMENTO.
021000*----------------------------------------------------------------
021100 1100-LER-PROXIMO.
021200     READ MOVOPE-FILE
021300         AT END
021400             SET WS-FIM-MOVOPE TO TRUE
021500     END-READ
021600     IF WS-MOVOPE-1 NOT EQUAL '0'
021700         SET WS-FIM-MOVOPE TO TRUE
021800     END-IF.
021900 1100-LER-PROXIMO-EXIT.
022000     EXIT.
022100*
022200*----------------------------------------------------------------
022300* 2000-PROCESSAR-MOVIMENTO
022400*     VALIDA E APLICA O MOVIMENTO CORRENTE EM OPE-FILE, IMPRIME
022500*     OS ACEITOS E GRAVA OS RECUSADOS COM O MOTIVO DA RECUSA.
022600*----------------------------------------------------------------
022700 2000-PROCESSAR-MOVIMENTO.
022800     PERFORM 2100-VALIDAR-MOVIMENTO
022900         THRU 2100-VALIDAR-MOVIMENTO-EXIT
023000     IF WS-REGISTRO-INVALIDO
023100         ADD 1 TO WS-TOTAL-REJEITADO
023200         PERFORM 2400-GRAVAR-REJEITO
023300             THRU 2400-GRAVAR-REJEITO-EXIT
023400         GO TO 2000-PROCESSAR-MOVIMENTO-EXIT
023500     END-IF
023600     PERFORM 2200-APLICAR-MOVIMENTO
023700         THRU 2200-APLICAR-MOVIMENTO-EXIT
023800     IF WS-REGISTRO-VALIDO
023900         ADD 1 TO WS-TOTAL-APLICADO
024000         PERFORM 2300-IMPRIMIR-APLICADO
024100             THRU 2300-IMPRIMIR-APLICADO-EXIT
024200     ELSE
024300         ADD 1 TO WS-TOTAL-REJEITADO
024400         PERFORM 2400-GRAVAR-REJEITO
024500             THRU 2400-GRAVAR-REJEITO-EXIT
024600     END-IF.
024700 2000-PROCESSAR-MOVIMENTO-EXIT.
024800     PERFORM 1100-LER-PROXIMO
024900         THRU 1100-LER-PROXIMO-EXIT.
025000*
025100*----------------------------------------------------------------
025200* 2100-VALIDAR-MOVIMENTO
025300*     VALIDA OPERACAO, CODIGO, NOME E PERFIL DO MOVIMENTO.
025400*----------------------------------------------------------------
025500 2100-VALIDAR-MOVIMENTO.
025600     SET WS-REGISTRO-VALIDO TO TRUE
025700     IF NOT MVO-OP-VALIDA
025800         SET WS-REGISTRO-INVALIDO TO TRUE
025900         MOVE "OPERACAO INVALIDA (ACEITAS: I, A, B, L)"
026000           TO WS-REJ-MOTIVO
026100         GO TO 2100-VALIDAR-MOVIMENTO-EXIT
026200     END-IF
026300     IF MVO-CODIGO EQUAL SPACES
026400         SET WS-REGISTRO-INVALIDO TO TRUE
026500         MOVE "CODIGO DO OPERADOR NAO INFORMADO" TO WS-REJ-MOTIVO
026600         GO TO 2100-VALIDAR-MOVIMENTO-EXIT
026700     END-IF
026800     IF (MVO-OP-INCLUIR OR MVO-OP-ALTERAR)
026900        AND MVO-NOME EQUAL SPACES
027000         SET WS-REGISTRO-INVALIDO TO TRUE
027100         MOVE "NOME DO OPERADOR NAO INFORMADO"
027200           TO WS-REJ-MOTIVO
027300         GO TO 2100-VALIDAR-MOVIMENTO-EXIT
027400     END-IF
027500     IF (MVO-OP-INCLUIR OR MVO-OP-ALTERAR)
027600        AND NOT MVO-PERFIL-VALIDO
027700         SET WS-REGISTRO-INVALIDO TO TRUE
027800         MOVE "PERFIL INVALIDO (ACEITOS: C, A, S)"
027900           TO WS-REJ-MOTIVO
028000     END-IF.
028100 2100-VALIDAR-MOVIMENTO-EXIT.
028200     EXIT.
028300*
028400*----------------------------------------------------------------
028500* 2200-APLICAR-MOVIMENTO
028600*     APLICA O MOVIMENTO EM OPE-FILE CONFORME A OPERACAO.
028700*----------------------------------------------------------------
028800 2200-APLICAR-MOVIMENTO.
028900     MOVE MVO-CODIGO TO OPE-CODIGO
029000     IF NOT MVO-OP-INCLUIR
029100         READ OPE-FILE KEY IS OPE-CODIGO
029200         IF WS-OPE-STATUS EQUAL '23'
029300             SET WS-REGISTRO-INVALIDO TO TRUE
029400             MOVE "OPERADOR NAO CADASTRADO" TO WS-REJ-MOTIVO
029500             GO TO 2200-APLICAR-MOVIMENTO-EXIT
029600         END-IF
029700     END-IF
029800     EVALUATE TRUE
029900         WHEN MVO-OP-INCLUIR
030000             MOVE MVO-NOME     TO OPE-NOME
030100             MOVE MVO-PERFIL   TO OPE-PERFIL
030200             SET OPE-ATIVO     TO TRUE
030300             MOVE WS-DATA-HOJE TO OPE-DATA-ULTIMA-ALTERACAO
030400             WRITE OPE-DADOS
030500             IF WS-OPE-STATUS EQUAL '22'
030600                 SET WS-REGISTRO-INVALIDO TO TRUE
030700                 MOVE "OPERADOR JA CADASTRADO" TO WS-REJ-MOTIVO
030800             END-IF
030900         WHEN MVO-OP-ALTERAR
031000             MOVE MVO-NOME     TO OPE-NOME
031100             MOVE MVO-PERFIL   TO OPE-PERFIL
031200             MOVE WS-DATA-HOJE TO OPE-DATA-ULTIMA-ALTERACAO
031300             REWRITE OPE-DADOS
031400         WHEN MVO-OP-BLOQUEAR
031500             IF OPE-BLOQUEADO
031600                 SET WS-REGISTRO-INVALIDO TO TRUE
031700                 MOVE "OPERADOR JA ESTAVA BLOQUEADO"
031800                   TO WS-REJ-MOTIVO
031900             ELSE
032000                 SET OPE-BLOQUEADO TO TRUE
032100                 MOVE WS-DATA-HOJE TO OPE-DATA-ULTIMA-ALTERACAO
032200                 REWRITE OPE-DADOS
032300             END-IF
032400         WHEN MVO-OP-LIBERAR
032500             IF OPE-ATIVO
032600                 SET WS-REGISTRO-INVALIDO TO TRUE
032700                 MOVE "OPERADOR NAO ESTA BLOQUEADO"
032800                   TO WS-REJ-MOTIVO
032900             ELSE
033000                 SET OPE-ATIVO TO TRUE
033100                 MOVE WS-DATA-HOJE TO OPE-DATA-ULTIMA-ALTERACAO
033200                 REWRITE OPE-DADOS
033300             END-IF
033400     END-EVALUATE
033500     IF WS-REGISTRO-VALIDO
033600        AND WS-OPE-1 NOT EQUAL '0'
033700         SET WS-REGISTRO-INVALIDO TO TRUE
033800         MOVE "FALHA DE GRAVACAO EM OPE-FILE" TO WS-REJ-MOTIVO
033900     END-IF.
034000 2200-APLICAR-MOVIMENTO-EXIT.
034100     EXIT.
034200*
034300*----------------------------------------------------------------
034400* 2300-IMPRIMIR-APLICADO
034500*     IMPRIME UMA LINHA NO RELATORIO DE MOVIMENTOS APLICADOS, COM
034600*     A POSICAO DO OPERADOR APOS O MOVIMENTO.
034700*----------------------------------------------------------------
034800 2300-IMPRIMIR-APLICADO.
034900     IF WS-LINHA IS GREATER THAN WS-MAX-LINHAS
035000         PERFORM 2310-IMPRIMIR-CABECALHO
035100             THRU 2310-IMPRIMIR-CABECALHO-EXIT
035200     END-IF
035300     EVALUATE TRUE
035400         WHEN MVO-OP-INCLUIR
035500             MOVE "INCLUSAO " TO WS-DET-OPERACAO
035600         WHEN MVO-OP-ALTERAR
035700             MOVE "ALTERACAO" TO WS-DET-OPERACAO
035800         WHEN MVO-OP-BLOQUEAR
035900             MOVE "BLOQUEIO " TO WS-DET-OPERACAO
036000         WHEN MVO-OP-LIBERAR
036100             MOVE "LIBERACAO" TO WS-DET-OPERACAO
036200     END-EVALUATE
036300     EVALUATE TRUE
036400         WHEN OPE-PERFIL-CONSULTA
036500             MOVE "CONSULTA   " TO WS-DET-PERFIL
036600         WHEN OPE-PERFIL-ATENDIMENTO
036700             MOVE "ATENDIMENTO" TO WS-DET-PERFIL
036800         WHEN OPE-PERFIL-SUPERVISOR
036900             MOVE "SUPERVISOR " TO WS-DET-PERFIL
037000     END-EVALUATE
037100     IF OPE-ATIVO
037200         MOVE "ATIVO    " TO WS-DET-SITUACAO
037300     ELSE
037400         MOVE "BLOQUEADO" TO WS-DET-SITUACAO
037500     END-IF
037600     MOVE OPE-CODIGO TO WS-DET-CODIGO
037700     MOVE OPE-NOME   TO WS-DET-NOME
037800     WRITE REL-LINHA FROM WS-DETALHE
037900     ADD 1 TO WS-LINHA.
038000 2300-IMPRIMIR-APLICADO-EXIT.
038100     EXIT.
038200*
038300*----------------------------------------------------------------
038400* 2310-IMPRIMIR-CABECALHO
038500*     QUEBRA DE PAGINA - IMPRIME O CABECALHO DO RELATORIO.
038600*----------------------------------------------------------------
038700 2310-IMPRIMIR-CABECALHO.
038800     ADD 1 TO WS-PAGINA
038900     MOVE WS-PAGINA TO WS-CAB-PAGINA
039000     IF WS-PAGINA IS GREATER THAN 1
039100         WRITE REL-LINHA FROM WS-CABECALHO-1
039200             BEFORE ADVANCING NOVA-PAGINA
039300     ELSE
039400         WRITE REL-LINHA FROM WS-CABECALHO-1
039500     END-IF
039600     WRITE REL-LINHA FROM WS-CABECALHO-2
039700     MOVE ZEROS TO WS-LINHA.
039800 2310-IMPRIMIR-CABECALHO-EXIT.
039900     EXIT.
040000*
040100*----------------------------------------------------------------
040200* 2400-GRAVAR-REJEITO
040300*     GRAVA EM REJECT-FILE O MOVIMENTO RECUSADO COM O MOTIVO.
040400*----------------------------------------------------------------
040500 2400-GRAVAR-REJEITO.
040600     MOVE MOVOPE-REGISTRO TO REJ-MOVIMENTO
040700     MOVE WS-REJ-MOTIVO   TO REJ-MOTIVO
040800     WRITE REJECT-REGISTRO.
040900 2400-GRAVAR-REJEITO-EXIT.
041000     EXIT.
041100*
041200*----------------------------------------------------------------
041300* 3000-FINALIZAR
041400*     IMPRIME OS TOTAIS DESTA EXECUCAO E FECHA OS ARQUIVOS. COM
041500*     FALHA NA INICIALIZACAO (CADASTRO NAO ABERTO), NADA FOI
041600*     ABERTO - APENAS DEVOLVE O CODIGO DE RETORNO 8.
041700*----------------------------------------------------------------
041800 3000-FINALIZAR.
041900     IF WS-FALHOU
042000         DISPLAY "MANUTOPE: TERMINO COM FALHA - RC=8"
042100         MOVE 8 TO RETURN-CODE
042200         GO TO 3000-FINALIZAR-EXIT
042300     END-IF
042400     MOVE WS-TOTAL-APLICADO  TO WS-ROD-APLICADO
042500     MOVE WS-TOTAL-REJEITADO TO WS-ROD-REJEITADO
042600     WRITE REL-LINHA FROM WS-RODAPE
042700     DISPLAY WS-RODAPE
042800     CLOSE MOVOPE-FILE
042900     CLOSE OPE-FILE
043000     CLOSE REJECT-FILE
043100     CLOSE REL-FILE.
043200 3000-FINALIZAR-EXIT.
043300     EXIT.
043400*
043500 END PROGRAM MANUTOPE.
