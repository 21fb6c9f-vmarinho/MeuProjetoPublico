000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MANUTVIN.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - MANUTENCAO EM LOTE DOS
001200*                     VINCULOS DE REPRESENTANTE LEGAL E DE SOCIO
001300*                     DO GRUPO ECONOMICO (VIN-FILE) E ENCERRAMENTO
001400*                     DA REVISAO DE FILIAIS.
001500*----------------------------------------------------------------
001600*
001700*----------------------------------------------------------------
001800* PROPOSITO.
001900*     LER O ARQUIVO DE MOVIMENTOS DE VINCULOS (MOVVIN), INFORMADO
002000*     PELO CADASTRO, E APLICAR CADA REGISTRO NO ARQUIVO DE
002100*     VINCULOS ENTRE CLIENTES (VIN-FILE):
002200*         'I'  INCLUI UM VINCULO DE REPRESENTANTE LEGAL ('R') OU
002300*              DE SOCIO ('S') DE UMA PESSOA FISICA COM UMA PESSOA
002400*              JURIDICA. OS DOIS CLIENTES DEVEM ESTAR CADASTRADOS
002500*              E ATIVOS, COM O TIPO DE DOCUMENTO CORRESPONDENTE.
002600*         'E'  EXCLUI UM VINCULO DE REPRESENTANTE LEGAL OU SOCIO.
002700*         'V'  ENCERRA A REVISAO DE UMA FILIAL ('F') SINALIZADA NA
002800*              INATIVACAO DA MATRIZ - O OPERADOR PASSA A CONSTAR
002900*              NO VINCULO COMO O ULTIMO A TRATA-LO.
003000*     OS VINCULOS DE FILIAL SAO MONTADOS PELO JOB VINCGRP A PARTIR
003100*     DA RAIZ DO CNPJ E NAO SAO INCLUIDOS NEM EXCLUIDOS AQUI.
003200*
003300*     O OPERADOR INFORMADO NO MOVIMENTO DEVE ESTAR ATIVO NO
003400*     CADASTRO DE OPERADORES (OPE-FILE), COM OS MESMOS PERFIS DO
003500*     MODULO MANUTENCAO: INCLUSAO E ENCERRAMENTO DE REVISAO PARA
003600*     'A' (ATENDIMENTO) E 'S' (SUPERVISOR); EXCLUSAO SO PARA 'S'.
003700*
003800*     OS MOVIMENTOS ACEITOS SAEM NO RELATORIO (RELVIN) E OS
003900*     RECUSADOS SAO GRAVADOS COM O MOTIVO DA RECUSA NO ARQUIVO DE
004000*     REJEITADOS (REJVIN), PARA CORRECAO E RESSUBMISSAO.
004100*
004200*     LAYOUT DO MOVIMENTO (COLUNAS FIXAS):
004300*         01     OPERACAO ('I', 'E' OU 'V')
004400*         02     TIPO DO VINCULO ('R' OU 'S'; 'F' NA OPERACAO 'V')
004500*         03-09  CODIGO DO CLIENTE (PESSOA FISICA; NA OPERACAO
004600*                'V', A FILIAL)
004700*         10-16  CODIGO DO CLIENTE VINCULADO (PESSOA JURIDICA; NA
004800*                OPERACAO 'V', A MATRIZ)
004900*         17-24  CODIGO DO OPERADOR
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
006100     COPY "sel-vinfile.cpy".
006200     COPY "sel-sisfile.cpy".
006300     COPY "sel-opefile.cpy".
006400
006500     SELECT MOVVIN-FILE ASSIGN TO "MOVVIN"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-MOVVIN-STATUS.
006800
006900     SELECT REJECT-FILE ASSIGN TO "REJVIN"
007000         ORGANIZATION IS SEQUENTIAL.
007100
007200     SELECT REL-FILE ASSIGN TO "RELVIN"
007300         ORGANIZATION IS SEQUENTIAL.
007400*
007500 DATA DIVISION.
007600 FILE SECTION.
007700     COPY "fd-vinfile.cpy".
007800     COPY "fd-sisfile.cpy".
007900     COPY "fd-opefile.cpy".
008000*
008100 FD  MOVVIN-FILE
008200     LABEL RECORD STANDARD.
008300 01  MOVVIN-REGISTRO.
008400     05  MVV-OPERACAO            PIC X(01).
008500         88  MVV-OP-INCLUIR          VALUE 'I'.
008600         88  MVV-OP-EXCLUIR          VALUE 'E'.
008700         88  MVV-OP-REVISADO         VALUE 'V'.
008800         88  MVV-OP-VALIDA           VALUE 'I' 'E' 'V'.
008900     05  MVV-TIPO                PIC X(01).
009000         88  MVV-TIPO-FILIAL         VALUE 'F'.
009100         88  MVV-TIPO-RESPONSAVEL    VALUE 'R' 'S'.
009200     05  MVV-CODIGO              PIC X(07).
009300     05  MVV-CODIGO-N REDEFINES MVV-CODIGO
009400                                 PIC 9(07).
009500     05  MVV-CODIGO-VINCULADO    PIC X(07).
009600     05  MVV-CODIGO-VINCULADO-N REDEFINES MVV-CODIGO-VINCULADO
009700                                 PIC 9(07).
009800     05  MVV-OPERADOR            PIC X(08).
009900*
010000 FD  REJECT-FILE
010100     LABEL RECORD STANDARD.
010200 01  REJECT-REGISTRO.
010300     05  REJ-MOVIMENTO           PIC X(24).
010400     05  FILLER                  PIC X(01) VALUE SPACE.
010500     05  REJ-MOTIVO              PIC X(40).
010600*
010700 FD  REL-FILE
010800     LABEL RECORD STANDARD.
010900 01  REL-LINHA               PIC X(132).
011000*
011100 WORKING-STORAGE SECTION.
011200*----------------------------------------------------------------
011300* CONTADORES E INDICADORES
011400*----------------------------------------------------------------
011500 77  WS-TOTAL-APLICADO       PIC 9(07) COMP VALUE ZEROS.
011600 77  WS-TOTAL-REJEITADO      PIC 9(07) COMP VALUE ZEROS.
011700 77  WS-PAGINA               PIC 9(04) COMP VALUE ZEROS.
011800 77  WS-LINHA                PIC 9(02) COMP VALUE ZEROS.
011900 77  WS-MAX-LINHAS           PIC 9(02) COMP VALUE 50.
012000 77  WS-REJ-MOTIVO           PIC X(40).
012100 77  WS-DATA-HOJE            PIC 9(08).
012200 77  WS-NOME-CLIENTE         PIC X(30).
012300 77  WS-NOME-VINCULADO       PIC X(30).
012400*
012500 01  WS-SWITCHES.
012600     03  WS-SW-FIM-MOVVIN    PIC X(01) VALUE 'N'.
012700         88  WS-FIM-MOVVIN           VALUE 'S'.
012800         88  WS-NAO-FIM-MOVVIN       VALUE 'N'.
012900     03  WS-SW-FALHA         PIC X(01) VALUE 'N'.
013000         88  WS-FALHOU               VALUE 'S'.
013100         88  WS-SEM-FALHA            VALUE 'N'.
013200     03  WS-SW-REGISTRO      PIC X(01) VALUE 'S'.
013300         88  WS-REGISTRO-VALIDO      VALUE 'S'.
013400         88  WS-REGISTRO-INVALIDO    VALUE 'N'.
013500*
013600 01  WS-VIN-STATUS.
013700     03  WS-VIN-1            PIC X(01).
013800     03  WS-VIN-2            PIC X(01) USAGE DISPLAY.
013900*
014000 01  WS-FILE-STATUS.
014100     03  WS-FILE-1           PIC X(01).
014200     03  WS-FILE-2           PIC X(01) USAGE DISPLAY.
014300*
014400 01  WS-OPE-STATUS.
014500     03  WS-OPE-1            PIC X(01).
014600     03  WS-OPE-2            PIC X(01) USAGE DISPLAY.
014700*
014800 01  WS-MOVVIN-STATUS.
014900     03  WS-MOVVIN-1         PIC X(01).
015000     03  WS-MOVVIN-2         PIC X(01) USAGE DISPLAY.
015100*
015200*----------------------------------------------------------------
015300* DOCUMENTO DA PESSOA JURIDICA VINCULADA - RAIZ DO CNPJ
015400*----------------------------------------------------------------
015500 01  WS-DOCUMENTO            PIC 9(14).
015600 01  WS-DOCUMENTO-PARTES REDEFINES WS-DOCUMENTO.
015700     03  WS-DOC-RAIZ         PIC 9(08).
015800     03  FILLER              PIC 9(06).
015900*
016000*----------------------------------------------------------------
016100* CABECALHO DO RELATORIO DE MOVIMENTOS APLICADOS
016200*----------------------------------------------------------------
016300 01  WS-CABECALHO-1.
016400     05  FILLER          PIC X(40)
016500             VALUE "MANUTENCAO DOS VINCULOS ENTRE CLIENTES".
016600     05  FILLER          PIC X(30) VALUE SPACES.
016700     05  FILLER          PIC X(08) VALUE "PAGINA: ".
016800     05  WS-CAB-PAGINA   PIC ZZZ9.
016900*
017000 01  WS-CABECALHO-2.
017100     05  FILLER              PIC X(11) VALUE "OPERACAO".
017200     05  FILLER              PIC X(15) VALUE "VINCULO".
017300     05  FILLER              PIC X(09) VALUE "CLIENTE".
017400     05  FILLER              PIC X(32) VALUE "NOME".
017500     05  FILLER              PIC X(09) VALUE "VINCULADO".
017600     05  FILLER              PIC X(32) VALUE "NOME".
017700     05  FILLER              PIC X(08) VALUE "OPERADOR".
017800*
017900*----------------------------------------------------------------
018000* LINHA DE DETALHE
018100*----------------------------------------------------------------
018200 01  WS-DETALHE.
018300     05  WS-DET-OPERACAO     PIC X(09).
018400     05  FILLER              PIC X(02) VALUE SPACES.
018500     05  WS-DET-TIPO         PIC X(13).
018600     05  FILLER              PIC X(02) VALUE SPACES.
018700     05  WS-DET-CODIGO       PIC 9(07).
018800     05  FILLER              PIC X(02) VALUE SPACES.
018900     05  WS-DET-NOME         PIC X(30).
019000     05  FILLER              PIC X(02) VALUE SPACES.
019100     05  WS-DET-VINCULADO    PIC 9(07).
019200     05  FILLER              PIC X(02) VALUE SPACES.
019300     05  WS-DET-NOME-VINC    PIC X(30).
019400     05  FILLER              PIC X(02) VALUE SPACES.
019500     05  WS-DET-OPERADOR     PIC X(08).
019600*
019700*----------------------------------------------------------------
019800* LINHA DE RODAPE
019900*----------------------------------------------------------------
020000 01  WS-RODAPE.
020100     05  FILLER          PIC X(21) VALUE "MOVIMENTOS APLICADOS:".
020200     05  WS-ROD-APLICADO PIC ZZZ,ZZ9.
020300     05  FILLER          PIC X(14) VALUE " REJEITADOS: ".
020400     05  WS-ROD-REJEITADO PIC ZZZ,ZZ9.
020500*
020600 PROCEDURE DIVISION.
020700*----------------------------------------------------------------
020800* 0000-MAINLINE
020900*     PARAGRAFO PRINCIPAL DO PROGRAMA.
021000*----------------------------------------------------------------
021100 0000-MAINLINE.
021200     PERFORM 1000-INICIALIZAR
021300         THRU 1000-INICIALIZAR-EXIT
021400     PERFORM 2000-PROCESSAR-MOVIMENTO
021500         THRU 2000-PROCESSAR-MOVIMENTO-EXIT
021600         UNTIL WS-FIM-MOVVIN
021700     PERFORM 3000-FINALIZAR
021800         THRU 3000-FINALIZAR-EXIT
021900     STOP RUN.
022000*
022100*----------------------------------------------------------------
022200* 1000-INICIALIZAR
022300*     ABRE OS ARQUIVOS E LE O PRIMEIRO MOVIMENTO. ARQUIVO DE
022400*     VINCULOS, CADASTRO OU CADASTRO DE OPERADORES NAO ABERTO
022500*     TERMINA COM CODIGO DE RETORNO 8.
022600*----------------------------------------------------------------
022700 1000-INICIALIZAR.
022800     OPEN I-O VIN-FILE
022900     IF WS-VIN-1 NOT EQUAL '0'
023000         DISPLAY "MANUTVIN: ARQUIVO DE VINCULOS NAO ABERTO - "
023100             "STATUS " WS-VIN-STATUS
023200         SET WS-FIM-MOVVIN TO TRUE
023300         SET WS-FALHOU TO TRUE
023400         GO TO 1000-INICIALIZAR-EXIT
023500     END-IF
023600     OPEN INPUT SIS-FILE
023700     IF WS-FILE-1 NOT EQUAL '0'
023800         DISPLAY "MANUTVIN: CADASTRO DE CLIENTES NAO ABERTO - "
023900             "STATUS " WS-FILE-STATUS
024000         SET WS-FIM-MOVVIN TO TRUE
024100         SET WS-FALHOU TO TRUE
024200         GO TO 1000-INICIALIZAR-EXIT
024300     END-IF
024400     OPEN INPUT OPE-FILE
024500     IF WS-OPE-1 NOT EQUAL '0'
024600         DISPLAY "MANUTVIN: CADASTRO DE OPERADORES NAO ABERTO - "
024700             "STATUS " WS-OPE-STATUS
024800         SET WS-FIM-MOVVIN TO TRUE
024900         SET WS-FALHOU TO TRUE
025000         GO TO 1000-INICIALIZAR-EXIT
025100     END-IF
025200     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
025300     OPEN INPUT MOVVIN-FILE
025400     OPEN OUTPUT REJECT-FILE
025500     OPEN OUTPUT REL-FILE
025600     MOVE WS-MAX-LINHAS TO WS-LINHA
025700     ADD 1 TO WS-LINHA
025800     PERFORM 1100-LER-PROXIMO
025900         THRU 1100-LER-PROXIMO-EXIT.
026000 1000-INICIALIZAR-EXIT.
026100     EXIT.
026200*
026300*----------------------------------------------------------------
026400* 1100-LER-PROXIMO
026500*     LE O PROXIMO REGISTRO DO ARQUIVO DE MOVIMENTO.
026600*----------------------------------------------------------------
026700 1100-LER-PROXIMO.
026800     READ MOVVIN-FILE
026900         AT END
027000             SET WS-FIM-MOVVIN TO TRUE
027100     END-READ
027200     IF WS-MOVVIN-1 NOT EQUAL '0'
027300         SET WS-FIM-MOVVIN TO TRUE
027400     END-IF.
027500 1100-LER-PROXIMO-EXIT.
027600     EXIT.
027700*
027800*----------------------------------------------------------------
027900* 2000-PROCESSAR-MOVIMENTO
028000*     VALIDA E APLICA O MOVIMENTO CORRENTE EM VIN-FILE, IMPRIME
028100*     OS ACEITOS E GRAVA OS RECUSADOS COM O MOTIVO DA RECUSA.
028200*----------------------------------------------------------------
028300 2000-PROCESSAR-MOVIMENTO.
028400     PERFORM 2100-VALIDAR-MOVIMENTO
028500         THRU 2100-VALIDAR-MOVIMENTO-EXIT
028600     IF WS-REGISTRO-VALIDO
028700         PERFORM 2150-CONFERIR-OPERADOR
028800             THRU 2150-CONFERIR-OPERADOR-EXIT
028900     END-IF
029000     IF WS-REGISTRO-VALIDO
029100         PERFORM 2170-CONFERIR-CLIENTES
029200             THRU 2170-CONFERIR-CLIENTES-EXIT
029300     END-IF
029400     IF WS-REGISTRO-INVALIDO
029500         ADD 1 TO WS-TOTAL-REJEITADO
029600         PERFORM 2400-GRAVAR-REJEITO
029700             THRU 2400-GRAVAR-REJEITO-EXIT
029800         GO TO 2000-PROCESSAR-MOVIMENTO-EXIT
029900     END-IF
030000     PERFORM 2200-APLICAR-MOVIMENTO
030100         THRU 2200-APLICAR-MOVIMENTO-EXIT
030200     IF WS-REGISTRO-VALIDO
030300         ADD 1 TO WS-TOTAL-APLICADO
030400         PERFORM 2300-IMPRIMIR-APLICADO
030500             THRU 2300-IMPRIMIR-APLICADO-EXIT
030600     ELSE
030700         ADD 1 TO WS-TOTAL-REJEITADO
030800         PERFORM 2400-GRAVAR-REJEITO
030900             THRU 2400-GRAVAR-REJEITO-EXIT
031000     END-IF.
031100 2000-PROCESSAR-MOVIMENTO-EXIT.
031200     PERFORM 1100-LER-PROXIMO
031300         THRU 1100-LER-PROXIMO-EXIT.
031400*
031500*----------------------------------------------------------------
031600* 2100-VALIDAR-MOVIMENTO
031700*     VALIDA OPERACAO, TIPO DO VINCULO, CODIGOS E OPERADOR DO
031800*     MOVIMENTO.
031900*----------------------------------------------------------------
032000 2100-VALIDAR-MOVIMENTO.
032100     SET WS-REGISTRO-VALIDO TO TRUE
032200     IF NOT MVV-OP-VALIDA
032300         SET WS-REGISTRO-INVALIDO TO TRUE
032400         MOVE "OPERACAO INVALIDA (ACEITAS: I, E, V)"
032500           TO WS-REJ-MOTIVO
032600         GO TO 2100-VALIDAR-MOVIMENTO-EXIT
032700     END-IF
032800     IF MVV-OP-REVISADO
032900        AND NOT MVV-TIPO-FILIAL
033000         SET WS-REGISTRO-INVALIDO TO TRUE
033100         MOVE "REVISAO SO SE APLICA A VINCULO DE FILIAL"
033200           TO WS-REJ-MOTIVO
033300         GO TO 2100-VALIDAR-MOVIMENTO-EXIT
033400     END-IF
033500     IF NOT MVV-OP-REVISADO
033600        AND MVV-TIPO-FILIAL
033700         SET WS-REGISTRO-INVALIDO TO TRUE
033800         MOVE "VINCULO DE FILIAL E MONTADO PELO VINCGRP"
033900           TO WS-REJ-MOTIVO
034000         GO TO 2100-VALIDAR-MOVIMENTO-EXIT
034100     END-IF
034200     IF NOT MVV-OP-REVISADO
034300        AND NOT MVV-TIPO-RESPONSAVEL
034400         SET WS-REGISTRO-INVALIDO TO TRUE
034500         MOVE "TIPO DE VINCULO INVALIDO (ACEITOS: R, S)"
034600           TO WS-REJ-MOTIVO
034700         GO TO 2100-VALIDAR-MOVIMENTO-EXIT
034800     END-IF
034900     IF MVV-CODIGO IS NOT NUMERIC
035000        OR MVV-CODIGO-N EQUAL ZEROS
035100        OR MVV-CODIGO-VINCULADO IS NOT NUMERIC
035200        OR MVV-CODIGO-VINCULADO-N EQUAL ZEROS
035300         SET WS-REGISTRO-INVALIDO TO TRUE
035400         MOVE "CODIGO DE CLIENTE INVALIDO OU NAO INFORMADO"
035500           TO WS-REJ-MOTIVO
035600         GO TO 2100-VALIDAR-MOVIMENTO-EXIT
035700     END-IF
035800     IF MVV-CODIGO-N EQUAL MVV-CODIGO-VINCULADO-N
035900         SET WS-REGISTRO-INVALIDO TO TRUE
036000         MOVE "CLIENTE VINCULADO A ELE MESMO" TO WS-REJ-MOTIVO
036100         GO TO 2100-VALIDAR-MOVIMENTO-EXIT
036200     END-IF
036300     IF MVV-OPERADOR EQUAL SPACES
036400         SET WS-REGISTRO-INVALIDO TO TRUE
036500         MOVE "CODIGO DO OPERADOR NAO INFORMADO" TO WS-REJ-MOTIVO
036600     END-IF.
036700 2100-VALIDAR-MOVIMENTO-EXIT.
036800     EXIT.
036900*
037000*----------------------------------------------------------------
037100* 2150-CONFERIR-OPERADOR
037200*     O OPERADOR DEVE ESTAR ATIVO E TER PERFIL PARA A OPERACAO:
037300*     EXCLUSAO SO SUPERVISOR; INCLUSAO E REVISAO, ATENDIMENTO OU
037400*     SUPERVISOR.
037500*----------------------------------------------------------------
037600 2150-CONFERIR-OPERADOR.
037700     MOVE MVV-OPERADOR TO OPE-CODIGO
037800     READ OPE-FILE KEY IS OPE-CODIGO
037900     IF WS-OPE-1 NOT EQUAL '0'
038000         SET WS-REGISTRO-INVALIDO TO TRUE
038100         MOVE "OPERADOR NAO CADASTRADO" TO WS-REJ-MOTIVO
038200         GO TO 2150-CONFERIR-OPERADOR-EXIT
038300     END-IF
038400     IF NOT OPE-ATIVO
038500         SET WS-REGISTRO-INVALIDO TO TRUE
038600         MOVE "OPERADOR BLOQUEADO" TO WS-REJ-MOTIVO
038700         GO TO 2150-CONFERIR-OPERADOR-EXIT
038800     END-IF
038900     IF MVV-OP-EXCLUIR
039000        AND NOT OPE-PERFIL-SUPERVISOR
039100         SET WS-REGISTRO-INVALIDO TO TRUE
039200         MOVE "OPERACAO NAO PERMITIDA AO PERFIL" TO WS-REJ-MOTIVO
039300         GO TO 2150-CONFERIR-OPERADOR-EXIT
039400     END-IF
039500     IF OPE-PERFIL-CONSULTA
039600         SET WS-REGISTRO-INVALIDO TO TRUE
039700         MOVE "OPERACAO NAO PERMITIDA AO PERFIL" TO WS-REJ-MOTIVO
039800     END-IF.
039900 2150-CONFERIR-OPERADOR-EXIT.
040000     EXIT.
040100*
040200*----------------------------------------------------------------
040300* 2170-CONFERIR-CLIENTES
040400*     LE OS DOIS CLIENTES DO MOVIMENTO PARA O RELATORIO. NA
040500*     INCLUSAO, O CLIENTE DEVE SER PESSOA FISICA E O VINCULADO
040600*     PESSOA JURIDICA, AMBOS ATIVOS; GUARDA A RAIZ DO CNPJ.
040700*----------------------------------------------------------------
040800 2170-CONFERIR-CLIENTES.
040900     MOVE "NAO CADASTRADO" TO WS-NOME-CLIENTE
041000                              WS-NOME-VINCULADO
041100     MOVE ZEROS TO WS-DOCUMENTO
041200     MOVE MVV-CODIGO-N TO SIS-CODIGO
041300     READ SIS-FILE KEY IS SIS-CODIGO
041400     IF WS-FILE-1 EQUAL '0'
041500         MOVE SIS-NOME TO WS-NOME-CLIENTE
041600     END-IF
041700     IF MVV-OP-INCLUIR
041800         EVALUATE TRUE
041900             WHEN WS-FILE-1 NOT EQUAL '0'
042000                 SET WS-REGISTRO-INVALIDO TO TRUE
042100                 MOVE "CLIENTE NAO CADASTRADO" TO WS-REJ-MOTIVO
042200             WHEN NOT SIS-ATIVO
042300                 SET WS-REGISTRO-INVALIDO TO TRUE
042400                 MOVE "CLIENTE INATIVO" TO WS-REJ-MOTIVO
042500             WHEN NOT SIS-DOC-FISICA
042600                 SET WS-REGISTRO-INVALIDO TO TRUE
042700                 MOVE "CLIENTE NAO E PESSOA FISICA"
042800                   TO WS-REJ-MOTIVO
042900         END-EVALUATE
043000         IF WS-REGISTRO-INVALIDO
043100             GO TO 2170-CONFERIR-CLIENTES-EXIT
043200         END-IF
043300     END-IF
043400     MOVE MVV-CODIGO-VINCULADO-N TO SIS-CODIGO
043500     READ SIS-FILE KEY IS SIS-CODIGO
043600     IF WS-FILE-1 EQUAL '0'
043700         MOVE SIS-NOME TO WS-NOME-VINCULADO
043800         MOVE SIS-DOCUMENTO TO WS-DOCUMENTO
043900     END-IF
044000     IF MVV-OP-INCLUIR
044100         EVALUATE TRUE
044200             WHEN WS-FILE-1 NOT EQUAL '0'
044300                 SET WS-REGISTRO-INVALIDO TO TRUE
044400                 MOVE "CLIENTE VINCULADO NAO CADASTRADO"
044500                   TO WS-REJ-MOTIVO
044600             WHEN NOT SIS-ATIVO
044700                 SET WS-REGISTRO-INVALIDO TO TRUE
044800                 MOVE "CLIENTE VINCULADO INATIVO" TO WS-REJ-MOTIVO
044900             WHEN NOT SIS-DOC-JURIDICA
045000                 SET WS-REGISTRO-INVALIDO TO TRUE
045100                 MOVE "CLIENTE VINCULADO NAO E PESSOA JURIDICA"
045200                   TO WS-REJ-MOTIVO
045300         END-EVALUATE
045400     END-IF.
045500 2170-CONFERIR-CLIENTES-EXIT.
045600     EXIT.
045700*
045800*----------------------------------------------------------------
045900* 2200-APLICAR-MOVIMENTO
046000*     APLICA O MOVIMENTO EM VIN-FILE CONFORME A OPERACAO.
046100*----------------------------------------------------------------
046200 2200-APLICAR-MOVIMENTO.
046300     MOVE MVV-CODIGO-N           TO VIN-CODIGO
046400     MOVE MVV-TIPO               TO VIN-TIPO
046500     MOVE MVV-CODIGO-VINCULADO-N TO VIN-CODIGO-VINCULADO
046600     IF NOT MVV-OP-INCLUIR
046700         READ VIN-FILE KEY IS VIN-CHAVE
046800         IF WS-VIN-STATUS EQUAL '23'
046900             SET WS-REGISTRO-INVALIDO TO TRUE
047000             MOVE "VINCULO NAO CADASTRADO" TO WS-REJ-MOTIVO
047100             GO TO 2200-APLICAR-MOVIMENTO-EXIT
047200         END-IF
047300     END-IF
047400     EVALUATE TRUE
047500         WHEN MVV-OP-INCLUIR
047600             MOVE WS-DOC-RAIZ   TO VIN-RAIZ-CNPJ
047700             SET VIN-ORIGEM-MANUAL TO TRUE
047800             MOVE MVV-OPERADOR  TO VIN-OPERADOR
047900             MOVE WS-DATA-HOJE  TO VIN-DATA-INCLUSAO
048000                                   VIN-DATA-CONFIRMACAO
048100             SET VIN-SEM-REVISAO TO TRUE
048200             MOVE ZEROS         TO VIN-DATA-REVISAO
048300             WRITE VIN-DADOS
048400             IF WS-VIN-STATUS EQUAL '22'
048500                 SET WS-REGISTRO-INVALIDO TO TRUE
048600                 MOVE "VINCULO JA CADASTRADO" TO WS-REJ-MOTIVO
048700             END-IF
048800         WHEN MVV-OP-EXCLUIR
048900             DELETE VIN-FILE RECORD
049000         WHEN MVV-OP-REVISADO
049100             IF NOT VIN-EM-REVISAO
049200                 SET WS-REGISTRO-INVALIDO TO TRUE
049300                 MOVE "FILIAL NAO ESTA EM REVISAO"
049400                   TO WS-REJ-MOTIVO
049500             ELSE
049600                 SET VIN-SEM-REVISAO TO TRUE
049700                 MOVE WS-DATA-HOJE TO VIN-DATA-REVISAO
049800                 MOVE MVV-OPERADOR TO VIN-OPERADOR
049900                 REWRITE VIN-DADOS
050000             END-IF
050100     END-EVALUATE
050200     IF WS-REGISTRO-VALIDO
050300        AND WS-VIN-1 NOT EQUAL '0'
050400         SET WS-REGISTRO-INVALIDO TO TRUE
050500         MOVE "FALHA DE GRAVACAO EM VIN-FILE" TO WS-REJ-MOTIVO
050600     END-IF.
050700 2200-APLICAR-MOVIMENTO-EXIT.
050800     EXIT.
050900*
051000*----------------------------------------------------------------
051100* 2300-IMPRIMIR-APLICADO
051200*     IMPRIME UMA LINHA NO RELATORIO DE MOVIMENTOS APLICADOS.
051300*----------------------------------------------------------------
051400 2300-IMPRIMIR-APLICADO.
051500     IF WS-LINHA IS GREATER THAN WS-MAX-LINHAS
051600         PERFORM 2310-IMPRIMIR-CABECALHO
051700             THRU 2310-IMPRIMIR-CABECALHO-EXIT
051800     END-IF
051900     EVALUATE TRUE
052000         WHEN MVV-OP-INCLUIR
052100             MOVE "INCLUSAO " TO WS-DET-OPERACAO
052200         WHEN MVV-OP-EXCLUIR
052300             MOVE "EXCLUSAO " TO WS-DET-OPERACAO
052400         WHEN MVV-OP-REVISADO
052500             MOVE "REVISADO " TO WS-DET-OPERACAO
052600     END-EVALUATE
052700     EVALUATE TRUE
052800         WHEN VIN-TIPO-FILIAL
052900             MOVE "FILIAL DE"     TO WS-DET-TIPO
053000         WHEN VIN-TIPO-REPRESENTANTE
053100             MOVE "REPRESENTANTE" TO WS-DET-TIPO
053200         WHEN VIN-TIPO-SOCIO
053300             MOVE "SOCIO DE"      TO WS-DET-TIPO
053400     END-EVALUATE
053500     MOVE VIN-CODIGO           TO WS-DET-CODIGO
053600     MOVE WS-NOME-CLIENTE      TO WS-DET-NOME
053700     MOVE VIN-CODIGO-VINCULADO TO WS-DET-VINCULADO
053800     MOVE WS-NOME-VINCULADO    TO WS-DET-NOME-VINC
053900     MOVE MVV-OPERADOR         TO WS-DET-OPERADOR
054000     WRITE REL-LINHA FROM WS-DETALHE
054100     ADD 1 TO WS-LINHA.
054200 2300-IMPRIMIR-APLICADO-EXIT.
054300     EXIT.
054400*
054500*----------------------------------------------------------------
054600* 2310-IMPRIMIR-CABECALHO
054700*     QUEBRA DE PAGINA - IMPRIME O CABECALHO DO RELATORIO.
054800*----------------------------------------------------------------
054900 2310-IMPRIMIR-CABECALHO.
055000     ADD 1 TO WS-PAGINA
055100     MOVE WS-PAGINA TO WS-CAB-PAGINA
055200     IF WS-PAGINA IS GREATER THAN 1
055300         WRITE REL-LINHA FROM WS-CABECALHO-1
055400             BEFORE ADVANCING NOVA-PAGINA
055500     ELSE
055600         WRITE REL-LINHA FROM WS-CABECALHO-1
055700     END-IF
055800     WRITE REL-LINHA FROM WS-CABECALHO-2
055900     MOVE ZEROS TO WS-LINHA.
056000 2310-IMPRIMIR-CABECALHO-EXIT.
056100     EXIT.
056200*
056300*----------------------------------------------------------------
056400* 2400-GRAVAR-REJEITO
056500*     GRAVA EM REJECT-FILE O MOVIMENTO RECUSADO COM O MOTIVO.
056600*----------------------------------------------------------------
056700 2400-GRAVAR-REJEITO.
056800     MOVE MOVVIN-REGISTRO TO REJ-MOVIMENTO
056900     MOVE WS-REJ-MOTIVO   TO REJ-MOTIVO
057000     WRITE REJECT-REGISTRO.
057100 2400-GRAVAR-REJEITO-EXIT.
057200     EXIT.
057300*
057400*----------------------------------------------------------------
057500* 3000-FINALIZAR
057600*     IMPRIME OS TOTAIS DESTA EXECUCAO E FECHA OS ARQUIVOS. COM
057700*     FALHA NA INICIALIZACAO, FECHA O QUE FOI ABERTO E DEVOLVE O
057800*     CODIGO DE RETORNO 8.
057900*----------------------------------------------------------------
058000 3000-FINALIZAR.
058100     IF WS-FALHOU
058200         CLOSE VIN-FILE
058300         CLOSE SIS-FILE
058400         CLOSE OPE-FILE
058500         DISPLAY "MANUTVIN: TERMINO COM FALHA - RC=8"
058600         MOVE 8 TO RETURN-CODE
058700         GO TO 3000-FINALIZAR-EXIT
058800     END-IF
058900     MOVE WS-TOTAL-APLICADO  TO WS-ROD-APLICADO
059000     MOVE WS-TOTAL-REJEITADO TO WS-ROD-REJEITADO
059100     WRITE REL-LINHA FROM WS-RODAPE
059200     DISPLAY WS-RODAPE
059300     CLOSE MOVVIN-FILE
059400     CLOSE VIN-FILE
059500     CLOSE SIS-FILE
059600     CLOSE OPE-FILE
059700     CLOSE REJECT-FILE
059800     CLOSE REL-FILE.
059900 3000-FINALIZAR-EXIT.
060000     EXIT.
060100*
060200 END PROGRAM MANUTVIN.
