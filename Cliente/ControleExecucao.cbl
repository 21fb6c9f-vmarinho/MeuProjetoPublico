000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CTLEXEC.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - REGISTRO DE EXECUCAO DOS
001200*                     JOBS DA CADEIA NOTURNA NO ARQUIVO DE
001300*                     CONTROLE (CTL-FILE) E CONFERENCIA DOS
001400*                     PRE-REQUISITOS DE CADA JOB.
001425* 15/10/2026  EDS     VINCGRP (VINCULOS DE MATRIZ/FILIAL) NA
001450*                     TABELA DE PRE-REQUISITOS: DEPOIS DE
001475*                     MOVTOCLI CONCLUIDO COM RC ATE 4.
001480* 15/10/2026  EDS     INTERFACE DE ENTRADA DO CRM: CRMENTRA DEPOIS
001485*                     DE JANFECHA, MOVTOCLI TAMBEM DEPOIS DE
001490*                     CRMENTRA (RC ATE 4) E CRMRETOR DEPOIS DE
001495*                     MOVTOCLI (RC ATE 4).
001500*----------------------------------------------------------------
001600*
001700*----------------------------------------------------------------
001800* PROPOSITO.
001900*     SUBPROGRAMA CHAMADO PELOS JOBS DA CADEIA NOTURNA (CALL
002000*     "CTLEXEC" USING WS-CTL-PARAMETROS, AREA DEFINIDA EM
002100*     WK-CTLEXEC.CPY) PARA REGISTRAR INICIO, FIM, CODIGO DE
002200*     RETORNO E QUANTIDADES DE CADA EXECUCAO NO ARQUIVO DE
002300*     CONTROLE, CHAVEADO POR DATA DE NEGOCIO E NOME DO JOB.
002400*
002500*     FUNCOES:
002600*         'D'  ABRIR DIA - USADA POR JANFECHA. GRAVA A DATA DE
002700*              NEGOCIO CORRENTE (A INFORMADA EM WS-CTL-DATA-
002800*              NEGOCIO OU, SE ZERADA, A DATA DO SISTEMA) NO
002900*              REGISTRO DE DATA CORRENTE (CHAVE ZEROS/"CORRENTE")
003000*              E REGISTRA O INICIO DO JOB, COMO NA FUNCAO 'I'.
003100*         'I'  INICIAR - CONFERE OS PRE-REQUISITOS DO JOB NA DATA
003200*              DE NEGOCIO CORRENTE E REGISTRA O INICIO ('I' EM
003300*              EXECUCAO) OU A RECUSA ('R', COM O MOTIVO E RC 12).
003400*              DEVOLVE A DATA DE NEGOCIO EM WS-CTL-DATA-NEGOCIO.
003500*         'F'  ENCERRAR - REGISTRA O FIM ('F'), O CODIGO DE
003600*              RETORNO E AS QUANTIDADES LIDAS, GRAVADAS E
003700*              REJEITADAS DO JOB NA DATA DE NEGOCIO INFORMADA.
003800*
003900*     RETORNO (WS-CTL-RETORNO):
004000*         '00'  JOB LIBERADO / REGISTRO EFETUADO
004100*         '04'  JOB RECUSADO - PRE-REQUISITO NAO ATENDIDO (O JOB
004200*               DEVE TERMINAR COM CODIGO DE RETORNO 12)
004300*         '08'  ARQUIVO DE CONTROLE INDISPONIVEL (O JOB DEVE
004400*               TERMINAR COM CODIGO DE RETORNO 8)
004500*     A AUSENCIA DO ARQUIVO DE CONTROLE (STATUS 35 - CONTROLE
004600*     AINDA NAO IMPLANTADO) DEVOLVE '00' E NADA REGISTRA, NO
004700*     MESMO CRITERIO DO CONTROLE DA JANELA DE LOTE (SIT-FILE).
004800*
004900*     PRE-REQUISITOS (TABELA WS-REGRA-TABELA). PARA CADA JOB,
005000*     CADA LINHA DA TABELA E UM PREDECESSOR NA MESMA DATA DE
005100*     NEGOCIO:
005200*         TIPO 'S' - O PREDECESSOR DEVE TER TERMINADO ('F') COM
005300*                    CODIGO DE RETORNO ATE O LIMITE DA LINHA;
005400*         TIPO 'N' - O PREDECESSOR, SE EXECUTADO, NAO PODE TER
005500*                    TERMINADO COM CODIGO DE RETORNO IGUAL OU
005600*                    MAIOR QUE O LIMITE, NEM ESTAR INTERROMPIDO
005700*                    (AINDA 'I' EM EXECUCAO).
005800*     JOBS FORA DA TABELA NAO TEM PRE-REQUISITO, MAS TEM A
005900*     EXECUCAO REGISTRADA. RESSUBMETER UM JOB APOS A CORRECAO
006000*     SOBREPOE O REGISTRO DA EXECUCAO ANTERIOR E SOMA 1 AO
006100*     CONTADOR DE EXECUCOES.
006200*----------------------------------------------------------------
006300*
006400 ENVIRONMENT DIVISION.
006500 CONFIGURATION SECTION.
006600 SOURCE-COMPUTER.   IBM-370.
006700 OBJECT-COMPUTER.   IBM-370.
006800*
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     COPY "sel-ctlfile.cpy".
007200*
007300 DATA DIVISION.
007400 FILE SECTION.
007500     COPY "fd-ctlfile.cpy".
007600*
007700 WORKING-STORAGE SECTION.
007800*----------------------------------------------------------------
007900* CONTADORES E INDICADORES
008000*----------------------------------------------------------------
008100 77  WS-QTD-REGRAS           PIC 9(02) COMP VALUE 16.
008200 77  WS-IND-REGRA            PIC 9(02) COMP VALUE ZEROS.
008300 77  WS-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
008400 77  WS-RC-RECUSA            PIC 9(04) VALUE 12.
008500*
008600 01  WS-SWITCHES.
008700     03  WS-SW-RECUSA        PIC X(01) VALUE 'N'.
008800         88  WS-RECUSOU              VALUE 'S'.
008900         88  WS-NAO-RECUSOU          VALUE 'N'.
009000     03  WS-SW-EXISTE        PIC X(01) VALUE 'N'.
009100         88  WS-EXISTE               VALUE 'S'.
009200         88  WS-NAO-EXISTE           VALUE 'N'.
009300*
009400 01  WS-CTL-STATUS.
009500     03  WS-CTL-1            PIC X(01).
009600     03  WS-CTL-2            PIC X(01) USAGE DISPLAY.
009700*
009800 01  WS-DATA-HORA.
009900     03  WS-DH-DATA          PIC 9(08).
010000     03  WS-DH-HORA          PIC 9(08).
010100 01  WS-DATA-HORA-NUM REDEFINES WS-DATA-HORA
010200                             PIC 9(16).
010300*
010400 01  WS-REGISTRO-JOB         PIC X(123).
010500*
010600 01  WS-MSG-RECUSA.
010700     03  WS-MSG-TEXTO        PIC X(20).
010800     03  WS-MSG-JOB          PIC X(08).
010900     03  FILLER              PIC X(01) VALUE SPACE.
011000     03  WS-MSG-SITUACAO     PIC X(11).
011100*
011200*----------------------------------------------------------------
011300* TABELA DE PRE-REQUISITOS: JOB, PREDECESSOR, TIPO E LIMITE DO
011400* CODIGO DE RETORNO (VER PROPOSITO)
011500*----------------------------------------------------------------
011600 01  WS-REGRA-LISTA.
011700     03  FILLER  PIC X(21) VALUE "CARGACLIJANFECHAS0000".
011800     03  FILLER  PIC X(21) VALUE "RECICLA JANFECHAS0000".
011850     03  FILLER  PIC X(21) VALUE "CRMENTRAJANFECHAS0000".
011900     03  FILLER  PIC X(21) VALUE "MOVTOCLIJANFECHAS0000".
011950     03  FILLER  PIC X(21) VALUE "MOVTOCLICRMENTRAS0004".
012000     03  FILLER  PIC X(21) VALUE "EXPURGO JANFECHAS0000".
012100     03  FILLER  PIC X(21) VALUE "RESTAURAJANFECHAS0000".
012200     03  FILLER  PIC X(21) VALUE "UNIFCAD JANFECHAS0000".
012300     03  FILLER  PIC X(21) VALUE "BATRFB  JANFECHAS0000".
012400     03  FILLER  PIC X(21) VALUE "CONCILIAMOVTOCLIS0004".
012500     03  FILLER  PIC X(21) VALUE "EXTRDELTMOVTOCLIS0004".
012550     03  FILLER  PIC X(21) VALUE "VINCGRP MOVTOCLIS0004".
012575     03  FILLER  PIC X(21) VALUE "CRMRETORMOVTOCLIS0004".
012600     03  FILLER  PIC X(21) VALUE "COPIASEGCONCILIAS0000".
012700     03  FILLER  PIC X(21) VALUE "JANABRE JANFECHAS0000".
012800     03  FILLER  PIC X(21) VALUE "JANABRE RECUPERAN0008".
012900 01  WS-REGRA-TABELA REDEFINES WS-REGRA-LISTA.
013000     03  WS-REGRA-ITEM       OCCURS 16 TIMES.
013100         05  WS-REGRA-JOB        PIC X(08).
013200         05  WS-REGRA-PREDECESSOR PIC X(08).
013300         05  WS-REGRA-TIPO       PIC X(01).
013400             88  WS-REGRA-EXIGE      VALUE 'S'.
013500             88  WS-REGRA-IMPEDE     VALUE 'N'.
013600         05  WS-REGRA-LIMITE     PIC 9(04).
013700*
013800 LINKAGE SECTION.
013900 01  LNK-PARAMETROS.
014000     10  LNK-FUNCAO              PIC X(01).
014100         88  LNK-ABRIR-DIA           VALUE 'D'.
014200         88  LNK-INICIAR             VALUE 'I'.
014300         88  LNK-ENCERRAR            VALUE 'F'.
014400     10  LNK-JOB                 PIC X(08).
014500     10  LNK-DATA-NEGOCIO        PIC 9(08).
014600     10  LNK-RC                  PIC 9(04).
014700     10  LNK-QTD-LIDOS           PIC 9(09).
014800     10  LNK-QTD-GRAVADOS        PIC 9(09).
014900     10  LNK-QTD-REJEITADOS      PIC 9(09).
015000     10  LNK-RETORNO             PIC X(02).
015100     10  LNK-MENSAGEM            PIC X(60).
015200*
015300 PROCEDURE DIVISION USING LNK-PARAMETROS.
015400*----------------------------------------------------------------
015500* 0000-MAINLINE
015600*     PARAGRAFO PRINCIPAL DO PROGRAMA.
015700*----------------------------------------------------------------
015800 0000-MAINLINE.
015900     MOVE "00"   TO LNK-RETORNO
016000     MOVE SPACES TO LNK-MENSAGEM
016100     PERFORM 1000-ABRIR-CONTROLE
016200         THRU 1000-ABRIR-CONTROLE-EXIT
016300     IF LNK-RETORNO EQUAL "00" AND WS-CTL-1 EQUAL '0'
016400         EVALUATE TRUE
016500             WHEN LNK-ABRIR-DIA
016600                 PERFORM 2000-ABRIR-DIA
016700                     THRU 2000-ABRIR-DIA-EXIT
016800                 PERFORM 3000-INICIAR-JOB
016900                     THRU 3000-INICIAR-JOB-EXIT
017000             WHEN LNK-INICIAR
017100                 PERFORM 3000-INICIAR-JOB
017200                     THRU 3000-INICIAR-JOB-EXIT
017300             WHEN LNK-ENCERRAR
017400                 PERFORM 4000-ENCERRAR-JOB
017500                     THRU 4000-ENCERRAR-JOB-EXIT
017600             WHEN OTHER
017700                 MOVE "08" TO LNK-RETORNO
017800                 MOVE "FUNCAO DE CONTROLE INVALIDA"
017900                   TO LNK-MENSAGEM
018000         END-EVALUATE
018100         CLOSE CTL-FILE
018200     END-IF
018300     MOVE ZEROS TO RETURN-CODE
018400     GOBACK.
018500*
018600*----------------------------------------------------------------
018700* 1000-ABRIR-CONTROLE
018800*     ABRE O ARQUIVO DE CONTROLE. NA ABERTURA DO DIA O ARQUIVO
018900*     AINDA VAZIO E CARREGADO COM O REGISTRO DA DATA CORRENTE;
019000*     NAS DEMAIS FUNCOES A AUSENCIA DO ARQUIVO DEIXA O JOB SEGUIR
019100*     SEM REGISTRO.
019200*----------------------------------------------------------------
019300 1000-ABRIR-CONTROLE.
019400     IF LNK-ABRIR-DIA AND LNK-DATA-NEGOCIO EQUAL ZEROS
019500         ACCEPT LNK-DATA-NEGOCIO FROM DATE YYYYMMDD
019600     END-IF
019700     OPEN I-O CTL-FILE
019800     IF WS-CTL-1 EQUAL '3' AND LNK-ABRIR-DIA
019900         OPEN OUTPUT CTL-FILE
020000         IF WS-CTL-1 EQUAL '0'
020100             MOVE ZEROS            TO CTL-DATA-NEGOCIO
020200             MOVE "CORRENTE"       TO CTL-JOB
020300             MOVE SPACES           TO CTL-CORRENTE
020400             MOVE LNK-DATA-NEGOCIO TO CTL-DATA-CORRENTE
020500             WRITE CTL-REGISTRO
020600             CLOSE CTL-FILE
020700             OPEN I-O CTL-FILE
020800         END-IF
020900     END-IF
021000     IF WS-CTL-STATUS EQUAL "35"
021100         MOVE "CONTROLE DE EXECUCAO NAO IMPLANTADO"
021200           TO LNK-MENSAGEM
021300         GO TO 1000-ABRIR-CONTROLE-EXIT
021400     END-IF
021500     IF WS-CTL-1 NOT EQUAL '0'
021600         MOVE "08" TO LNK-RETORNO
021700         STRING "CONTROLE DE EXECUCAO NAO ABERTO - STATUS "
021800                WS-CTL-STATUS
021900             DELIMITED BY SIZE INTO LNK-MENSAGEM
022000     END-IF.
022100 1000-ABRIR-CONTROLE-EXIT.
022200     EXIT.
022300*
022400*----------------------------------------------------------------
022500* 2000-ABRIR-DIA
022600*     GRAVA (OU REGRAVA) O REGISTRO DA DATA DE NEGOCIO CORRENTE.
022700*----------------------------------------------------------------
022800 2000-ABRIR-DIA.
022900     MOVE ZEROS      TO CTL-DATA-NEGOCIO
023000     MOVE "CORRENTE" TO CTL-JOB
023100     READ CTL-FILE
023200         INVALID KEY
023300             SET WS-NAO-EXISTE TO TRUE
023400         NOT INVALID KEY
023500             SET WS-EXISTE TO TRUE
023600     END-READ
023700     MOVE SPACES           TO CTL-CORRENTE
023800     MOVE LNK-DATA-NEGOCIO TO CTL-DATA-CORRENTE
023900     IF WS-EXISTE
024000         REWRITE CTL-REGISTRO
024100     ELSE
024200         WRITE CTL-REGISTRO
024300     END-IF
024400     IF WS-CTL-1 NOT EQUAL '0'
024500         MOVE "08" TO LNK-RETORNO
024600         STRING "DATA DE NEGOCIO NAO GRAVADA - STATUS "
024700                WS-CTL-STATUS
024800             DELIMITED BY SIZE INTO LNK-MENSAGEM
024900     END-IF.
025000 2000-ABRIR-DIA-EXIT.
025100     EXIT.
025200*
025300*----------------------------------------------------------------
025400* 3000-INICIAR-JOB
025500*     OBTEM A DATA DE NEGOCIO CORRENTE, CONFERE OS
025600*     PRE-REQUISITOS DO JOB E REGISTRA O INICIO OU A RECUSA.
025700*----------------------------------------------------------------
025800 3000-INICIAR-JOB.
025900     IF LNK-RETORNO NOT EQUAL "00"
026000         GO TO 3000-INICIAR-JOB-EXIT
026100     END-IF
026200     SET WS-NAO-RECUSOU TO TRUE
026300     MOVE ZEROS      TO CTL-DATA-NEGOCIO
026400     MOVE "CORRENTE" TO CTL-JOB
026500     READ CTL-FILE
026600         INVALID KEY
026700             MOVE ZEROS TO WS-DATA-NEGOCIO
026800         NOT INVALID KEY
026900             MOVE CTL-DATA-CORRENTE TO WS-DATA-NEGOCIO
027000     END-READ
027100     IF WS-DATA-NEGOCIO EQUAL ZEROS
027200         MOVE "04" TO LNK-RETORNO
027300         MOVE "DATA DE NEGOCIO NAO ABERTA - RODAR JANFECHA"
027400           TO LNK-MENSAGEM
027500         GO TO 3000-INICIAR-JOB-EXIT
027600     END-IF
027700     MOVE WS-DATA-NEGOCIO TO LNK-DATA-NEGOCIO
027800     PERFORM 3100-CONFERIR-REGRA
027900         THRU 3100-CONFERIR-REGRA-EXIT
028000         VARYING WS-IND-REGRA FROM 1 BY 1
028100         UNTIL WS-IND-REGRA > WS-QTD-REGRAS
028200            OR WS-RECUSOU
028300     PERFORM 3200-LER-JOB
028400         THRU 3200-LER-JOB-EXIT
028500     ACCEPT WS-DH-DATA FROM DATE YYYYMMDD
028600     ACCEPT WS-DH-HORA FROM TIME
028700     MOVE WS-DATA-HORA-NUM TO CTL-INICIO
028800     MOVE ZEROS TO CTL-FIM
028900                   CTL-RC
029000                   CTL-QTD-LIDOS
029100                   CTL-QTD-GRAVADOS
029200                   CTL-QTD-REJEITADOS
029300     ADD 1 TO CTL-EXECUCOES
029400     IF WS-RECUSOU
029500         SET CTL-RECUSADO TO TRUE
029600         MOVE WS-DATA-HORA-NUM TO CTL-FIM
029700         MOVE WS-RC-RECUSA     TO CTL-RC
029800         MOVE LNK-MENSAGEM     TO CTL-MENSAGEM
029900         MOVE "04"             TO LNK-RETORNO
030000     ELSE
030100         SET CTL-EM-EXECUCAO TO TRUE
030200         MOVE SPACES TO CTL-MENSAGEM
030300     END-IF
030400     PERFORM 3300-GRAVAR-JOB
030500         THRU 3300-GRAVAR-JOB-EXIT.
030600 3000-INICIAR-JOB-EXIT.
030700     EXIT.
030800*
030900*----------------------------------------------------------------
031000* 3100-CONFERIR-REGRA
031100*     CONFERE UMA LINHA DA TABELA DE PRE-REQUISITOS, SE FOR DO
031200*     JOB QUE ESTA INICIANDO, CONTRA O REGISTRO DO PREDECESSOR
031300*     NA MESMA DATA DE NEGOCIO.
031400*----------------------------------------------------------------
031500 3100-CONFERIR-REGRA.
031600     IF WS-REGRA-JOB (WS-IND-REGRA) NOT EQUAL LNK-JOB
031700         GO TO 3100-CONFERIR-REGRA-EXIT
031800     END-IF
031900     MOVE WS-DATA-NEGOCIO TO CTL-DATA-NEGOCIO
032000     MOVE WS-REGRA-PREDECESSOR (WS-IND-REGRA) TO CTL-JOB
032100     READ CTL-FILE
032200         INVALID KEY
032300             SET WS-NAO-EXISTE TO TRUE
032400         NOT INVALID KEY
032500             SET WS-EXISTE TO TRUE
032600     END-READ
032700     MOVE SPACES TO WS-MSG-SITUACAO
032800     IF WS-REGRA-EXIGE (WS-IND-REGRA)
032900         EVALUATE TRUE
033000             WHEN WS-NAO-EXISTE
033100                 MOVE "NAO EXECUTOU" TO WS-MSG-SITUACAO
033200             WHEN CTL-EM-EXECUCAO
033300                 MOVE "INTERROMPIDO" TO WS-MSG-SITUACAO
033400             WHEN CTL-RECUSADO
033500                 MOVE "RECUSADO"     TO WS-MSG-SITUACAO
033600             WHEN CTL-RC > WS-REGRA-LIMITE (WS-IND-REGRA)
033700                 MOVE "FALHOU"       TO WS-MSG-SITUACAO
033800         END-EVALUATE
033900     ELSE
034000         IF WS-EXISTE
034100             IF CTL-EM-EXECUCAO
034200                 MOVE "INTERROMPIDO" TO WS-MSG-SITUACAO
034300             ELSE
034400                 IF CTL-CONCLUIDO AND
034500                    CTL-RC NOT < WS-REGRA-LIMITE (WS-IND-REGRA)
034600                     MOVE "FALHOU"   TO WS-MSG-SITUACAO
034700                 END-IF
034800             END-IF
034900         END-IF
035000     END-IF
035100     IF WS-MSG-SITUACAO NOT EQUAL SPACES
035200         SET WS-RECUSOU TO TRUE
035300         MOVE "PRE-REQUISITO: "    TO WS-MSG-TEXTO
035400         MOVE WS-REGRA-PREDECESSOR (WS-IND-REGRA) TO WS-MSG-JOB
035500         MOVE WS-MSG-RECUSA TO LNK-MENSAGEM
035600     END-IF.
035700 3100-CONFERIR-REGRA-EXIT.
035800     EXIT.
035900*
036000*----------------------------------------------------------------
036100* 3200-LER-JOB
036200*     LE O REGISTRO DO JOB NA DATA DE NEGOCIO. SE NAO EXISTIR,
036300*     MONTA UM REGISTRO NOVO COM O CONTADOR DE EXECUCOES ZERADO.
036400*----------------------------------------------------------------
036500 3200-LER-JOB.
036600     MOVE LNK-DATA-NEGOCIO TO CTL-DATA-NEGOCIO
036700     MOVE LNK-JOB          TO CTL-JOB
036800     READ CTL-FILE
036900         INVALID KEY
037000             SET WS-NAO-EXISTE TO TRUE
037100         NOT INVALID KEY
037200             SET WS-EXISTE TO TRUE
037300     END-READ
037400     IF WS-NAO-EXISTE
037500         MOVE LNK-DATA-NEGOCIO TO CTL-DATA-NEGOCIO
037600         MOVE LNK-JOB          TO CTL-JOB
037700         MOVE SPACES           TO CTL-SITUACAO
037800                                  CTL-MENSAGEM
037900         MOVE ZEROS            TO CTL-INICIO
038000                                  CTL-FIM
038100                                  CTL-RC
038200                                  CTL-QTD-LIDOS
038300                                  CTL-QTD-GRAVADOS
038400                                  CTL-QTD-REJEITADOS
038500                                  CTL-EXECUCOES
038600     END-IF.
038700 3200-LER-JOB-EXIT.
038800     EXIT.
038900*
039000*----------------------------------------------------------------
039100* 3300-GRAVAR-JOB
039200*     GRAVA OU REGRAVA O REGISTRO DO JOB.
039300*----------------------------------------------------------------
039400 3300-GRAVAR-JOB.
039500     IF WS-EXISTE
039600         REWRITE CTL-REGISTRO
039700     ELSE
039800         WRITE CTL-REGISTRO
039900     END-IF
040000     IF WS-CTL-1 NOT EQUAL '0'
040100         MOVE "08" TO LNK-RETORNO
040200         STRING "EXECUCAO NAO REGISTRADA - STATUS "
040300                WS-CTL-STATUS
040400             DELIMITED BY SIZE INTO LNK-MENSAGEM
040500     END-IF.
040600 3300-GRAVAR-JOB-EXIT.
040700     EXIT.
040800*
040900*----------------------------------------------------------------
041000* 4000-ENCERRAR-JOB
041100*     REGISTRA O FIM, O CODIGO DE RETORNO E AS QUANTIDADES DO JOB.
041200*     SEM DATA DE NEGOCIO INFORMADA (O INICIO NAO FOI REGISTRADO)
041300*     NADA E GRAVADO.
041400*----------------------------------------------------------------
041500 4000-ENCERRAR-JOB.
041600     IF LNK-DATA-NEGOCIO EQUAL ZEROS
041700         GO TO 4000-ENCERRAR-JOB-EXIT
041800     END-IF
041900     PERFORM 3200-LER-JOB
042000         THRU 3200-LER-JOB-EXIT
042100     ACCEPT WS-DH-DATA FROM DATE YYYYMMDD
042200     ACCEPT WS-DH-HORA FROM TIME
042300     IF WS-NAO-EXISTE
042400         MOVE WS-DATA-HORA-NUM TO CTL-INICIO
042500         MOVE 1 TO CTL-EXECUCOES
042600     END-IF
042700     SET CTL-CONCLUIDO TO TRUE
042800     MOVE WS-DATA-HORA-NUM   TO CTL-FIM
042900     MOVE LNK-RC             TO CTL-RC
043000     MOVE LNK-QTD-LIDOS      TO CTL-QTD-LIDOS
043100     MOVE LNK-QTD-GRAVADOS   TO CTL-QTD-GRAVADOS
043200     MOVE LNK-QTD-REJEITADOS TO CTL-QTD-REJEITADOS
043300     MOVE SPACES             TO CTL-MENSAGEM
043400     PERFORM 3300-GRAVAR-JOB
043500         THRU 3300-GRAVAR-JOB-EXIT.
043600 4000-ENCERRAR-JOB-EXIT.
043700     EXIT.
043800*
043900 END PROGRAM CTLEXEC.
