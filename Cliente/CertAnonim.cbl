000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CERTANON.
000300 AUTHOR.        EQUIPE DE SISTEMAS.
000400 INSTALLATION.  DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* HISTORICO DE ALTERACOES
000900*----------------------------------------------------------------
001000* DATA       AUTOR   DESCRICAO
001100* 15/10/2026  EDS     PROGRAMA ORIGINAL - CERTIFICADO DE
001200*                     ANONIMIZACAO POR PROTOCOLO, PARA O
001300*                     ENCARREGADO DE DADOS PESSOAIS (DPO).
001400*----------------------------------------------------------------
001500*
001600*----------------------------------------------------------------
001700* PROPOSITO.
001800*     LER O CONTROLE DA ANONIMIZACAO (ANO-FILE) GRAVADO PELO
001900*     ANONIMIZ E PELOS STEPS DO ANONARQ, CLASSIFICA-LO POR
002000*     PROTOCOLO E CLIENTE (MANTIDA A ORDEM DE GRAVACAO DENTRO DO
002100*     CLIENTE) E IMPRIMIR, EM PAGINA PROPRIA PARA CADA PROTOCOLO,
002200*     O CERTIFICADO DE ATENDIMENTO DO PEDIDO: PARA CADA CLIENTE
002300*     ATENDIDO, CADA ARQUIVO TRATADO E A QUANTIDADE DE REGISTROS
002400*     MASCARADOS NELE; PARA CADA CLIENTE RECUSADO, O MOTIVO. O
002500*     CERTIFICADO TERMINA COM OS TOTAIS DO PROTOCOLO, OS DADOS
002600*     MASCARADOS E OS MANTIDOS, E O CAMPO DE ASSINATURA DO
002700*     ENCARREGADO.
002800*----------------------------------------------------------------
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 SPECIAL-NAMES.
003500     C01 IS NOVA-PAGINA.
003600*
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     COPY "sel-anoreg.cpy".
004000
004100     SELECT ORDEM-FILE ASSIGN TO "SORTWK".
004200
004300     SELECT REL-FILE ASSIGN TO "RELCERT"
004400         ORGANIZATION IS SEQUENTIAL.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800     COPY "fd-anoreg.cpy".
004900*
005000 SD  ORDEM-FILE.
005100 01  ORDEM-REGISTRO.
005200     05  ORD-PROTOCOLO           PIC X(20).
005300     05  ORD-CODIGO              PIC 9(07).
005400     05  ORD-SEQUENCIA           PIC 9(07).
005500     05  ORD-DATA-PEDIDO         PIC 9(08).
005600     05  ORD-TIPO                PIC X(01).
005700         88  ORD-ATENDIDO                VALUE 'A'.
005800         88  ORD-RECUSADO                VALUE 'R'.
005900         88  ORD-MASCARADO               VALUE 'M'.
006000     05  ORD-ARQUIVO             PIC X(30).
006100     05  ORD-QUANTIDADE          PIC 9(07).
006200     05  ORD-MOTIVO              PIC X(40).
006300*
006400 FD  REL-FILE
006500     LABEL RECORD STANDARD.
006600 01  REL-LINHA               PIC X(132).
006700*
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------------
007000* CONTADORES E INDICADORES
007100*----------------------------------------------------------------
007200 77  WS-LIDOS                PIC 9(07) COMP VALUE ZEROS.
007300 77  WS-QTD-PROTOCOLOS       PIC 9(07) COMP VALUE ZEROS.
007400 77  WS-PRT-ATENDIDOS        PIC 9(07) COMP VALUE ZEROS.
007500 77  WS-PRT-RECUSADOS        PIC 9(07) COMP VALUE ZEROS.
007600 77  WS-PRT-MASCARADOS       PIC 9(09) COMP VALUE ZEROS.
007700 77  WS-PAGINA               PIC 9(04) COMP VALUE ZEROS.
007800 77  WS-LINHA                PIC 9(02) COMP VALUE ZEROS.
007900 77  WS-MAX-LINHAS           PIC 9(02) COMP VALUE 50.
008000 77  WS-PROTOCOLO-ANTERIOR   PIC X(20) VALUE SPACES.
008100 77  WS-DATA-EMISSAO         PIC 9(08) VALUE ZEROS.
008200*
008300 01  WS-SWITCHES.
008400     03  WS-SW-FIM-CONTROLE  PIC X(01) VALUE 'N'.
008500         88  WS-FIM-CONTROLE         VALUE 'S'.
008600         88  WS-NAO-FIM-CONTROLE     VALUE 'N'.
008700     03  WS-SW-FIM-ORDEM     PIC X(01) VALUE 'N'.
008800         88  WS-FIM-ORDEM            VALUE 'S'.
008900         88  WS-NAO-FIM-ORDEM        VALUE 'N'.
009000     03  WS-SW-PRIMEIRO      PIC X(01) VALUE 'S'.
009100         88  WS-PRIMEIRO-PROTOCOLO   VALUE 'S'.
009200         88  WS-NAO-PRIMEIRO-PROTOCOLO VALUE 'N'.
009300     03  WS-SW-FALHA         PIC X(01) VALUE 'N'.
009400         88  WS-FALHOU               VALUE 'S'.
009500         88  WS-SEM-FALHA            VALUE 'N'.
009600*
009700 01  WS-ANO-STATUS.
009800     03  WS-ANO-1            PIC X(01).
009900     03  WS-ANO-2            PIC X(01) USAGE DISPLAY.
010000*
010100*----------------------------------------------------------------
010200* EDICAO DE DATAS AAAAMMDD EM DD/MM/AAAA
010300*----------------------------------------------------------------
010400 01  WS-DATA-ENTRADA         PIC 9(08).
010500 01  WS-DATA-ENTRADA-R REDEFINES WS-DATA-ENTRADA.
010600     05  WS-DTE-ANO          PIC X(04).
010700     05  WS-DTE-MES          PIC X(02).
010800     05  WS-DTE-DIA          PIC X(02).
010900 01  WS-DATA-EDITADA.
011000     05  WS-DTS-DIA          PIC X(02).
011100     05  FILLER              PIC X(01) VALUE "/".
011200     05  WS-DTS-MES          PIC X(02).
011300     05  FILLER              PIC X(01) VALUE "/".
011400     05  WS-DTS-ANO          PIC X(04).
011500*
011600*----------------------------------------------------------------
011700* CABECALHOS DO CERTIFICADO
011800*----------------------------------------------------------------
011900 01  WS-CABECALHO-1.
012000     05  FILLER          PIC X(30)
012100             VALUE "CERTIFICADO DE ANONIMIZACAO DE".
012200     05  FILLER          PIC X(30)
012300             VALUE " DADOS PESSOAIS (LGPD)".
012400     05  FILLER          PIC X(10) VALUE SPACES.
012500     05  FILLER          PIC X(08) VALUE "PAGINA: ".
012600     05  WS-CAB-PAGINA   PIC ZZZ9.
012700*
012800 01  WS-CABECALHO-2.
012900     05  FILLER          PIC X(11) VALUE "PROTOCOLO: ".
013000     05  WS-CAB-PROTOCOLO PIC X(20).
013100     05  FILLER          PIC X(18) VALUE "  DATA DO PEDIDO: ".
013200     05  WS-CAB-DATA-PEDIDO PIC X(10).
013300     05  FILLER          PIC X(11) VALUE "  EMISSAO: ".
013400     05  WS-CAB-EMISSAO  PIC X(10).
013500*
013600 01  WS-CABECALHO-3.
013700     05  FILLER              PIC X(09) VALUE "CLIENTE".
013800     05  FILLER              PIC X(11) VALUE "SITUACAO".
013900     05  FILLER              PIC X(32) VALUE "ARQUIVO".
014000     05  FILLER              PIC X(40)
014100             VALUE "REGISTROS MASCARADOS / MOTIVO".
014200*
014300*----------------------------------------------------------------
014400* LINHAS DE DETALHE - CLIENTE E ARQUIVO TRATADO
014500*----------------------------------------------------------------
014600 01  WS-DETALHE-CLIENTE.
014700     05  WS-DCL-CODIGO       PIC ZZZZZZ9.
014800     05  FILLER              PIC X(02) VALUE SPACES.
014900     05  WS-DCL-SITUACAO     PIC X(09).
015000     05  FILLER              PIC X(34) VALUE SPACES.
015100     05  WS-DCL-MOTIVO       PIC X(40).
015200*
015300 01  WS-DETALHE-ARQUIVO.
015400     05  FILLER              PIC X(20) VALUE SPACES.
015500     05  WS-DAR-ARQUIVO      PIC X(30).
015600     05  FILLER              PIC X(02) VALUE SPACES.
015700     05  WS-DAR-QUANTIDADE   PIC Z,ZZZ,ZZ9.
015800*
015900*----------------------------------------------------------------
016000* FECHAMENTO DO CERTIFICADO
016100*----------------------------------------------------------------
016200 01  WS-RODAPE.
016300     05  FILLER          PIC X(20) VALUE "CLIENTES ATENDIDOS: ".
016400     05  WS-ROD-ATENDIDOS PIC ZZZ,ZZ9.
016500     05  FILLER          PIC X(12) VALUE " RECUSADOS: ".
016600     05  WS-ROD-RECUSADOS PIC ZZZ,ZZ9.
016700     05  FILLER          PIC X(23)
016800             VALUE " REGISTROS MASCARADOS: ".
016900     05  WS-ROD-MASCARADOS PIC ZZZ,ZZZ,ZZ9.
017000*
017100 01  WS-DECLARACAO-1.
017200     05  FILLER          PIC X(34)
017300             VALUE "DADOS MASCARADOS: NOME, ENDERECO (".
017400     05  FILLER          PIC X(40)
017500             VALUE "LOGRADOURO, NUMERO, COMPLEMENTO, BAIRRO".
017600     05  FILLER          PIC X(40)
017700             VALUE " E CEP), DOCUMENTO E CONTATOS".
017800*
017900 01  WS-DECLARACAO-2.
018000     05  FILLER          PIC X(35)
018100             VALUE "DADOS MANTIDOS..: CODIGO, CIDADE, ".
018200     05  FILLER          PIC X(40)
018300             VALUE "UF, SEXO, SITUACAO, TIPO DE DOCUMENTO E".
018400     05  FILLER          PIC X(40)
018500             VALUE " DATAS (SEM IDENTIFICACAO DO TITULAR)".
018600*
018700 01  WS-ASSINATURA-1.
018800     05  FILLER          PIC X(50) VALUE ALL "_".
018900*
019000 01  WS-ASSINATURA-2.
019100     05  FILLER          PIC X(27)
019200             VALUE "ENCARREGADO PELO TRATAMENTO".
019300     05  FILLER          PIC X(30)
019400             VALUE " DE DADOS PESSOAIS (DPO)".
019500*
019600 PROCEDURE DIVISION.
019700*----------------------------------------------------------------
019800* 0000-MAINLINE
019900*     PARAGRAFO PRINCIPAL DO PROGRAMA.
020000*----------------------------------------------------------------
020100 0000-MAINLINE.
020200     PERFORM 1000-INICIALIZAR
020300         THRU 1000-INICIALIZAR-EXIT
020400     IF WS-SEM-FALHA
020500         SORT ORDEM-FILE
020600             ON ASCENDING KEY ORD-PROTOCOLO
020700                              ORD-CODIGO
020800                              ORD-SEQUENCIA
020900             INPUT PROCEDURE IS 2000-SELECIONAR
021000                            THRU 2000-SELECIONAR-EXIT
021100             OUTPUT PROCEDURE IS 3000-IMPRIMIR-CERTIFICADOS
021200                            THRU 3000-IMPRIMIR-CERTIFICADOS-EXIT
021300     END-IF
021400     PERFORM 4000-FINALIZAR
021500         THRU 4000-FINALIZAR-EXIT
021600     STOP RUN.
021700*
021800*----------------------------------------------------------------
021900* 1000-INICIALIZAR
022000*     ABRE O CONTROLE DA ANONIMIZACAO E O RELATORIO.
022100*----------------------------------------------------------------
022200 1000-INICIALIZAR.
022300     ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
022400     MOVE WS-DATA-EMISSAO TO WS-DATA-ENTRADA
022500     PERFORM 3900-EDITAR-DATA
022600         THRU 3900-EDITAR-DATA-EXIT
022700     MOVE WS-DATA-EDITADA TO WS-CAB-EMISSAO
022800     OPEN INPUT ANO-FILE
022900     IF WS-ANO-1 NOT EQUAL '0'
023000         DISPLAY "CERTANON: CONTROLE DA ANONIMIZACAO NAO ABERTO"
023100             " - STATUS " WS-ANO-STATUS
023200         SET WS-FALHOU TO TRUE
023300         GO TO 1000-INICIALIZAR-EXIT
023400     END-IF
023500     OPEN OUTPUT REL-FILE.
023600 1000-INICIALIZAR-EXIT.
023700     EXIT.
023800*
023900*----------------------------------------------------------------
024000* 2000-SELECIONAR
024100*     PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO - LIBERA CADA
024200*     REGISTRO DO CONTROLE NUMERADO NA ORDEM DE GRAVACAO.
024300*----------------------------------------------------------------
024400 2000-SELECIONAR.
024500     PERFORM 2100-LER-CONTROLE
024600         THRU 2100-LER-CONTROLE-EXIT
024700     PERFORM 2200-LIBERAR-REGISTRO
024800         THRU 2200-LIBERAR-REGISTRO-EXIT
024900         UNTIL WS-FIM-CONTROLE
025000     CLOSE ANO-FILE.
025100 2000-SELECIONAR-EXIT.
025200     EXIT.
025300*
025400 2100-LER-CONTROLE.
025500     READ ANO-FILE
025600         AT END
025700             SET WS-FIM-CONTROLE TO TRUE
025800     END-READ
025900     IF WS-ANO-1 NOT EQUAL '0'
026000         SET WS-FIM-CONTROLE TO TRUE
026100     END-IF.
026200 2100-LER-CONTROLE-EXIT.
026300     EXIT.
026400*
026500 2200-LIBERAR-REGISTRO.
026600     ADD 1 TO WS-LIDOS
026700     MOVE ANO-PROTOCOLO   TO ORD-PROTOCOLO
026800     MOVE ANO-CODIGO      TO ORD-CODIGO
026900     MOVE WS-LIDOS        TO ORD-SEQUENCIA
027000     MOVE ANO-DATA-PEDIDO TO ORD-DATA-PEDIDO
027100     MOVE ANO-TIPO        TO ORD-TIPO
027200     MOVE ANO-ARQUIVO     TO ORD-ARQUIVO
027300     MOVE ANO-QUANTIDADE  TO ORD-QUANTIDADE
027400     MOVE ANO-MOTIVO      TO ORD-MOTIVO
027500     RELEASE ORDEM-REGISTRO
027600     PERFORM 2100-LER-CONTROLE
027700         THRU 2100-LER-CONTROLE-EXIT.
027800 2200-LIBERAR-REGISTRO-EXIT.
027900     EXIT.
028000*
028100*----------------------------------------------------------------
028200* 3000-IMPRIMIR-CERTIFICADOS
028300*     PROCEDIMENTO DE SAIDA DA CLASSIFICACAO - IMPRIME UM
028400*     CERTIFICADO POR PROTOCOLO.
028500*----------------------------------------------------------------
028600 3000-IMPRIMIR-CERTIFICADOS.
028700     PERFORM 3100-RETORNAR-ORDENADO
028800         THRU 3100-RETORNAR-ORDENADO-EXIT
028900     PERFORM 3200-PROCESSAR-REGISTRO
029000         THRU 3200-PROCESSAR-REGISTRO-EXIT
029100         UNTIL WS-FIM-ORDEM
029200     IF WS-NAO-PRIMEIRO-PROTOCOLO
029300         PERFORM 3600-FECHAR-PROTOCOLO
029400             THRU 3600-FECHAR-PROTOCOLO-EXIT
029500     END-IF.
029600 3000-IMPRIMIR-CERTIFICADOS-EXIT.
029700     EXIT.
029800*
029900 3100-RETORNAR-ORDENADO.
030000     RETURN ORDEM-FILE
030100         AT END
030200             SET WS-FIM-ORDEM TO TRUE
030300     END-RETURN.
030400 3100-RETORNAR-ORDENADO-EXIT.
030500     EXIT.
030600*
030700 3200-PROCESSAR-REGISTRO.
030800     IF WS-PRIMEIRO-PROTOCOLO
030900        OR ORD-PROTOCOLO NOT EQUAL WS-PROTOCOLO-ANTERIOR
031000         IF WS-NAO-PRIMEIRO-PROTOCOLO
031100             PERFORM 3600-FECHAR-PROTOCOLO
031200                 THRU 3600-FECHAR-PROTOCOLO-EXIT
031300         END-IF
031400         SET WS-NAO-PRIMEIRO-PROTOCOLO TO TRUE
031500         PERFORM 3300-ABRIR-PROTOCOLO
031600             THRU 3300-ABRIR-PROTOCOLO-EXIT
031700     END-IF
031800     IF WS-LINHA IS GREATER THAN WS-MAX-LINHAS
031900         PERFORM 3800-IMPRIMIR-CABECALHO
032000             THRU 3800-IMPRIMIR-CABECALHO-EXIT
032100     END-IF
032200     EVALUATE TRUE
032300         WHEN ORD-ATENDIDO
032400             ADD 1 TO WS-PRT-ATENDIDOS
032500             MOVE ORD-CODIGO TO WS-DCL-CODIGO
032600             MOVE "ATENDIDO" TO WS-DCL-SITUACAO
032700             MOVE SPACES     TO WS-DCL-MOTIVO
032800             WRITE REL-LINHA FROM WS-DETALHE-CLIENTE
032900             ADD 1 TO WS-LINHA
033000         WHEN ORD-RECUSADO
033100             ADD 1 TO WS-PRT-RECUSADOS
033200             MOVE ORD-CODIGO TO WS-DCL-CODIGO
033300             MOVE "RECUSADO" TO WS-DCL-SITUACAO
033400             MOVE ORD-MOTIVO TO WS-DCL-MOTIVO
033500             WRITE REL-LINHA FROM WS-DETALHE-CLIENTE
033600             ADD 1 TO WS-LINHA
033700         WHEN ORD-MASCARADO
033800             ADD ORD-QUANTIDADE TO WS-PRT-MASCARADOS
033900             MOVE ORD-ARQUIVO    TO WS-DAR-ARQUIVO
034000             MOVE ORD-QUANTIDADE TO WS-DAR-QUANTIDADE
034100             WRITE REL-LINHA FROM WS-DETALHE-ARQUIVO
034200             ADD 1 TO WS-LINHA
034300     END-EVALUATE
034400     PERFORM 3100-RETORNAR-ORDENADO
034500         THRU 3100-RETORNAR-ORDENADO-EXIT.
034600 3200-PROCESSAR-REGISTRO-EXIT.
034700     EXIT.
034800*
034900*----------------------------------------------------------------
035000* 3300-ABRIR-PROTOCOLO
035100*     INICIA O CERTIFICADO DE UM PROTOCOLO EM PAGINA NOVA.
035200*----------------------------------------------------------------
035300 3300-ABRIR-PROTOCOLO.
035400     ADD 1 TO WS-QTD-PROTOCOLOS
035500     MOVE ORD-PROTOCOLO TO WS-PROTOCOLO-ANTERIOR
035600     MOVE ORD-PROTOCOLO TO WS-CAB-PROTOCOLO
035700     MOVE ORD-DATA-PEDIDO TO WS-DATA-ENTRADA
035800     PERFORM 3900-EDITAR-DATA
035900         THRU 3900-EDITAR-DATA-EXIT
036000     MOVE WS-DATA-EDITADA TO WS-CAB-DATA-PEDIDO
036100     MOVE ZEROS TO WS-PRT-ATENDIDOS
036200                   WS-PRT-RECUSADOS
036300                   WS-PRT-MASCARADOS
036400     PERFORM 3800-IMPRIMIR-CABECALHO
036500         THRU 3800-IMPRIMIR-CABECALHO-EXIT.
036600 3300-ABRIR-PROTOCOLO-EXIT.
036700     EXIT.
036800*
036900*----------------------------------------------------------------
037000* 3600-FECHAR-PROTOCOLO
037100*     IMPRIME OS TOTAIS DO PROTOCOLO, OS DADOS MASCARADOS E
037200*     MANTIDOS E O CAMPO DE ASSINATURA DO ENCARREGADO.
037300*----------------------------------------------------------------
037400 3600-FECHAR-PROTOCOLO.
037500     IF WS-LINHA IS GREATER THAN WS-MAX-LINHAS - 9
037600         PERFORM 3800-IMPRIMIR-CABECALHO
037700             THRU 3800-IMPRIMIR-CABECALHO-EXIT
037800     END-IF
037900     MOVE WS-PRT-ATENDIDOS  TO WS-ROD-ATENDIDOS
038000     MOVE WS-PRT-RECUSADOS  TO WS-ROD-RECUSADOS
038100     MOVE WS-PRT-MASCARADOS TO WS-ROD-MASCARADOS
038200     MOVE SPACES TO REL-LINHA
038300     WRITE REL-LINHA
038400     WRITE REL-LINHA FROM WS-RODAPE
038500     MOVE SPACES TO REL-LINHA
038600     WRITE REL-LINHA
038700     WRITE REL-LINHA FROM WS-DECLARACAO-1
038800     WRITE REL-LINHA FROM WS-DECLARACAO-2
038900     MOVE SPACES TO REL-LINHA
039000     WRITE REL-LINHA
039100     WRITE REL-LINHA
039200     WRITE REL-LINHA FROM WS-ASSINATURA-1
039300     WRITE REL-LINHA FROM WS-ASSINATURA-2
039400     DISPLAY "CERTANON: PROTOCOLO " WS-PROTOCOLO-ANTERIOR
039500         " " WS-RODAPE.
039600 3600-FECHAR-PROTOCOLO-EXIT.
039700     EXIT.
039800*
039900*----------------------------------------------------------------
040000* 3800-IMPRIMIR-CABECALHO
040100*     QUEBRA DE PAGINA - IMPRIME O CABECALHO DO CERTIFICADO.
040200*----------------------------------------------------------------
040300 3800-IMPRIMIR-CABECALHO.
040400     ADD 1 TO WS-PAGINA
040500     MOVE WS-PAGINA TO WS-CAB-PAGINA
040600     IF WS-PAGINA IS GREATER THAN 1
040700         WRITE REL-LINHA FROM WS-CABECALHO-1
040800             BEFORE ADVANCING NOVA-PAGINA
040900     ELSE
041000         WRITE REL-LINHA FROM WS-CABECALHO-1
041100     END-IF
041200     WRITE REL-LINHA FROM WS-CABECALHO-2
041300     MOVE SPACES TO REL-LINHA
041400     WRITE REL-LINHA
041500     WRITE REL-LINHA FROM WS-CABECALHO-3
041600     MOVE ZEROS TO WS-LINHA.
041700 3800-IMPRIMIR-CABECALHO-EXIT.
041800     EXIT.
041900*
042000*----------------------------------------------------------------
042100* 3900-EDITAR-DATA
042200*     EDITA A DATA AAAAMMDD DE WS-DATA-ENTRADA EM DD/MM/AAAA.
042300*----------------------------------------------------------------
042400 3900-EDITAR-DATA.
042500     MOVE WS-DTE-DIA TO WS-DTS-DIA
042600     MOVE WS-DTE-MES TO WS-DTS-MES
042700     MOVE WS-DTE-ANO TO WS-DTS-ANO.
042800 3900-EDITAR-DATA-EXIT.
042900     EXIT.
043000*
043100*----------------------------------------------------------------
043200* 4000-FINALIZAR
043300*     FECHA O RELATORIO E EXIBE OS TOTAIS; RC=8 SE O CONTROLE DA
043400*     ANONIMIZACAO NAO PODE SER LIDO.
043500*----------------------------------------------------------------
043600 4000-FINALIZAR.
043700     IF WS-FALHOU
043800         DISPLAY "CERTANON: TERMINO COM FALHA - RC=8"
043900         MOVE 8 TO RETURN-CODE
044000         GO TO 4000-FINALIZAR-EXIT
044100     END-IF
044200     CLOSE REL-FILE
044300     DISPLAY "CERTANON: REGISTROS DE CONTROLE LIDOS: " WS-LIDOS
044400     DISPLAY "CERTANON: CERTIFICADOS IMPRESSOS.....: "
044500         WS-QTD-PROTOCOLOS.
044600 4000-FINALIZAR-EXIT.
044700     EXIT.
044800*
044900 END PROGRAM CERTANON.
