002040*                     LADO DA IMAGEM DE SIS-DADOS; EVENTOS DE
002050*                     CONTATO ('C', 'D' E 'E') TAMBEM MARCAM O
002060*                     CLIENTE COMO ALTERADO NO PERIODO.
002070* 15/10/2026  EDS     DE-PARA DOS CADASTROS UNIFICADOS (EVENTO
002080*                     'U' DE UNIFCAD) ENVIADO EM REGISTRO PROPRIO
002081*                     ('U' + CODIGO ABSORVIDO + CODIGO MANTIDO +
002082*                     DATA/HORA), PARA FATURAMENTO E CRM
002084*                     REAPONTAREM SEUS REGISTROS; RODAPE COM A
002085*                     QUANTIDADE DE DE-PARA APOS A DE DETALHES.
002086* 15/10/2026  EDS     ANONIMIZACAO (EVENTO 'L') ENVIADA
002088*                     EM REGISTRO PROPRIO ('L'); RODAPE COM A
002089*                     QUANTIDADE DE ANONIMIZACOES NO FIM.
002090* 15/10/2026  EDS     REGISTRO DA EXECUCAO NO CONTROLE DA CADEIA
002092*                     NOTURNA (CTLEXEC): INICIO, FIM, RC E
002093*                     QUANTIDADES.
002094*                     O JOB SO INICIA DEPOIS DE MOVTOCLI
002096*                     CONCLUIDO (RC ATE 4) NA MESMA DATA DE
002097*                     NEGOCIO E
002098*                     TERMINA COM RC 12 SE RECUSADO.
002100*----------------------------------------------------------------
002200*
002300*----------------------------------------------------------------
003700*     E AVANCADO (PARA A MAIOR DATA/HORA EXTRAIDA) APOS A
003800*     GRAVACAO COMPLETA - UMA REEXECUCAO APOS QUEDA REPETE A
003900*     MESMA EXTRACAO, SEM PERDER NEM DUPLICAR ALTERACOES.
003910*
003920*     CADA EVENTO DE UNIFICACAO DE CADASTRO (OPERACAO 'U') DO
003930*     PERIODO GERA TAMBEM UM REGISTRO DE DE-PARA ('U') COM O
003940*     CODIGO ABSORVIDO E O CODIGO MANTIDO QUE O SUBSTITUIU. O
003950*     EVENTO 'U' NAO ALTERA A ACAO DO DETALHE DO ABSORVIDO (QUE
003960*     SAI COMO EXCLUSAO, PELA INATIVACAO GRAVADA NA UNIFICACAO).
003962*
003964*     CADA EVENTO DE ANONIMIZACAO (OPERACAO 'L') DO PERIODO GERA
003966*     UM REGISTRO DE ANONIMIZACAO ('L') COM O CODIGO, O
003968*     PROTOCOLO E A DATA DO PEDIDO DO TITULAR, PARA FATURAMENTO
003970*     E CRM MASCARAREM OS DADOS PESSOAIS EM SUAS BASES. COMO O
003972*     'U', O EVENTO 'L' NAO ALTERA A ACAO DO DETALHE.
004000*----------------------------------------------------------------
004100*
004200 ENVIRONMENT DIVISION.
007700     05  ORD-CODIGO              PIC 9(07).
007800     05  ORD-DATA-HORA           PIC 9(16).
007900     05  ORD-OPERACAO            PIC X(01).
007950     05  ORD-CODIGO-MANTIDO      PIC 9(07).
007960     05  ORD-PROTOCOLO           PIC X(20).
007970     05  ORD-DATA-PEDIDO         PIC 9(08).
008000*
008100 WORKING-STORAGE SECTION.
008200*----------------------------------------------------------------
008400*----------------------------------------------------------------
008500 77  WS-TOTAL-DETALHES       PIC 9(07) COMP VALUE ZEROS.
008600 77  WS-TOTAL-NAO-ACHADOS    PIC 9(07) COMP VALUE ZEROS.
008650 77  WS-TOTAL-DEPARA         PIC 9(07) COMP VALUE ZEROS.
008660 77  WS-TOTAL-ANONIM         PIC 9(07) COMP VALUE ZEROS.
008700 77  WS-CORTE-ANTERIOR       PIC 9(16) VALUE ZEROS.
008800 77  WS-CORTE-NOVO           PIC 9(16) VALUE ZEROS.
008900 77  WS-CODIGO-ANTERIOR      PIC 9(07) VALUE ZEROS.
011650*
011660 77  WS-TEL-PREFERIDO        PIC X(40) VALUE SPACES.
011670 77  WS-EMAIL-PREFERIDO      PIC X(40) VALUE SPACES.
011680*
011682*----------------------------------------------------------------
011684* IMAGEM POSTERIOR DO EVENTO DE UNIFICACAO (LAYOUT DE DEP-DADOS)
011686*----------------------------------------------------------------
011688 01  WS-DEPARA-DEPOIS.
011690     03  WS-DPR-ABSORVIDO    PIC 9(07).
011692     03  WS-DPR-MANTIDO      PIC 9(07).
011694     03  WS-DPR-DATA-HORA    PIC 9(16).
011700*
011710*----------------------------------------------------------------
011720* IMAGEM ANTERIOR DO EVENTO DE ANONIMIZACAO (PEDIDO ATENDIDO)
011730*----------------------------------------------------------------
011740 01  WS-ANONIMIZACAO-ANTES.
011750     03  WS-ANA-PROTOCOLO    PIC X(20).
011760     03  WS-ANA-DATA-PEDIDO  PIC 9(08).
011770     03  FILLER              PIC X(151).
011780*
011800 01  WS-GERACAO-TIMESTAMP.
011900     03  WS-GER-DATA         PIC 9(08).
012000     03  WS-GER-HORAS        PIC 9(08).
013310     05  WS-DET-TELEFONE     PIC X(40).
013320     05  WS-DET-EMAIL        PIC X(40).
013400*
013410 01  WS-DEPARA-INTERFACE.
013420     05  FILLER              PIC X(01) VALUE 'U'.
013430     05  WS-DPI-ABSORVIDO    PIC 9(07).
013440     05  WS-DPI-MANTIDO      PIC 9(07).
013450     05  WS-DPI-DATA-HORA    PIC 9(16).
013460     05  FILLER              PIC X(230) VALUE SPACES.
013470*
013472 01  WS-ANONIM-INTERFACE.
013474     05  FILLER              PIC X(01) VALUE 'L'.
013476     05  WS-ANI-CODIGO       PIC 9(07).
013478     05  WS-ANI-PROTOCOLO    PIC X(20).
013480     05  WS-ANI-DATA-PEDIDO  PIC 9(08).
013482     05  WS-ANI-DATA-HORA    PIC 9(16).
013484     05  FILLER              PIC X(209) VALUE SPACES.
013486*
013500 01  WS-RODAPE-INTERFACE.
013600     05  FILLER              PIC X(01) VALUE 'T'.
013700     05  WS-ROD-QUANTIDADE   PIC 9(07).
013750     05  WS-ROD-QTD-DEPARA   PIC 9(07).
013760     05  WS-ROD-QTD-ANONIM   PIC 9(07).
013800     05  FILLER              PIC X(239) VALUE SPACES.
013900*
013916*----------------------------------------------------------------
013933* AREA DE COMUNICACAO COM O CONTROLE DA CADEIA (CTLEXEC)
013950*----------------------------------------------------------------
013966     COPY "wk-ctlexec.cpy".
013983*
014000 PROCEDURE DIVISION.
014100*----------------------------------------------------------------
014200* 0000-MAINLINE
015400                        THRU 3000-GERAR-DELTAS-EXIT
015500     PERFORM 4000-FINALIZAR
015600         THRU 4000-FINALIZAR-EXIT
015633     PERFORM 9000-REGISTRAR-FIM
015666         THRU 9000-REGISTRAR-FIM-EXIT
015700     STOP RUN.
015800*
015900*----------------------------------------------------------------
016200*     ARQUIVOS E GRAVA O CABECALHO DO ARQUIVO DE INTERFACE.
016300*----------------------------------------------------------------
016400 1000-INICIALIZAR.
016433     PERFORM 1010-REGISTRAR-INICIO
016466         THRU 1010-REGISTRAR-INICIO-EXIT
016500     MOVE ZEROS TO WS-CORTE-ANTERIOR
016600     OPEN INPUT CORTE-FILE
016700     IF WS-CORTE-1 EQUAL '0'
018800 1000-INICIALIZAR-EXIT.
018900     EXIT.
019000*
019003*----------------------------------------------------------------
019006* 1010-REGISTRAR-INICIO
019010*     REGISTRA O INICIO DO JOB NO CONTROLE DA CADEIA NOTURNA
019013*     (CTLEXEC), QUE CONFERE OS PRE-REQUISITOS NA DATA DE
019016*     NEGOCIO CORRENTE. JOB RECUSADO TERMINA COM CODIGO DE
019020*     RETORNO 12; CONTROLE INDISPONIVEL, COM 8.
019023*----------------------------------------------------------------
019026 1010-REGISTRAR-INICIO.
019030     SET WS-CTL-INICIAR TO TRUE
019033     MOVE "EXTRDELT" TO WS-CTL-JOB
019036     MOVE ZEROS TO WS-CTL-DATA-NEGOCIO
019040     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
019043     IF WS-CTL-RECUSADO
019046         DISPLAY "EXTRDELT: " WS-CTL-MENSAGEM
019050         DISPLAY "EXTRDELT: PRE-REQUISITO NAO ATENDIDO - JOB NAO "
019053             "INICIADO - RC=12"
019056         MOVE 12 TO RETURN-CODE
019060         STOP RUN
019063     END-IF
019066     IF WS-CTL-INDISPONIVEL
019070         DISPLAY "EXTRDELT: " WS-CTL-MENSAGEM
019073         DISPLAY "EXTRDELT: CONTROLE DA CADEIA INDISPONIVEL - "
019076             "JOB NAO INICIADO - RC=8"
019080         MOVE 8 TO RETURN-CODE
019083         STOP RUN
019086     END-IF.
019090 1010-REGISTRAR-INICIO-EXIT.
019093     EXIT.
019096*
019100*----------------------------------------------------------------
019200* 2000-SELECIONAR
019300*     PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO - LIBERA PARA
022000         MOVE AUD-CODIGO    TO ORD-CODIGO
022100         MOVE AUD-DATA-HORA TO ORD-DATA-HORA
022200         MOVE AUD-OPERACAO  TO ORD-OPERACAO
022210         MOVE ZEROS         TO ORD-CODIGO-MANTIDO
022220         IF AUD-OPERACAO EQUAL 'U'
022230             MOVE AUD-DEPOIS     TO WS-DEPARA-DEPOIS
022240             MOVE WS-DPR-MANTIDO TO ORD-CODIGO-MANTIDO
022250         END-IF
022252         MOVE SPACES        TO ORD-PROTOCOLO
022254         MOVE ZEROS         TO ORD-DATA-PEDIDO
022256         IF AUD-OPERACAO EQUAL 'L'
022258             MOVE AUD-ANTES          TO WS-ANONIMIZACAO-ANTES
022260             MOVE WS-ANA-PROTOCOLO   TO ORD-PROTOCOLO
022262             MOVE WS-ANA-DATA-PEDIDO TO ORD-DATA-PEDIDO
022264         END-IF
022300         RELEASE ORDEM-REGISTRO
022400         IF AUD-DATA-HORA IS GREATER THAN WS-CORTE-NOVO
022500             MOVE AUD-DATA-HORA TO WS-CORTE-NOVO
026600         PERFORM 3300-GRAVAR-DELTA
026700             THRU 3300-GRAVAR-DELTA-EXIT
026800         MOVE ORD-CODIGO TO WS-CODIGO-ANTERIOR
026850         MOVE SPACES TO WS-ULTIMA-OPERACAO
026900     END-IF
026910     EVALUATE ORD-OPERACAO
026920         WHEN 'U'
026930             PERFORM 3400-GRAVAR-DEPARA
026940                 THRU 3400-GRAVAR-DEPARA-EXIT
026945         WHEN 'L'
026950             PERFORM 3500-GRAVAR-ANONIMIZACAO
026955                 THRU 3500-GRAVAR-ANONIMIZACAO-EXIT
026960         WHEN OTHER
026965             MOVE ORD-OPERACAO TO WS-ULTIMA-OPERACAO
026970     END-EVALUATE
027100     PERFORM 3100-RETORNAR-ORDENADO
027200         THRU 3100-RETORNAR-ORDENADO-EXIT.
027300 3200-PROCESSAR-EVENTO-EXIT.
027700* 3300-GRAVAR-DELTA
027800*     LE A IMAGEM ATUAL DO CLIENTE EM SIS-FILE E GRAVA O
027900*     REGISTRO DE INTERFACE COM A ACAO DA ULTIMA OPERACAO.
027910*     CLIENTE TOCADO SO POR EVENTO DE UNIFICACAO NAO GERA
027920*     DETALHE (SO O REGISTRO DE DE-PARA).
028000*----------------------------------------------------------------
028100 3300-GRAVAR-DELTA.
028150     IF WS-ULTIMA-OPERACAO EQUAL SPACES
028160         GO TO 3300-GRAVAR-DELTA-EXIT
028170     END-IF
028200     MOVE WS-CODIGO-ANTERIOR TO SIS-CODIGO
028300     READ SIS-FILE KEY IS SIS-CODIGO
028400     IF WS-FILE-1 NOT EQUAL '0'
030518 3370-CLASSIFICAR-CONTATO-EXIT.
030520     EXIT.
030530*
030531*----------------------------------------------------------------
030532* 3400-GRAVAR-DEPARA
030533*     GRAVA O REGISTRO DE DE-PARA DE UM EVENTO DE UNIFICACAO:
030534*     CODIGO ABSORVIDO, CODIGO MANTIDO E DATA/HORA DO EVENTO.
030535*----------------------------------------------------------------
030536 3400-GRAVAR-DEPARA.
030537     MOVE ORD-CODIGO         TO WS-DPI-ABSORVIDO
030538     MOVE ORD-CODIGO-MANTIDO TO WS-DPI-MANTIDO
030539     MOVE ORD-DATA-HORA      TO WS-DPI-DATA-HORA
030540     WRITE INTERFACE-REGISTRO FROM WS-DEPARA-INTERFACE
030541     ADD 1 TO WS-TOTAL-DEPARA.
030542 3400-GRAVAR-DEPARA-EXIT.
030543     EXIT.
030544*
030545*----------------------------------------------------------------
030546* 3500-GRAVAR-ANONIMIZACAO
030547*     GRAVA O REGISTRO DE UM EVENTO DE ANONIMIZACAO: CODIGO,
030548*     PROTOCOLO E DATA DO PEDIDO E DATA/HORA DO EVENTO.
030549*----------------------------------------------------------------
030550 3500-GRAVAR-ANONIMIZACAO.
030551     MOVE ORD-CODIGO      TO WS-ANI-CODIGO
030552     MOVE ORD-PROTOCOLO   TO WS-ANI-PROTOCOLO
030553     MOVE ORD-DATA-PEDIDO TO WS-ANI-DATA-PEDIDO
030554     MOVE ORD-DATA-HORA   TO WS-ANI-DATA-HORA
030555     WRITE INTERFACE-REGISTRO FROM WS-ANONIM-INTERFACE
030556     ADD 1 TO WS-TOTAL-ANONIM.
030557 3500-GRAVAR-ANONIMIZACAO-EXIT.
030558     EXIT.
030559*
030600*----------------------------------------------------------------
030700* 4000-FINALIZAR
030800*     GRAVA O RODAPE COM A QUANTIDADE DE DETALHES, AVANCA O
031000*----------------------------------------------------------------
031100 4000-FINALIZAR.
031200     MOVE WS-TOTAL-DETALHES TO WS-ROD-QUANTIDADE
031250     MOVE WS-TOTAL-DEPARA   TO WS-ROD-QTD-DEPARA
031260     MOVE WS-TOTAL-ANONIM   TO WS-ROD-QTD-ANONIM
031300     WRITE INTERFACE-REGISTRO FROM WS-RODAPE-INTERFACE
031400     CLOSE INTERFACE-FILE
031500     CLOSE SIS-FILE
031900     END-IF
032000     DISPLAY "EXTRDELT: CLIENTES EXTRAIDOS...: "
032100         WS-TOTAL-DETALHES
032110     DISPLAY "EXTRDELT: DE-PARA UNIFICADOS...: "
032120         WS-TOTAL-DEPARA
032130     DISPLAY "EXTRDELT: ANONIMIZACOES........: "
032140         WS-TOTAL-ANONIM
032200     DISPLAY "EXTRDELT: NAO ENCONTRADOS......: "
032300         WS-TOTAL-NAO-ACHADOS
032400     DISPLAY "EXTRDELT: CORTE ANTERIOR.......: "
036300 4100-GRAVAR-CORTE-EXIT.
036400     EXIT.
036500*
036504*----------------------------------------------------------------
036508* 9000-REGISTRAR-FIM
036512*     REGISTRA O FIM DO JOB, O CODIGO DE RETORNO E AS
036516*     QUANTIDADES NO CONTROLE DA CADEIA NOTURNA, PRESERVANDO O
036520*     CODIGO DE RETORNO DO JOB.
036525*----------------------------------------------------------------
036529 9000-REGISTRAR-FIM.
036533     SET WS-CTL-ENCERRAR TO TRUE
036537     MOVE RETURN-CODE TO WS-CTL-RC
036541     COMPUTE WS-CTL-QTD-GRAVADOS = WS-TOTAL-DETALHES
036545                                 + WS-TOTAL-DEPARA
036550                                 + WS-TOTAL-ANONIM
036554     MOVE WS-TOTAL-NAO-ACHADOS TO WS-CTL-QTD-REJEITADOS
036558     COMPUTE WS-CTL-QTD-LIDOS = WS-CTL-QTD-GRAVADOS
036562                              + WS-CTL-QTD-REJEITADOS
036566     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
036570     MOVE WS-CTL-RC TO RETURN-CODE
036575     IF NOT WS-CTL-LIBERADO
036579         DISPLAY "EXTRDELT: " WS-CTL-MENSAGEM
036583     END-IF.
036587 9000-REGISTRAR-FIM-EXIT.
036591     EXIT.
036595*
036600 END PROGRAM EXTRDELT.
