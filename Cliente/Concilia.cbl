001330*                     DA POSICAO ESPERADA - SUAS IMAGENS ESTAO
001340*                     NO LAYOUT DE CTT-DADOS E NAO AFETAM AS
001350*                     CONTAGENS NEM A SOMA DOS DOCUMENTOS.
001360* 15/10/2026  EDS     EVENTOS DE UNIFICACAO DE CADASTRO (OPERACAO
001370*                     'U') TAMBEM IGNORADOS - A IMAGEM DEPOIS
001380*                     TRAZ O DE-PARA, NAO SIS-DADOS; A INATIVACAO
001381*                     DO ABSORVIDO JA VEM NO EVENTO '5'.
001382* 15/10/2026  EDS     EVENTOS DE ANONIMIZACAO (OPERACAO 'L', DE
001384*                     ANONIMIZ) TAMBEM IGNORADOS - O JOB JA
001385*                     ABATE DO TOTAL DE CONFERENCIA DO SALDO OS
001386*                     DOCUMENTOS QUE MASCARA, SEM GUARDA-LOS NA
001388*                     AUDITORIA.
001389* 15/10/2026  EDS     REGISTRO DA EXECUCAO NO CONTROLE DA CADEIA
001390*                     NOTURNA (CTLEXEC): INICIO, FIM, RC E
001392*                     QUANTIDADES.
001393*                     O JOB SO INICIA DEPOIS DE MOVTOCLI
001394*                     CONCLUIDO (RC ATE 4) NA MESMA DATA DE
001396*                     NEGOCIO - O RC ZERO DESTE JOB CERTIFICA O
001397*                     DIA PARA A COPIA DE SEGURANCA (COPIASEG) - E
001398*                     TERMINA COM RC 12 SE RECUSADO.
001400*----------------------------------------------------------------
001500*
001600*----------------------------------------------------------------
018700*
018800 01  WS-LINHA-RESULTADO      PIC X(60).
018900*
018916*----------------------------------------------------------------
018933* AREA DE COMUNICACAO COM O CONTROLE DA CADEIA (CTLEXEC)
018950*----------------------------------------------------------------
018966     COPY "wk-ctlexec.cpy".
018983*
019000 PROCEDURE DIVISION.
019100*----------------------------------------------------------------
019200* 0000-MAINLINE
020500         THRU 5000-CONCILIAR-EXIT
020600     PERFORM 7000-FINALIZAR
020700         THRU 7000-FINALIZAR-EXIT
020733     PERFORM 9000-REGISTRAR-FIM
020766         THRU 9000-REGISTRAR-FIM-EXIT
020800     STOP RUN.
020900*
021000*----------------------------------------------------------------
021300*     RELATORIO.
021400*----------------------------------------------------------------
021500 1000-INICIALIZAR.
021533     PERFORM 1010-REGISTRAR-INICIO
021566         THRU 1010-REGISTRAR-INICIO-EXIT
021600     SET WS-SALDO-NAO-EXISTE TO TRUE
021700     OPEN INPUT SALDO-FILE
021800     IF WS-SALDO-1 EQUAL '0'
023500 1000-INICIALIZAR-EXIT.
023600     EXIT.
023700*
023703*----------------------------------------------------------------
023706* 1010-REGISTRAR-INICIO
023710*     REGISTRA O INICIO DO JOB NO CONTROLE DA CADEIA NOTURNA
023713*     (CTLEXEC), QUE CONFERE OS PRE-REQUISITOS NA DATA DE
023716*     NEGOCIO CORRENTE. JOB RECUSADO TERMINA COM CODIGO DE
023720*     RETORNO 12; CONTROLE INDISPONIVEL, COM 8.
023723*----------------------------------------------------------------
023726 1010-REGISTRAR-INICIO.
023730     SET WS-CTL-INICIAR TO TRUE
023733     MOVE "CONCILIA" TO WS-CTL-JOB
023736     MOVE ZEROS TO WS-CTL-DATA-NEGOCIO
023740     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
023743     IF WS-CTL-RECUSADO
023746         DISPLAY "CONCILIA: " WS-CTL-MENSAGEM
023750         DISPLAY "CONCILIA: PRE-REQUISITO NAO ATENDIDO - JOB NAO "
023753             "INICIADO - RC=12"
023756         MOVE 12 TO RETURN-CODE
023760         STOP RUN
023763     END-IF
023766     IF WS-CTL-INDISPONIVEL
023770         DISPLAY "CONCILIA: " WS-CTL-MENSAGEM
023773         DISPLAY "CONCILIA: CONTROLE DA CADEIA INDISPONIVEL - "
023776             "JOB NAO INICIADO - RC=8"
023780         MOVE 8 TO RETURN-CODE
023783         STOP RUN
023786     END-IF.
023790 1010-REGISTRAR-INICIO-EXIT.
023793     EXIT.
023796*
023800*----------------------------------------------------------------
023900* 2000-VARRER-CADASTRO
024000*     VARRE SIS-FILE CONTANDO ATIVOS E INATIVOS E ACUMULANDO O
032710        AND AUD-OPERACAO NOT EQUAL 'C'
032720        AND AUD-OPERACAO NOT EQUAL 'D'
032730        AND AUD-OPERACAO NOT EQUAL 'E'
032740        AND AUD-OPERACAO NOT EQUAL 'U'
032750        AND AUD-OPERACAO NOT EQUAL 'L'
032800         ADD 1 TO WS-AUD-EVENTOS
032900         MOVE AUD-ANTES  TO WS-IMAGEM-ANTES
033000         MOVE AUD-DEPOIS TO WS-IMAGEM-DEPOIS
061500 7000-FINALIZAR-EXIT.
061600     EXIT.
061700*
061704*----------------------------------------------------------------
061709* 9000-REGISTRAR-FIM
061714*     REGISTRA O FIM DO JOB, O CODIGO DE RETORNO E AS
061719*     QUANTIDADES NO CONTROLE DA CADEIA NOTURNA, PRESERVANDO O
061723*     CODIGO DE RETORNO DO JOB.
061728*----------------------------------------------------------------
061733 9000-REGISTRAR-FIM.
061738     SET WS-CTL-ENCERRAR TO TRUE
061742     MOVE RETURN-CODE TO WS-CTL-RC
061747     COMPUTE WS-CTL-QTD-LIDOS = WS-ATU-ATIVOS + WS-ATU-INATIVOS
061752     MOVE ZEROS TO WS-CTL-QTD-GRAVADOS
061757                   WS-CTL-QTD-REJEITADOS
061761     CALL "CTLEXEC" USING WS-CTL-PARAMETROS
061766     MOVE WS-CTL-RC TO RETURN-CODE
061771     IF NOT WS-CTL-LIBERADO
061776         DISPLAY "CONCILIA: " WS-CTL-MENSAGEM
061780     END-IF.
061785 9000-REGISTRAR-FIM-EXIT.
061790     EXIT.
061795*
061800 END PROGRAM CONCILIA.
