001400*                     O ARQUIVO VIVO CURTO.
001433* 02/09/2026  EDS     REGISTRO DE AUDITORIA AMPLIADO PARA 385
001466*                     BYTES COM O MOTIVO DA SITUACAO.
001470* 15/10/2026  EDS     REGISTRO DE AUDITORIA AMPLIADO PARA 393
001480*                     BYTES COM O OPERADOR DO EVENTO.
001500*----------------------------------------------------------------
001600*
001700*----------------------------------------------------------------
008500*
008600 FD  ARQHIST-FILE
008700     LABEL RECORD STANDARD.
008800 01  ARQHIST-REGISTRO        PIC X(393).
008900*
009000 FD  AUDNOVO-FILE
009100     LABEL RECORD STANDARD.
009200 01  AUDNOVO-REGISTRO        PIC X(393).
009300*
009400 WORKING-STORAGE SECTION.
009500*----------------------------------------------------------------
