000100*****************************************************************
000200*    UORGR211 - LINHA DE IMPRESSAO DA LISTA DE EXCECAO DA       *
000300*    CARGA MENSAL DO ITINERARIO DAS UNIDADES ITINERANTES        *
000400*    (UORGS211): PARADAS RECUSADAS COM O MOTIVO E TOTAIS        *
000500*****************************************************************
000600 01  UORGR211-LINHA.
000700     03 UORGR211-CTL-IMPRESSAO      PIC X(1).
000800     03 UORGR211-DETALHE.
000900        05 UORGR211-CPSSOA-JURID    PIC Z(9)9.
001000        05 FILLER                  PIC X(1)  VALUE SPACES.
001100        05 UORGR211-NSEQ-UND-ORGNZ  PIC Z(7)9.
001200        05 FILLER                  PIC X(2)  VALUE SPACES.
001300        05 UORGR211-DPARADA         PIC X(8).
001400        05 FILLER                  PIC X(2)  VALUE SPACES.
001500        05 UORGR211-CMUNIC-IBGE     PIC X(7).
001600        05 FILLER                  PIC X(2)  VALUE SPACES.
001700        05 UORGR211-IENDRC-PARADA   PIC X(40).
001800        05 FILLER                  PIC X(2)  VALUE SPACES.
001900        05 UORGR211-MOTIVO          PIC X(40).
002000        05 FILLER                  PIC X(10).
002100     03 UORGR211-TITULO REDEFINES UORGR211-DETALHE.
002200        05 FILLER                  PIC X(2)  VALUE SPACES.
002300        05 UORGR211-TIT-TEXTO       PIC X(70).
002400        05 FILLER                  PIC X(60).
002500     03 UORGR211-TOTAL REDEFINES UORGR211-DETALHE.
002600        05 FILLER                  PIC X(4)  VALUE SPACES.
002700        05 UORGR211-TOT-ROTULO      PIC X(45).
002800        05 UORGR211-TOT-QTDE        PIC ZZZ,ZZ9.
002900        05 FILLER                  PIC X(76).
