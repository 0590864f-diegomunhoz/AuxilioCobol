000100*****************************************************************
000200*    UORGR188 - LINHA DE IMPRESSAO DO BATIMENTO MENSAL DA REDE  *
000300*    CONTRA A LISTA UNICAD DO BACEN: UNIDADE, CAMPO DIVERGENTE, *
000400*    VALOR NA UORG, VALOR NO BACEN E A SITUACAO NA FILA DA      *
000500*    PROXIMA REMESSA DELTA DA UORG0011 (TFILA_REMSA_UND)        *
000600*****************************************************************
000700 01  UORGR188-LINHA.
000800     03 UORGR188-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR188-DETALHE.
001000        05 UORGR188-CPSSOA-JURID    PIC Z(9)9.
001100        05 FILLER                  PIC X(2)  VALUE SPACES.
001200        05 UORGR188-NSEQ-UND-ORGNZ  PIC Z(7)9.
001300        05 FILLER                  PIC X(2)  VALUE SPACES.
001400        05 UORGR188-IABREV-UND      PIC X(25).
001500        05 FILLER                  PIC X(2)  VALUE SPACES.
001600        05 UORGR188-CAMPO           PIC X(10).
001700        05 FILLER                  PIC X(2)  VALUE SPACES.
001800        05 UORGR188-VALOR-UORG      PIC X(12).
001900        05 FILLER                  PIC X(2)  VALUE SPACES.
002000        05 UORGR188-VALOR-BACEN     PIC X(12).
002100        05 FILLER                  PIC X(2)  VALUE SPACES.
002200        05 UORGR188-SITUACAO-FILA   PIC X(20).
002300        05 FILLER                  PIC X(23).
002400     03 UORGR188-TITULO REDEFINES UORGR188-DETALHE.
002500        05 FILLER                  PIC X(2)  VALUE SPACES.
002600        05 UORGR188-TIT-TEXTO       PIC X(70).
002700        05 FILLER                  PIC X(60).
002800     03 UORGR188-TOTAL REDEFINES UORGR188-DETALHE.
002900        05 FILLER                  PIC X(4)  VALUE SPACES.
003000        05 UORGR188-TOT-ROTULO      PIC X(45).
003100        05 UORGR188-TOT-QTDE        PIC ZZZ,ZZ9.
003200        05 FILLER                  PIC X(76).
