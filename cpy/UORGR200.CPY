000100*****************************************************************
000200*    UORGR200 - LINHA DE IMPRESSAO DO RELATORIO SEMANAL DE      *
000300*    PRONTIDAO DA CONTINGENCIA (UORG0200): UNIDADES DE          *
000400*    ATENDIMENTO SEM UNIDADE DE CONTINGENCIA E PARES ROMPIDOS   *
000500*    COM O MOTIVO                                               *
000600*****************************************************************
000700 01  UORGR200-LINHA.
000800     03 UORGR200-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR200-DETALHE.
001000        05 UORGR200-CPSSOA-JURID    PIC Z(9)9.
001100        05 UORGR200-SEP-1           PIC X(1).
001200        05 UORGR200-NSEQ-UND-ORGNZ  PIC Z(7)9.
001300        05 FILLER                  PIC X(2)  VALUE SPACES.
001400        05 UORGR200-IABREV-UND      PIC X(40).
001500        05 FILLER                  PIC X(2)  VALUE SPACES.
001600        05 UORGR200-CPSSOA-CONTNG   PIC Z(9)9.
001700        05 UORGR200-SEP-2           PIC X(1).
001800        05 UORGR200-NSEQ-CONTNG     PIC Z(7)9.
001900        05 FILLER                  PIC X(2)  VALUE SPACES.
002000        05 UORGR200-MOTIVO          PIC X(40).
002100        05 FILLER                  PIC X(8).
002200     03 UORGR200-TITULO REDEFINES UORGR200-DETALHE.
002300        05 FILLER                  PIC X(2).
002400        05 UORGR200-TIT-TEXTO       PIC X(100).
002500        05 FILLER                  PIC X(30).
002600     03 UORGR200-TOTAL REDEFINES UORGR200-DETALHE.
002700        05 FILLER                  PIC X(4).
002800        05 UORGR200-TOT-ROTULO      PIC X(45).
002900        05 UORGR200-TOT-QTDE        PIC ZZZ,ZZ9.
003000        05 FILLER                  PIC X(76).
