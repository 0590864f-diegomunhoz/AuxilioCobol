000100*****************************************************************
000200*    UORGR208 - LINHA DE IMPRESSAO DO LOG DE ANONIMIZACAO DOS   *
000300*    CONTATOS DE UNIDADE (UORG0208): MATRICULA DESLIGADA, DATA  *
000400*    DO DESLIGAMENTO, UNIDADE E RESULTADO                       *
000500*****************************************************************
000600 01  UORGR208-LINHA.
000700     03 UORGR208-CTL-IMPRESSAO      PIC X(1).
000800     03 UORGR208-DETALHE.
000900        05 FILLER                  PIC X(2).
001000        05 UORGR208-CMATR-FUNC      PIC X(9).
001100        05 FILLER                  PIC X(2).
001200        05 UORGR208-DDESLG          PIC X(10).
001300        05 FILLER                  PIC X(2).
001400        05 UORGR208-CPSSOA-JURID    PIC Z(9)9.
001500        05 UORGR208-SEP-1           PIC X(1).
001600        05 UORGR208-NSEQ-UND-ORGNZ  PIC Z(7)9.
001700        05 FILLER                  PIC X(2).
001800        05 UORGR208-IABREV-UND      PIC X(30).
001900        05 FILLER                  PIC X(2).
002000        05 UORGR208-RESULTADO       PIC X(50).
002100        05 FILLER                  PIC X(4).
002200     03 UORGR208-TITULO REDEFINES UORGR208-DETALHE.
002300        05 FILLER                  PIC X(2).
002400        05 UORGR208-TIT-TEXTO       PIC X(100).
002500        05 FILLER                  PIC X(30).
002600     03 UORGR208-TOTAL REDEFINES UORGR208-DETALHE.
002700        05 FILLER                  PIC X(4).
002800        05 UORGR208-TOT-ROTULO      PIC X(45).
002900        05 UORGR208-TOT-QTDE        PIC -ZZZ,ZZ9.
003000        05 FILLER                  PIC X(75).
