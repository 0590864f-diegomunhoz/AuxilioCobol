000100*****************************************************************
000200*    UORGR192 - LINHA DE IMPRESSAO DO RELATORIO DIARIO DE       *
000300*    MUDANCAS DE UNIDADE EFETIVADAS (UORG0192): UNIDADE, ITEM   *
000400*    ALTERADO E OS VALORES ANTES E DEPOIS DA MUDANCA            *
000500*****************************************************************
000600 01  UORGR192-LINHA.
000700     03 UORGR192-CTL-IMPRESSAO      PIC X(1).
000800     03 UORGR192-DETALHE.
000900        05 UORGR192-CPSSOA-JURID    PIC Z(9)9.
001000        05 FILLER                  PIC X(1).
001100        05 UORGR192-NSEQ-UND-ORGNZ  PIC Z(7)9.
001200        05 FILLER                  PIC X(2).
001300        05 UORGR192-CUND-ORGNZ      PIC Z(5)9.
001400        05 FILLER                  PIC X(2).
001500        05 UORGR192-ITEM            PIC X(19).
001600        05 FILLER                  PIC X(2).
001700        05 UORGR192-ANTES           PIC X(40).
001800        05 FILLER                  PIC X(2).
001900        05 UORGR192-DEPOIS          PIC X(40).
002000     03 UORGR192-TITULO REDEFINES UORGR192-DETALHE.
002100        05 FILLER                  PIC X(2).
002200        05 UORGR192-TIT-TEXTO       PIC X(70).
002300        05 FILLER                  PIC X(60).
002400     03 UORGR192-TOTAL REDEFINES UORGR192-DETALHE.
002500        05 FILLER                  PIC X(4).
002600        05 UORGR192-TOT-ROTULO      PIC X(45).
002700        05 UORGR192-TOT-QTDE        PIC ZZZ,ZZ9.
002800        05 FILLER                  PIC X(76).
