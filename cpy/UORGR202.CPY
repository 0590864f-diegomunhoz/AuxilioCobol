000100*****************************************************************
000200*    UORGR202 - LINHA DE IMPRESSAO DO RELATORIO MENSAL DE       *
000300*    HORAS PARADAS POR INTERRUPCAO NAO PLANEJADA (UORG0202):    *
000400*    QUANTIDADE E HORAS DE EXPEDIENTE PARADAS POR               *
000500*    CONGLOMERADO, CLASSIFICACAO E CAUSA                        *
000600*****************************************************************
000700 01  UORGR202-LINHA.
000800     03 UORGR202-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR202-DETALHE.
001000        05 UORGR202-CPSSOA-JURID    PIC Z(9)9.
001100        05 FILLER                  PIC X(2)  VALUE SPACES.
001200        05 UORGR202-CCLASF          PIC 9(1).
001300        05 FILLER                  PIC X(1)  VALUE SPACES.
001400        05 UORGR202-ICLASF          PIC X(20).
001500        05 FILLER                  PIC X(2)  VALUE SPACES.
001600        05 UORGR202-CCAUSA          PIC 9(2).
001700        05 FILLER                  PIC X(1)  VALUE SPACES.
001800        05 UORGR202-ICAUSA          PIC X(30).
001900        05 FILLER                  PIC X(2)  VALUE SPACES.
002000        05 UORGR202-QTDE-INTRP      PIC ZZZ,ZZ9.
002100        05 FILLER                  PIC X(2)  VALUE SPACES.
002200        05 UORGR202-HORAS           PIC ZZZ,ZZ9.99.
002300        05 FILLER                  PIC X(42).
002400     03 UORGR202-TITULO REDEFINES UORGR202-DETALHE.
002500        05 FILLER                  PIC X(2).
002600        05 UORGR202-TIT-TEXTO       PIC X(100).
002700        05 FILLER                  PIC X(30).
002800     03 UORGR202-TOTAL REDEFINES UORGR202-DETALHE.
002900        05 FILLER                  PIC X(4).
003000        05 UORGR202-TOT-ROTULO      PIC X(45).
003100        05 UORGR202-TOT-QTDE        PIC ZZZ,ZZ9.
003200        05 FILLER                  PIC X(2).
003300        05 UORGR202-TOT-HORAS       PIC ZZZ,ZZ9.99.
003400        05 FILLER                  PIC X(64).
