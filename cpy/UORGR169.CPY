000100*****************************************************************
000200*    UORGR169 - LINHA DE IMPRESSAO DA CONSOLIDACAO DA           *
000300*    HIERARQUIA REGIONAL NA DATA-BASE: POR SUPERINTENDENCIA E   *
000400*    SUBTOTAL POR DIRETORIA REGIONAL, QUANTIDADE DE UNIDADES    *
000500*    ATIVAS, AREA EM M2 E QUADRO DE FUNCIONARIOS, COM AS        *
000600*    UNIDADES SEM VINCULACAO E O TOTAL GERAL                    *
000700*****************************************************************
000800 01  UORGR169-LINHA.
000900     03 UORGR169-CTL-IMPRESSAO      PIC X(1).
001000     03 UORGR169-DETALHE.
001100        05 UORGR169-NIVEL           PIC X(16).
001200        05 FILLER                  PIC X(2)  VALUE SPACES.
001300        05 UORGR169-CNO-HIER        PIC ZZZZZ.
001400        05 FILLER                  PIC X(2)  VALUE SPACES.
001500        05 UORGR169-INO-HIER        PIC X(40).
001600        05 FILLER                  PIC X(2)  VALUE SPACES.
001700        05 UORGR169-QTDE-UND        PIC ZZZ,ZZ9.
001800        05 FILLER                  PIC X(2)  VALUE SPACES.
001900        05 UORGR169-AREA-M2         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002000        05 FILLER                  PIC X(2)  VALUE SPACES.
002100        05 UORGR169-QFUNC           PIC Z,ZZZ,ZZ9.
002200        05 FILLER                  PIC X(28) VALUE SPACES.
002300     03 UORGR169-TITULO REDEFINES UORGR169-DETALHE.
002400        05 FILLER                  PIC X(2)  VALUE SPACES.
002500        05 UORGR169-TIT-TEXTO       PIC X(60).
002600        05 UORGR169-TIT-DATA        PIC X(10).
002700        05 FILLER                  PIC X(60).
002800     03 UORGR169-TOTAL REDEFINES UORGR169-DETALHE.
002900        05 FILLER                  PIC X(4)  VALUE SPACES.
003000        05 UORGR169-TOT-ROTULO      PIC X(45).
003100        05 UORGR169-TOT-QTDE        PIC ZZZ,ZZ9.
003200        05 FILLER                  PIC X(76).
