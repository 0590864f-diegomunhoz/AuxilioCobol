000100*****************************************************************
000200*    UORGR227 - LINHA DE IMPRESSAO DA PROJECAO TRIMESTRAL DE    *
000300*    SUPERLOTACAO: UNIDADES AGRUPADAS PELO MES PREVISTO DE      *
000400*    ROMPIMENTO DA CAPACIDADE, COM TENDENCIA MENSAL, EFETIVO    *
000500*    PROJETADO EM 12 MESES E ABERTURA PLANEJADA QUE A DESAFOGA  *
000600*****************************************************************
000700 01  UORGR227-LINHA.
000800     03 UORGR227-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR227-DETALHE.
001000        05 UORGR227-MES-ROMP        PIC X(7).
001100        05 FILLER                  PIC X(1)  VALUE SPACES.
001200        05 UORGR227-CPSSOA-JURID    PIC Z(9)9.
001300        05 FILLER                  PIC X(1)  VALUE SPACES.
001400        05 UORGR227-NSEQ-UND-ORGNZ  PIC Z(7)9.
001500        05 FILLER                  PIC X(1)  VALUE SPACES.
001600        05 UORGR227-IABREV-UND      PIC X(25).
001700        05 FILLER                  PIC X(1)  VALUE SPACES.
001800        05 UORGR227-CCLASF          PIC 9(1).
001900        05 FILLER                  PIC X(1)  VALUE SPACES.
002000        05 UORGR227-QLOTACAO        PIC ZZ,ZZ9.
002100        05 FILLER                  PIC X(1)  VALUE SPACES.
002200        05 UORGR227-QFUNC-ATUAL     PIC ZZ,ZZ9.
002300        05 FILLER                  PIC X(1)  VALUE SPACES.
002400        05 UORGR227-TEND-MES        PIC -ZZ9.99.
002500        05 FILLER                  PIC X(1)  VALUE SPACES.
002600        05 UORGR227-QFUNC-PROJ      PIC ZZ,ZZ9.
002700        05 FILLER                  PIC X(1)  VALUE SPACES.
002800        05 UORGR227-METODO          PIC X(1).
002900        05 FILLER                  PIC X(1)  VALUE SPACES.
003000        05 UORGR227-CCENARIO        PIC X(8).
003100        05 FILLER                  PIC X(1)  VALUE SPACES.
003200        05 UORGR227-IABREV-NOVA     PIC X(19).
003300        05 FILLER                  PIC X(1)  VALUE SPACES.
003400        05 UORGR227-DPREVS-ABERT    PIC X(10).
003500        05 FILLER                  PIC X(1)  VALUE SPACES.
003600        05 UORGR227-ALIVIO          PIC X(5).
003700     03 UORGR227-TITULO REDEFINES UORGR227-DETALHE.
003800        05 FILLER                  PIC X(2).
003900        05 UORGR227-TIT-TEXTO       PIC X(60).
004000        05 UORGR227-TIT-ANO-MES     PIC 9999/99.
004100        05 FILLER                  PIC X(63).
004200     03 UORGR227-GRUPO REDEFINES UORGR227-DETALHE.
004300        05 FILLER                  PIC X(2).
004400        05 UORGR227-GRP-ROTULO      PIC X(35).
004500        05 UORGR227-GRP-MES         PIC X(7).
004600        05 FILLER                  PIC X(88).
004700     03 UORGR227-TOTAL REDEFINES UORGR227-DETALHE.
004800        05 FILLER                  PIC X(4).
004900        05 UORGR227-TOT-ROTULO      PIC X(45).
005000        05 UORGR227-TOT-QTDE        PIC ZZZ,ZZ9.
005100        05 FILLER                  PIC X(76).
