000100*****************************************************************
000200*    UORGR223 - LINHA DE IMPRESSAO DO RELATORIO MENSAL DE       *
000300*    ANOMALIAS DE CONSUMO DE ENERGIA E AGUA POR IMOVEL: INDICES *
000400*    POR M2 E POR FUNCIONARIO, VARIACAO SOBRE O MESMO MES DO    *
000500*    ANO ANTERIOR, MEDIANAS POR CLASSIFICACAO E SINALIZACOES    *
000600*****************************************************************
000700 01  UORGR223-LINHA.
000800     03 UORGR223-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR223-DETALHE.
001000        05 UORGR223-CPRDIO          PIC Z(6)9.
001100        05 FILLER                  PIC X(1)  VALUE SPACES.
001200        05 UORGR223-CCLASF          PIC 9(1).
001300        05 FILLER                  PIC X(1)  VALUE SPACES.
001400        05 UORGR223-AREA-M2         PIC ZZZ,ZZ9.
001500        05 FILLER                  PIC X(1)  VALUE SPACES.
001600        05 UORGR223-QFUNC           PIC ZZ,ZZ9.
001700        05 FILLER                  PIC X(1)  VALUE SPACES.
001800        05 UORGR223-QKWH            PIC ZZZ,ZZZ,ZZ9.
001900        05 FILLER                  PIC X(1)  VALUE SPACES.
002000        05 UORGR223-KWH-M2          PIC ZZ,ZZ9.99.
002100        05 FILLER                  PIC X(1)  VALUE SPACES.
002200        05 UORGR223-KWH-FUNC        PIC ZZZ,ZZ9.99.
002300        05 FILLER                  PIC X(1)  VALUE SPACES.
002400        05 UORGR223-QM3             PIC ZZZ,ZZ9.
002500        05 FILLER                  PIC X(1)  VALUE SPACES.
002600        05 UORGR223-M3-FUNC         PIC ZZ9.99.
002700        05 FILLER                  PIC X(1)  VALUE SPACES.
002800        05 UORGR223-VFATURA         PIC ZZ,ZZZ,ZZ9.99.
002900        05 FILLER                  PIC X(1)  VALUE SPACES.
003000        05 UORGR223-PCT-VAR-KWH     PIC -ZZZ9.
003100        05 FILLER                  PIC X(1)  VALUE SPACES.
003200        05 UORGR223-PCT-VAR-M3      PIC -ZZZ9.
003300        05 FILLER                  PIC X(1)  VALUE SPACES.
003400        05 UORGR223-MENSAGEM        PIC X(33).
003500     03 UORGR223-TITULO REDEFINES UORGR223-DETALHE.
003600        05 FILLER                  PIC X(2).
003700        05 UORGR223-TIT-TEXTO       PIC X(60).
003800        05 UORGR223-TIT-ANO-MES     PIC 9999/99.
003900        05 FILLER                  PIC X(63).
004000     03 UORGR223-GRUPO REDEFINES UORGR223-DETALHE.
004100        05 FILLER                  PIC X(2).
004200        05 UORGR223-GRP-ROTULO      PIC X(35).
004300        05 UORGR223-GRP-CCLASF      PIC 9(1).
004400        05 FILLER                  PIC X(2).
004500        05 UORGR223-GRP-ROT-KWH     PIC X(10).
004600        05 UORGR223-GRP-MED-KWH-M2  PIC ZZ,ZZ9.99.
004700        05 FILLER                  PIC X(2).
004800        05 UORGR223-GRP-ROT-M3      PIC X(10).
004900        05 UORGR223-GRP-MED-M3-FUNC PIC ZZ9.99.
005000        05 FILLER                  PIC X(2).
005100        05 UORGR223-GRP-QTDE        PIC ZZZ,ZZ9.
005200        05 FILLER                  PIC X(46).
005300     03 UORGR223-TOTAL REDEFINES UORGR223-DETALHE.
005400        05 FILLER                  PIC X(4).
005500        05 UORGR223-TOT-ROTULO      PIC X(45).
005600        05 UORGR223-TOT-QTDE        PIC ZZZ,ZZ9.
005700        05 FILLER                  PIC X(76).
