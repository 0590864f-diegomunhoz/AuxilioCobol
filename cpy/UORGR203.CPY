000100*****************************************************************
000200*    UORGR203 - LINHA DE IMPRESSAO DO RANKING TRIMESTRAL DE     *
000300*    RISCO OPERACIONAL (UORG0203): POSICAO, PONTUACAO, POSICAO  *
000400*    NO TRIMESTRE ANTERIOR, MOVIMENTO E OCORRENCIAS POR FATOR   *
000500*****************************************************************
000600 01  UORGR203-LINHA.
000700     03 UORGR203-CTL-IMPRESSAO      PIC X(1).
000800     03 UORGR203-DETALHE.
000900        05 UORGR203-NPOSIC          PIC ZZZZ9.
001000        05 FILLER                  PIC X(1)  VALUE SPACES.
001100        05 UORGR203-CPSSOA-JURID    PIC Z(9)9.
001200        05 UORGR203-SEP-1           PIC X(1).
001300        05 UORGR203-NSEQ-UND-ORGNZ  PIC Z(7)9.
001400        05 FILLER                  PIC X(1)  VALUE SPACES.
001500        05 UORGR203-IABREV-UND      PIC X(30).
001600        05 FILLER                  PIC X(1)  VALUE SPACES.
001700        05 UORGR203-VPONTU          PIC ZZZ,ZZ9.99.
001800        05 FILLER                  PIC X(1)  VALUE SPACES.
001900        05 UORGR203-NPOSIC-ANT      PIC X(5).
002000        05 FILLER                  PIC X(1)  VALUE SPACES.
002100        05 UORGR203-MOVIMENTO       PIC X(6).
002200        05 FILLER                  PIC X(1)  VALUE SPACES.
002300        05 UORGR203-QINTRP          PIC ZZ9.
002400        05 FILLER                  PIC X(1)  VALUE SPACES.
002500        05 UORGR203-CINDCD-LICEN    PIC X(1).
002600        05 FILLER                  PIC X(1)  VALUE SPACES.
002700        05 UORGR203-QSUBSEG         PIC ZZ9.
002800        05 FILLER                  PIC X(1)  VALUE SPACES.
002900        05 UORGR203-QSOLTC-ABERTA   PIC ZZ9.
003000        05 FILLER                  PIC X(1)  VALUE SPACES.
003100        05 UORGR203-QSOLTC-ENVLH    PIC ZZ9.
003200        05 FILLER                  PIC X(1)  VALUE SPACES.
003300        05 UORGR203-QEXCED          PIC ZZZZ9.
003400        05 FILLER                  PIC X(28).
003500     03 UORGR203-TITULO REDEFINES UORGR203-DETALHE.
003600        05 FILLER                  PIC X(2).
003700        05 UORGR203-TIT-TEXTO       PIC X(100).
003800        05 FILLER                  PIC X(30).
003900     03 UORGR203-TOTAL REDEFINES UORGR203-DETALHE.
004000        05 FILLER                  PIC X(4).
004100        05 UORGR203-TOT-ROTULO      PIC X(45).
004200        05 UORGR203-TOT-QTDE        PIC ZZZ,ZZ9.
004300        05 FILLER                  PIC X(76).
