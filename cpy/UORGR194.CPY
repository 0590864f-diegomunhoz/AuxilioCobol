000100*****************************************************************
000200*    UORGR194 - LINHA DE IMPRESSAO DA ANALISE DE IMPACTO DE     *
000300*    ENCERRAMENTO (UORG0194): UNIDADES ATIVAS MAIS PROXIMAS DA  *
000400*    CANDIDATA, COM DISTANCIA EM KM, FOLGA DE LOTACAO, HORARIO  *
000500*    E CLASSIFICACAO                                            *
000600*****************************************************************
000700 01  UORGR194-LINHA.
000800     03 UORGR194-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR194-DETALHE.
001000        05 UORGR194-CPSSOA-JURID    PIC Z(9)9.
001100        05 UORGR194-SEP-1           PIC X(1).
001200        05 UORGR194-NSEQ-UND-ORGNZ  PIC Z(7)9.
001300        05 UORGR194-SEP-2           PIC X(2).
001400        05 UORGR194-IABREV-UND      PIC X(40).
001500        05 UORGR194-SEP-3           PIC X(2).
001600        05 UORGR194-DIST-KM         PIC ZZZ9.9.
001700        05 UORGR194-SEP-4           PIC X(2).
001800        05 UORGR194-FOLGA           PIC -ZZZZ9.
001900        05 UORGR194-SEP-5           PIC X(2).
002000        05 UORGR194-HORARIO         PIC X(15).
002100        05 UORGR194-SEP-6           PIC X(2).
002200        05 UORGR194-ICLASF          PIC X(20).
002300        05 UORGR194-SEP-7           PIC X(2).
002400        05 UORGR194-MESMO-MUNIC     PIC X(3).
002500        05 FILLER                  PIC X(11).
002600     03 UORGR194-TITULO REDEFINES UORGR194-DETALHE.
002700        05 FILLER                  PIC X(2).
002800        05 UORGR194-TIT-TEXTO       PIC X(100).
002900        05 FILLER                  PIC X(30).
003000     03 UORGR194-TOTAL REDEFINES UORGR194-DETALHE.
003100        05 FILLER                  PIC X(4).
003200        05 UORGR194-TOT-ROTULO      PIC X(45).
003300        05 UORGR194-TOT-QTDE        PIC -ZZZ,ZZ9.
003400        05 FILLER                  PIC X(75).
