000100*****************************************************************
000200*    UORGR197 - LINHA DE IMPRESSAO DO RELATORIO DE UNIDADES     *
000300*    ENCERRADAS OU INCORPORADAS CUJA TRANSFERENCIA DA CARTEIRA  *
000400*    DE CLIENTES NAO FOI CONFIRMADA PELO SISTEMA DE CONTAS      *
000500*    (UORG0197)                                                 *
000600*****************************************************************
000700 01  UORGR197-LINHA.
000800     03 UORGR197-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR197-DETALHE.
001000        05 UORGR197-CPSSOA-ORIG     PIC Z(9)9.
001100        05 UORGR197-SEP-1           PIC X(1).
001200        05 UORGR197-NSEQ-ORIG       PIC Z(7)9.
001300        05 UORGR197-SEP-2           PIC X(2).
001400        05 UORGR197-IABREV-UND      PIC X(20).
001500        05 UORGR197-SEP-3           PIC X(2).
001600        05 UORGR197-CPSSOA-DEST     PIC Z(9)9.
001700        05 UORGR197-SEP-4           PIC X(1).
001800        05 UORGR197-NSEQ-DEST       PIC Z(7)9.
001900        05 UORGR197-SEP-5           PIC X(2).
002000        05 UORGR197-DATA            PIC X(10).
002100        05 UORGR197-SEP-6           PIC X(1).
002200        05 UORGR197-QDIAS           PIC ZZZ9.
002300        05 UORGR197-SEP-7           PIC X(1).
002400        05 UORGR197-SITUACAO        PIC X(9).
002500        05 UORGR197-SEP-8           PIC X(1).
002600        05 UORGR197-OBSERVACAO      PIC X(40).
002700        05 FILLER                  PIC X(2).
002800     03 UORGR197-TITULO REDEFINES UORGR197-DETALHE.
002900        05 FILLER                  PIC X(2).
003000        05 UORGR197-TIT-TEXTO       PIC X(100).
003100        05 FILLER                  PIC X(30).
003200     03 UORGR197-TOTAL REDEFINES UORGR197-DETALHE.
003300        05 FILLER                  PIC X(4).
003400        05 UORGR197-TOT-ROTULO      PIC X(45).
003500        05 UORGR197-TOT-QTDE        PIC -ZZZ,ZZ9.
003600        05 FILLER                  PIC X(75).
