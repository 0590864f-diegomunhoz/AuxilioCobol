000100*****************************************************************
000200*    UORGR207 - LINHA DE IMPRESSAO DO REGISTRO DE DADOS         *
000300*    PESSOAIS E DO RELATORIO DE ACESSO DO TITULAR (UORG0207):   *
000400*    ITEM DO REGISTRO (TABELA, COLUNA, CATEGORIA, FINALIDADE E  *
000500*    RETENCAO) E, POR ITEM, AS LINHAS QUE CONTEM O DADO         *
000600*****************************************************************
000700 01  UORGR207-LINHA.
000800     03 UORGR207-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR207-DETALHE.
001000        05 FILLER                  PIC X(4).
001100        05 UORGR207-RCHAVE-LINHA    PIC X(60).
001200        05 FILLER                  PIC X(2).
001300        05 UORGR207-VALOR-DADO      PIC X(60).
001400        05 FILLER                  PIC X(6).
001500     03 UORGR207-ITEM REDEFINES UORGR207-DETALHE.
001600        05 FILLER                  PIC X(2).
001700        05 UORGR207-CTAB            PIC X(18).
001800        05 UORGR207-SEP-1           PIC X(1).
001900        05 UORGR207-CCOLUNA         PIC X(18).
002000        05 FILLER                  PIC X(1).
002100        05 UORGR207-CATEGORIA       PIC X(12).
002200        05 FILLER                  PIC X(1).
002300        05 UORGR207-PESQUISA        PIC X(9).
002400        05 FILLER                  PIC X(1).
002500        05 UORGR207-QMES-RETENC     PIC ZZ9.
002600        05 FILLER                  PIC X(1).
002700        05 UORGR207-FINALIDADE      PIC X(40).
002800        05 FILLER                  PIC X(25).
002900     03 UORGR207-TITULO REDEFINES UORGR207-DETALHE.
003000        05 FILLER                  PIC X(2).
003100        05 UORGR207-TIT-TEXTO       PIC X(100).
003200        05 FILLER                  PIC X(30).
003300     03 UORGR207-TOTAL REDEFINES UORGR207-DETALHE.
003400        05 FILLER                  PIC X(4).
003500        05 UORGR207-TOT-ROTULO      PIC X(45).
003600        05 UORGR207-TOT-QTDE        PIC -ZZZ,ZZ9.
003700        05 FILLER                  PIC X(75).
