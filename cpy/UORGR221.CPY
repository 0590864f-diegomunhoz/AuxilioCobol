000100*****************************************************************
000200*    UORGR221 - LINHA DE IMPRESSAO DOS CASOS DE DESMOBILIZACAO  *
000300*    DE IMOVEL ABERTOS ALEM DO LIMITE (UORG0221): IMOVEL, CASO, *
000400*    ABERTURA, DIAS EM ABERTO, ROTEIRO E FIM DA LOCACAO         *
000500*****************************************************************
000600 01  UORGR221-LINHA.
000700     03 UORGR221-CTL-IMPRESSAO      PIC X(1).
000800     03 UORGR221-DETALHE.
000900        05 UORGR221-CPRDIO          PIC Z(6)9.
001000        05 FILLER                  PIC X(1)  VALUE SPACES.
001100        05 UORGR221-NSEQ-CASO       PIC ZZZZ9.
001200        05 FILLER                  PIC X(1)  VALUE SPACES.
001300        05 UORGR221-IPRDIO          PIC X(30).
001400        05 FILLER                  PIC X(1)  VALUE SPACES.
001500        05 UORGR221-DABERT-CASO     PIC X(10).
001600        05 FILLER                  PIC X(1)  VALUE SPACES.
001700        05 UORGR221-QDIAS-ABERTO    PIC ZZZZ9.
001800        05 FILLER                  PIC X(1)  VALUE SPACES.
001900        05 UORGR221-DAVISO-CONTR    PIC X(10).
002000        05 FILLER                  PIC X(1)  VALUE SPACES.
002100        05 UORGR221-DCANC-APOLC     PIC X(10).
002200        05 FILLER                  PIC X(1)  VALUE SPACES.
002300        05 UORGR221-DSUSPN-PREVENT  PIC X(10).
002400        05 FILLER                  PIC X(1)  VALUE SPACES.
002500        05 UORGR221-DENCER-OCUP     PIC X(10).
002600        05 FILLER                  PIC X(1)  VALUE SPACES.
002700        05 UORGR221-DFIM-LOCAC      PIC X(10).
002800        05 UORGR221-IND-PROJECAO    PIC X(1).
002900        05 FILLER                  PIC X(15).
003000     03 UORGR221-TITULO REDEFINES UORGR221-DETALHE.
003100        05 FILLER                  PIC X(2).
003200        05 UORGR221-TIT-TEXTO       PIC X(60).
003300        05 UORGR221-TIT-DIAS        PIC ZZ9.
003400        05 FILLER                  PIC X(1).
003500        05 UORGR221-TIT-SUFIXO      PIC X(20).
003600        05 FILLER                  PIC X(46).
003700     03 UORGR221-TOTAL REDEFINES UORGR221-DETALHE.
003800        05 FILLER                  PIC X(4).
003900        05 UORGR221-TOT-ROTULO      PIC X(45).
004000        05 UORGR221-TOT-QTDE        PIC ZZZ,ZZ9.
004100        05 FILLER                  PIC X(76).
