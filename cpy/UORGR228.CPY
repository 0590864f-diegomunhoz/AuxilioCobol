000100*****************************************************************
000200*    UORGR228 - LINHA DE IMPRESSAO DO RELATORIO DE CAMINHO      *
000300*    CRITICO DA CADEIA BATCH NOTURNA: DURACAO MEDIA, INICIO E   *
000400*    FIM MAIS CEDO, FOLGA, SITUACAO DA NOITE E FIM PROJETADO DE *
000500*    CADA PROGRAMA DE TDEPEND_BATCH, COM O RESUMO CONTRA O      *
000600*    HORARIO LIMITE DE INICIO DO DIA ONLINE                     *
000700*****************************************************************
000800 01  UORGR228-LINHA.
000900     03 UORGR228-CTL-IMPRESSAO      PIC X(1).
001000     03 UORGR228-DETALHE.
001100        05 UORGR228-CPGM-BATCH      PIC X(8).
001200        05 FILLER                  PIC X(1)  VALUE SPACES.
001300        05 UORGR228-QEXEC-HIST      PIC ZZ9.
001400        05 FILLER                  PIC X(1)  VALUE SPACES.
001500        05 UORGR228-DURACAO         PIC X(8).
001600        05 FILLER                  PIC X(1)  VALUE SPACES.
001700        05 UORGR228-INICIO-CEDO     PIC X(5).
001800        05 FILLER                  PIC X(1)  VALUE SPACES.
001900        05 UORGR228-FIM-CEDO        PIC X(5).
002000        05 FILLER                  PIC X(1)  VALUE SPACES.
002100        05 UORGR228-INICIO-TARDE    PIC X(5).
002200        05 FILLER                  PIC X(1)  VALUE SPACES.
002300        05 UORGR228-FOLGA           PIC X(8).
002400        05 FILLER                  PIC X(1)  VALUE SPACES.
002500        05 UORGR228-CRITICO         PIC X(1).
002600        05 FILLER                  PIC X(1)  VALUE SPACES.
002700        05 UORGR228-SITUACAO        PIC X(12).
002800        05 FILLER                  PIC X(1)  VALUE SPACES.
002900        05 UORGR228-FIM-PROJ        PIC X(5).
003000        05 FILLER                  PIC X(1)  VALUE SPACES.
003100        05 UORGR228-DURACAO-ANT     PIC X(8).
003200        05 FILLER                  PIC X(1)  VALUE SPACES.
003300        05 UORGR228-FOLGA-ANT       PIC X(8).
003400        05 FILLER                  PIC X(1)  VALUE SPACES.
003500        05 UORGR228-MENSAGEM        PIC X(20).
003600        05 FILLER                  PIC X(24).
003700     03 UORGR228-TITULO REDEFINES UORGR228-DETALHE.
003800        05 FILLER                  PIC X(2).
003900        05 UORGR228-TIT-TEXTO       PIC X(60).
004000        05 UORGR228-TIT-HREF        PIC X(19).
004100        05 FILLER                  PIC X(51).
004200     03 UORGR228-CABECALHO REDEFINES UORGR228-DETALHE.
004300        05 UORGR228-CAB-TEXTO       PIC X(132).
004400     03 UORGR228-GRUPO REDEFINES UORGR228-DETALHE.
004500        05 FILLER                  PIC X(2).
004600        05 UORGR228-GRP-ROTULO      PIC X(60).
004700        05 FILLER                  PIC X(70).
004800     03 UORGR228-TOTAL REDEFINES UORGR228-DETALHE.
004900        05 FILLER                  PIC X(4).
005000        05 UORGR228-TOT-ROTULO      PIC X(45).
005100        05 UORGR228-TOT-VALOR       PIC X(30).
005200        05 FILLER                  PIC X(53).
