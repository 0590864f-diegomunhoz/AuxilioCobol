000100*****************************************************************
000200*    UORGR175 - LINHA DE IMPRESSAO DA FOLHA DE ROTA DIARIA DO   *
000300*    MALOTE INTERNO (PARADAS A VISITAR NA DATA, SEM AS UNIDADES *
000400*    FECHADAS NO DIA PELO HORARIO THORAR_UND_ORGNZ E PELO       *
000500*    CALENDARIO TCALND_FERD) E DA LISTA DE EXCECOES DAS ROTAS   *
000600*****************************************************************
000700 01  UORGR175-LINHA.
000800     03 UORGR175-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR175-DETALHE.
001000        05 UORGR175-CROTA-MALOTE    PIC Z(4)9.
001100        05 FILLER                  PIC X(2)  VALUE SPACES.
001200        05 UORGR175-NSEQ-PARADA     PIC ZZ9.
001300        05 FILLER                  PIC X(2)  VALUE SPACES.
001400        05 UORGR175-CPSSOA-JURID    PIC Z(9)9.
001500        05 FILLER                  PIC X(2)  VALUE SPACES.
001600        05 UORGR175-NSEQ-UND-ORGNZ  PIC Z(7)9.
001700        05 FILLER                  PIC X(2)  VALUE SPACES.
001800        05 UORGR175-IABREV-UND      PIC X(40).
001900        05 FILLER                  PIC X(2)  VALUE SPACES.
002000        05 UORGR175-HINIC           PIC X(5).
002100        05 FILLER                  PIC X(1)  VALUE SPACES.
002200        05 UORGR175-HFIM            PIC X(5).
002300        05 FILLER                  PIC X(2)  VALUE SPACES.
002400        05 UORGR175-MENSAGEM        PIC X(40).
002500        05 FILLER                  PIC X(3).
002600     03 UORGR175-TITULO REDEFINES UORGR175-DETALHE.
002700        05 FILLER                  PIC X(2)  VALUE SPACES.
002800        05 UORGR175-TIT-TEXTO       PIC X(70).
002900        05 FILLER                  PIC X(60).
003000     03 UORGR175-TOTAL REDEFINES UORGR175-DETALHE.
003100        05 FILLER                  PIC X(4)  VALUE SPACES.
003200        05 UORGR175-TOT-ROTULO      PIC X(45).
003300        05 UORGR175-TOT-QTDE        PIC ZZZ,ZZ9.
003400        05 FILLER                  PIC X(76).
