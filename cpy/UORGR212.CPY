000100*****************************************************************
000200*    UORGR212 - LINHA DE IMPRESSAO DO RELATORIO SEMANAL DE      *
000300*    LOCALIZACAO DAS UNIDADES ITINERANTES: UMA LINHA POR        *
000400*    PARADA DO ITINERARIO (TITNER_UND_ORGNZ) NOS PROXIMOS       *
000500*    SETE DIAS, POR UNIDADE E DATA                              *
000600*****************************************************************
000700 01  UORGR212-LINHA.
000800     03 UORGR212-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR212-DETALHE.
001000        05 UORGR212-CUND-ORGNZ      PIC 9(6).
001100        05 UORGR212-SEP-DIG         PIC X(1).
001200        05 UORGR212-CDIG-UND-ORGNZ  PIC X(1).
001300        05 FILLER                  PIC X(1)  VALUE SPACES.
001400        05 UORGR212-IABREV-UND      PIC X(25).
001500        05 FILLER                  PIC X(1)  VALUE SPACES.
001600        05 UORGR212-DPARADA         PIC X(10).
001700        05 FILLER                  PIC X(1)  VALUE SPACES.
001800        05 UORGR212-DIA-SEMANA      PIC X(3).
001900        05 FILLER                  PIC X(1)  VALUE SPACES.
002000        05 UORGR212-IMUNIC          PIC X(30).
002100        05 FILLER                  PIC X(1)  VALUE SPACES.
002200        05 UORGR212-CUF             PIC X(2).
002300        05 FILLER                  PIC X(1)  VALUE SPACES.
002400        05 UORGR212-IENDRC-PARADA   PIC X(35).
002500        05 FILLER                  PIC X(1)  VALUE SPACES.
002600        05 UORGR212-HINIC-ATND      PIC X(5).
002700        05 UORGR212-SEP-HORA        PIC X(1).
002800        05 UORGR212-HFIM-ATND       PIC X(5).
002900        05 FILLER                  PIC X(1).
003000     03 UORGR212-TITULO REDEFINES UORGR212-DETALHE.
003100        05 FILLER                  PIC X(2)  VALUE SPACES.
003200        05 UORGR212-TIT-TEXTO       PIC X(70).
003300        05 FILLER                  PIC X(60).
003400     03 UORGR212-TOTAL REDEFINES UORGR212-DETALHE.
003500        05 FILLER                  PIC X(4)  VALUE SPACES.
003600        05 UORGR212-TOT-ROTULO      PIC X(45).
003700        05 UORGR212-TOT-QTDE        PIC ZZZ,ZZ9.
003800        05 FILLER                  PIC X(76).
