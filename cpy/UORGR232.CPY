000100*****************************************************************
000200*    UORGR232 - LINHA DE IMPRESSAO DO RELATORIO SEMANAL DE      *
000300*    SERVICOS DAS UNIDADES: SERVICO OFERECIDO SEM OS            *
000400*    PRE-REQUISITOS (TREQ_TPO_SERVC) E UNIDADE COM CORRETORA DE *
000500*    CAMBIO VINCULADA QUE NAO OFERECE O SERVICO DE CAMBIO       *
000600*****************************************************************
000700 01  UORGR232-LINHA.
000800     03 UORGR232-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR232-DETALHE.
001000        05 UORGR232-CPSSOA-JURID    PIC Z(9)9.
001100        05 FILLER                  PIC X(1)  VALUE SPACES.
001200        05 UORGR232-NSEQ-UND-ORGNZ  PIC Z(7)9.
001300        05 FILLER                  PIC X(1)  VALUE SPACES.
001400        05 UORGR232-IABREV          PIC X(30).
001500        05 FILLER                  PIC X(1)  VALUE SPACES.
001600        05 UORGR232-CTPO-SERVC      PIC ZZ9.
001700        05 FILLER                  PIC X(1)  VALUE SPACES.
001800        05 UORGR232-ITPO-SERVC      PIC X(30).
001900        05 FILLER                  PIC X(1)  VALUE SPACES.
002000        05 UORGR232-OCORRENCIA      PIC X(45).
002100        05 FILLER                  PIC X(1)  VALUE SPACES.
002200     03 UORGR232-TITULO REDEFINES UORGR232-DETALHE.
002300        05 FILLER                  PIC X(2).
002400        05 UORGR232-TIT-TEXTO       PIC X(60).
002500        05 UORGR232-TIT-DATA        PIC X(10).
002600        05 FILLER                  PIC X(60).
002700     03 UORGR232-TOTAL REDEFINES UORGR232-DETALHE.
002800        05 FILLER                  PIC X(4).
002900        05 UORGR232-TOT-ROTULO      PIC X(45).
003000        05 UORGR232-TOT-QTDE        PIC ZZZ,ZZ9.
003100        05 FILLER                  PIC X(76).
