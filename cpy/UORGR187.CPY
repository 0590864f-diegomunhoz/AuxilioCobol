000100*****************************************************************
000200*    UORGR187 - LINHA DE IMPRESSAO DA CONCILIACAO MENSAL DAS    *
000300*    UNIDADES CONTRA O CADASTRO DE CENTROS DE CUSTO DA          *
000400*    CONTABILIDADE: CADA DIVERGENCIA COM O EVENTO DE            *
000500*    TUND_ORGNZ_HIST E A GERACAO DA REMESSA UORG0129            *
000600*    (TCTRL_TRANSM_ARQ) QUE DEVERIA TE-LA CORRIGIDO             *
000700*****************************************************************
000800 01  UORGR187-LINHA.
000900     03 UORGR187-CTL-IMPRESSAO      PIC X(1).
001000     03 UORGR187-DETALHE.
001100        05 UORGR187-CPSSOA-JURID    PIC Z(9)9.
001200        05 FILLER                  PIC X(2)  VALUE SPACES.
001300        05 UORGR187-NSEQ-UND-ORGNZ  PIC Z(7)9.
001400        05 FILLER                  PIC X(2)  VALUE SPACES.
001500        05 UORGR187-IABREV-UND      PIC X(25).
001600        05 FILLER                  PIC X(2)  VALUE SPACES.
001700        05 UORGR187-CCCUSTO-CTBIL   PIC X(10).
001800        05 FILLER                  PIC X(2)  VALUE SPACES.
001900        05 UORGR187-CCLASF-UORG     PIC X(1).
002000        05 UORGR187-CCLASF-SEP      PIC X(1).
002100        05 UORGR187-CCLASF-CTBIL    PIC X(1).
002200        05 FILLER                  PIC X(2)  VALUE SPACES.
002300        05 UORGR187-HEVENTO         PIC X(19).
002400        05 FILLER                  PIC X(2)  VALUE SPACES.
002500        05 UORGR187-NSEQ-GERACAO    PIC Z(8)9.
002600        05 FILLER                  PIC X(2)  VALUE SPACES.
002700        05 UORGR187-SITUACAO        PIC X(32).
002800        05 FILLER                  PIC X(2).
002900     03 UORGR187-TITULO REDEFINES UORGR187-DETALHE.
003000        05 FILLER                  PIC X(2)  VALUE SPACES.
003100        05 UORGR187-TIT-TEXTO       PIC X(70).
003200        05 FILLER                  PIC X(60).
003300     03 UORGR187-TOTAL REDEFINES UORGR187-DETALHE.
003400        05 FILLER                  PIC X(4)  VALUE SPACES.
003500        05 UORGR187-TOT-ROTULO      PIC X(45).
003600        05 UORGR187-TOT-QTDE        PIC ZZZ,ZZ9.
003700        05 FILLER                  PIC X(76).
