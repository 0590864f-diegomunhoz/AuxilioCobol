000100*****************************************************************
000200*    LINKAGE COPYBOOK  -  UORGL206                              *
000300*    PARAMETER LIST FOR CALL 'UORG0206'                         *
000400*    CORRECAO RETROATIVA DE EVENTO DE TUND_ORGNZ_HIST APROVADA  *
000500*    NA UO71: RETROAGE ('R') OU CANCELA ('C') O EVENTO, GRAVA   *
000600*    O AJUSTE PARA A CONTABILIDADE (UORG0129) E A NOTIFICACAO   *
000700*    (UORG0024) E RECALCULA OS MESES DE TRESMO_MENSAL_UND       *
000800*****************************************************************
000900 01  UORGL206-PARMS.
001000     03 UORGL206-CPSSOA-JURID        PIC S9(10)V COMP-3.
001100     03 UORGL206-NSEQ-UND-ORGNZ      PIC S9(8)V COMP-3.
001200     03 UORGL206-HEVENTO-HIST        PIC X(26).
001300     03 UORGL206-CTPO-CORRC          PIC X(1).
001400        88 UORGL206-RETROAGIR             VALUE 'R'.
001500        88 UORGL206-CANCELAR              VALUE 'C'.
001600     03 UORGL206-DNOVA-EVENTO        PIC X(10).
001700     03 UORGL206-CMOTVO-CORRC        PIC S9(2)V COMP-3.
001800     03 UORGL206-NSEQ-PEND-APRVC     PIC S9(10)V COMP-3.
001900     03 UORGL206-CUSUAR-APRVC        PIC X(9).
002000     03 UORGL206-QMES-RECALC         PIC S9(4) COMP.
002100     03 UORGL206-RETORNO             PIC X(2).
002200        88 UORGL206-OK                    VALUE '00'.
002300        88 UORGL206-EVENTO-NAO-ACHADO     VALUE '04'.
002400        88 UORGL206-DATA-FORA-INTERVALO   VALUE '08'.
002500        88 UORGL206-ULTIMO-EVENTO         VALUE '12'.
002600        88 UORGL206-MOTIVO-INVALIDO       VALUE '16'.
002700        88 UORGL206-ERRO-SQL              VALUE '99'.
