000100*****************************************************************
000200*    UORGS222 - ARQUIVO MENSAL DE CONSUMO DE ENERGIA E AGUA POR *
000300*    IMOVEL, ENVIADO PELA EMPRESA DE GESTAO DE FATURAS DE       *
000400*    CONCESSIONARIAS: IMOVEL, MES DE REFERENCIA AAAAMM, TIPO    *
000500*    DO SERVICO (E ENERGIA EM KWH, A AGUA EM M3), CONSUMO E     *
000600*    VALOR DA FATURA                                            *
000700*****************************************************************
000800 01  UORGS222-REGISTRO.
000900     03 UORGS222-CPRDIO              PIC 9(7).
001000     03 UORGS222-ANO-MES-REF.
001100        05 UORGS222-AANO-REF         PIC 9(4).
001200        05 UORGS222-MMES-REF         PIC 9(2).
001300           88 UORGS222-MES-VALIDO        VALUE 1 THRU 12.
001400     03 UORGS222-CTPO-SERVC          PIC X(1).
001500        88 UORGS222-ENERGIA              VALUE 'E'.
001600        88 UORGS222-AGUA                 VALUE 'A'.
001700     03 UORGS222-QCONSUMO            PIC 9(9)V99.
001800     03 UORGS222-VFATURA             PIC 9(9)V99.
001900     03 FILLER                       PIC X(44).
