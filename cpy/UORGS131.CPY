000300*    DE SEGURO PREDIAL (TAPOLC_SEGURO): UNIDADE, NUMERO DA      *
000400*    APOLICE, SEGURADORA, VALOR DE COBERTURA (DUAS DECIMAIS     *
000500*    IMPLICITAS) E VENCIMENTO, COM FUNCAO 'I' (INCLUI/ATUALIZA) *
000600*    OU 'E' (EXCLUI). VPREMIO-ANUAL (DUAS DECIMAIS IMPLICITAS)  *
000610*    E O PREMIO ANUAL PAGO, EM BRANCO QUANDO NAO INFORMADO      *
000700*****************************************************************
000800 01  UORGS131-REGISTRO.
000900     03 UORGS131-FUNCAO              PIC X(1).
001600     03 UORGS131-VCOBERT             PIC 9(13)V99.
001700     03 UORGS131-DVENCTO             PIC 9(8).
001800     03 UORGS131-CUSUARIO            PIC X(9).
001810     03 UORGS131-VPREMIO-ANUAL       PIC 9(10)V99.
001820     03 UORGS131-VPREMIO-ANUAL-X REDEFINES
001830        UORGS131-VPREMIO-ANUAL       PIC X(12).
