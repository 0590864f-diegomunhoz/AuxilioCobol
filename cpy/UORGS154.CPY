000200*    UORGS154 - ARQUIVO DE COMANDOS DE SUSPENSAO TEMPORARIA DE  *
000300*    UNIDADE POR OBRA: UNIDADE A SUSPENDER E O CHAMADO DE       *
000400*    REFORMA ABERTO (TMANUT_PRDIO_OCPDO) QUE MOTIVA A           *
000500*    SUSPENSAO, NOS MOLDES DOS LOTES UORG0015/0020, COM A       *
000550*    DATA PREVISTA DE REABERTURA (AAAAMMDD, OPCIONAL)           *
000600*****************************************************************
000700 01  UORGS154-REGISTRO.
000800     03 UORGS154-CPSSOA-JURID        PIC 9(10).
001000     03 UORGS154-NSEQ-SOLTC-MANUT    PIC 9(10).
001100     03 UORGS154-CTPO-SIT-PRDIO      PIC 9(2).
001200     03 UORGS154-CUSUARIO            PIC X(9).
001210     03 UORGS154-DPREVS-REABERT      PIC X(8).
001300     03 FILLER                       PIC X(33).
