000100*****************************************************************
000200*    UORGS193 - ARQUIVO DE RENUMERACAO DO CODIGO PUBLICO        *
000300*    CUND_ORGNZ: UNIDADE, CODIGO PUBLICO ATUAL (CONFERENCIA     *
000400*    CONTRA TUND_ORGNZ), MOTIVO DA RENUMERACAO E USUARIO        *
000500*    SOLICITANTE. O NOVO NUMERO E RESERVADO PELA UORG0063 NA    *
000600*    EFETIVACAO                                                 *
000700*****************************************************************
000800 01  UORGS193-REGISTRO.
000900     03 UORGS193-CPSSOA-JURID        PIC 9(10).
001000     03 UORGS193-NSEQ-UND-ORGNZ      PIC 9(8).
001100     03 UORGS193-CUND-ORGNZ-ATUAL    PIC 9(6).
001200     03 UORGS193-IMOTVO-RENUM        PIC X(40).
001300     03 UORGS193-CUSUARIO            PIC X(9).
001400     03 FILLER                       PIC X(7).
