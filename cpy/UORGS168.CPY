000100*****************************************************************
000200*    UORGS168 - ARQUIVO DE REDISTRIBUICAO EM MASSA DAS UNIDADES *
000300*    NA HIERARQUIA REGIONAL (REDESENHO ANUAL DAS                *
000400*    SUPERINTENDENCIAS): UNIDADE (CPSSOA_JURID +                *
000500*    NSEQ_UND_ORGNZ), SUPERINTENDENCIA DE DESTINO (CNO_HIER) E  *
000600*    DATA DE INICIO DA NOVA VIGENCIA AAAAMMDD                   *
000700*****************************************************************
000800 01  UORGS168-REGISTRO.
000900     03 UORGS168-CPSSOA-JURID        PIC 9(10).
001000     03 UORGS168-NSEQ-UND-ORGNZ      PIC 9(8).
001100     03 UORGS168-CNO-HIER            PIC 9(5).
001200     03 UORGS168-DINIC-VIGEN         PIC 9(8).
001300     03 UORGS168-CUSUARIO            PIC X(9).
001400     03 FILLER                       PIC X(40).
