000100*****************************************************************
000200*    UORGL199 - COMMAREA DA TRANSACAO UO80, MANUTENCAO DO PAR   *
000300*    DE CONTINGENCIA DA UNIDADE (TPAR_CONTNG_UND). GUARDA A     *
000400*    CHAVE DA UNIDADE CONSULTADA NA ULTIMA INTERACAO            *
000500*****************************************************************
000600 01  UORGL199-COMMAREA.
000700     03 UORGL199-FLAG-CONTINUACAO     PIC X(1).
000800     03 UORGL199-CPSSOA-JURID         PIC 9(10).
000900     03 UORGL199-NSEQ-UND-ORGNZ       PIC 9(8).
