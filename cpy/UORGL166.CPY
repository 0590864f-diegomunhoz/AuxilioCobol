000100*****************************************************************
000200*    UORGL166 - COMMAREA DA TRANSACAO UO79, VINCULACAO DA       *
000300*    UNIDADE A HIERARQUIA REGIONAL (TUND_NO_HIER). GUARDA A     *
000400*    CHAVE DA UNIDADE LISTADA NA ULTIMA INTERACAO               *
000500*****************************************************************
000600 01  UORGL166-COMMAREA.
000700     03 UORGL166-FLAG-CONTINUACAO     PIC X(1).
000800     03 UORGL166-CPSSOA-JURID         PIC 9(10).
000900     03 UORGL166-NSEQ-UND-ORGNZ       PIC 9(8).
