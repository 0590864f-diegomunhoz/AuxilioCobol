000100*****************************************************************
000200*    UORGL201 - COMMAREA DA TRANSACAO UO81, REGISTRO DE         *
000300*    INTERRUPCOES NAO PLANEJADAS DA UNIDADE (TINTRP_UND_ORGNZ). *
000400*    GUARDA A CHAVE DA UNIDADE LISTADA NA ULTIMA INTERACAO      *
000500*****************************************************************
000600 01  UORGL201-COMMAREA.
000700     03 UORGL201-FLAG-CONTINUACAO     PIC X(1).
000800     03 UORGL201-CPSSOA-JURID         PIC 9(10).
000900     03 UORGL201-NSEQ-UND-ORGNZ       PIC 9(8).
