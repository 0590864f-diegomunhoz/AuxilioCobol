000100*****************************************************************
000200*    UORGL230 - COMMAREA DA TRANSACAO UO89, MANUTENCAO DOS      *
000300*    SERVICOS OFERECIDOS PELA UNIDADE (TSERVC_UND_ORGNZ). GUARDA*
000400*    A UNIDADE CONSULTADA NA ULTIMA INTERACAO                   *
000500*****************************************************************
000600 01  UORGL230-COMMAREA.
000700     03 UORGL230-FLAG-CONTINUACAO     PIC X(1).
000800     03 UORGL230-CPSSOA-JURID         PIC 9(10).
000900     03 UORGL230-NSEQ-UND-ORGNZ       PIC 9(8).
