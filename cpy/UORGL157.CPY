000100*****************************************************************
000200*    UORGL157 - COMMAREA DA TRANSACAO UO77, MANUTENCAO DAS      *
000300*    AREAS CONSIDERADAS DA UNIDADE (TAREA_CONSD_UND). GUARDA A  *
000400*    CHAVE DA UNIDADE LISTADA NA ULTIMA INTERACAO               *
000500*****************************************************************
000600 01  UORGL157-COMMAREA.
000700     03 UORGL157-FLAG-CONTINUACAO     PIC X(1).
000800     03 UORGL157-CPSSOA-JURID         PIC 9(10).
000900     03 UORGL157-NSEQ-UND-ORGNZ       PIC 9(8).
