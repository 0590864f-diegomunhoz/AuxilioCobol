000100*****************************************************************
000200*    UORGL218 - COMMAREA DA TRANSACAO UO86, RECONHECIMENTO DOS  *
000300*    ALERTAS AO PLANTAO (TALERTA_OPER). GUARDA O ALERTA         *
000400*    CONSULTADO NA ULTIMA INTERACAO                             *
000500*****************************************************************
000600 01  UORGL218-COMMAREA.
000700     03 UORGL218-FLAG-CONTINUACAO     PIC X(1).
000800     03 UORGL218-NSEQ-ALERTA          PIC 9(9).
