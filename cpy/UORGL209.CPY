000100*****************************************************************
000200*    UORGL209 - COMMAREA DA TRANSACAO UO84, MANUTENCAO DO       *
000300*    CORRESPONDENTE BANCARIO (TCORRESP_BANCR). GUARDA O CNPJ    *
000400*    CONSULTADO NA ULTIMA INTERACAO                             *
000500*****************************************************************
000600 01  UORGL209-COMMAREA.
000700     03 UORGL209-FLAG-CONTINUACAO     PIC X(1).
000800     03 UORGL209-NCNPJ-CORRESP        PIC 9(14).
