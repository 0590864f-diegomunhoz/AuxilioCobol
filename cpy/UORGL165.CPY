000100*****************************************************************
000200*    UORGL165 - COMMAREA DA TRANSACAO UO78, MANUTENCAO DOS NOS  *
000300*    DA HIERARQUIA REGIONAL (TNO_HIER_REGNL). GUARDA O CODIGO   *
000400*    DO PRIMEIRO NO LISTADO NA ULTIMA INTERACAO                 *
000500*****************************************************************
000600 01  UORGL165-COMMAREA.
000700     03 UORGL165-FLAG-CONTINUACAO     PIC X(1).
000800     03 UORGL165-CNO-HIER             PIC 9(5).
