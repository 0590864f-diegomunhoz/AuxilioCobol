000100*****************************************************************
000200*    UORGL214 - COMMAREA DA TRANSACAO UO85, MANUTENCAO DOS      *
000300*    CODIGOS DA UNIDADE NOS SISTEMAS EXTERNOS                   *
000400*    (TIDENT_EXTER_UND). GUARDA A UNIDADE E O SISTEMA           *
000500*    CONSULTADOS NA ULTIMA INTERACAO                            *
000600*****************************************************************
000700 01  UORGL214-COMMAREA.
000800     03 UORGL214-FLAG-CONTINUACAO     PIC X(1).
000900     03 UORGL214-CPSSOA-JURID         PIC 9(10).
001000     03 UORGL214-NSEQ-UND-ORGNZ       PIC 9(8).
001100     03 UORGL214-CSIST-EXTER          PIC X(5).
