000100*****************************************************************
000200*    UORGL229 - COMMAREA DA TRANSACAO UO88, MANUTENCAO DO       *
000300*    CATALOGO DE TIPOS DE SERVICO DAS UNIDADES (TTPO_SERVC_UND E*
000400*    TREQ_TPO_SERVC). GUARDA O TIPO CONSULTADO NA ULTIMA        *
000500*    INTERACAO                                                  *
000600*****************************************************************
000700 01  UORGL229-COMMAREA.
000800     03 UORGL229-FLAG-CONTINUACAO     PIC X(1).
000900     03 UORGL229-CTPO-SERVC           PIC 9(3).
