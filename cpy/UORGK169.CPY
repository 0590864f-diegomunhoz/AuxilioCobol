000100*****************************************************************
000200*    UORGK169 - ARQUIVO DE CONTROLE DA CONSOLIDACAO DA          *
000300*    HIERARQUIA REGIONAL: DATA-BASE AAAAMMDD EM QUE AS          *
000400*    VINCULACOES E A SITUACAO DAS UNIDADES SAO APURADAS (ZEROS  *
000500*    = DATA DA EXECUCAO)                                        *
000600*****************************************************************
000700 01  UORGK169-REGISTRO.
000800     03 UORGK169-DATA-BASE           PIC 9(8).
000900     03 FILLER                       PIC X(72).
