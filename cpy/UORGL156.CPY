000100*****************************************************************
000200*    UORGL156 - COMMAREA DA TRANSACAO UO76, MANUTENCAO ONLINE   *
000300*    DAS SOLICITACOES DE INSTALACAO (TMANUT_EMPR_GRP). ALEM DO  *
000400*    INDICADOR DE CONTINUIDADE PSEUDO-CONVERSACIONAL, GUARDA A  *
000500*    CHAVE E O HMANUT_REG DA ULTIMA CONSULTA, USADOS NA         *
000600*    CONFERENCIA DE CONCORRENCIA DA ALTERACAO E DO CANCELAMENTO *
000700*****************************************************************
000800 01  UORGL156-COMMAREA.
000900     03 UORGL156-FLAG-CONTINUACAO     PIC X(1).
001000     03 UORGL156-NSEQ-SOLTC-MANUT     PIC 9(10).
001100     03 UORGL156-HMANUT-REG           PIC X(26).
