000100*****************************************************************
000200*    UORGL205 - COMMAREA DA TRANSACAO UO82, SOLICITACAO DE      *
000300*    CORRECAO RETROATIVA DO HISTORICO DE SITUACAO DA UNIDADE.   *
000400*    USADA SOMENTE COMO INDICADOR DE CONTINUIDADE PSEUDO-       *
000500*    CONVERSACIONAL.                                            *
000600*****************************************************************
000700 01  UORGL205-COMMAREA.
000800     03 UORGL205-FLAG-CONTINUACAO  PIC X(1).
