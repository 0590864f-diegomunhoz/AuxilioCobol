000100*****************************************************************
000200*    UORGK175 - ARQUIVO DE CONTROLE DA FOLHA DE ROTA DIARIA DO  *
000300*    MALOTE INTERNO: DATA DE REFERENCIA (AAAAMMDD); CARTAO      *
000400*    AUSENTE OU EM BRANCO ASSUME A DATA CORRENTE                *
000500*****************************************************************
000600 01  UORGK175-REGISTRO.
000700     03 UORGK175-DATA-REFER          PIC X(8).
000800     03 FILLER                       PIC X(72).
