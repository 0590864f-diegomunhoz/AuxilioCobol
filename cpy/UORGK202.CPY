000100*****************************************************************
000200*    UORGK202 - ARQUIVO DE CONTROLE DO RELATORIO MENSAL DE      *
000300*    HORAS PARADAS POR INTERRUPCAO NAO PLANEJADA (UORG0202):    *
000400*    MES DE REFERENCIA AAAAMM (BRANCO OU ZERO = MES ANTERIOR)   *
000500*****************************************************************
000600 01  UORGK202-REGISTRO.
000700     03 UORGK202-AAAAMM-REFER        PIC 9(6).
000800     03 FILLER                       PIC X(74).
