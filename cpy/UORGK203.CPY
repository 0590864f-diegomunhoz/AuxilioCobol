000100*****************************************************************
000200*    UORGK203 - ARQUIVO DE CONTROLE DA PONTUACAO TRIMESTRAL DE  *
000300*    RISCO OPERACIONAL (UORG0203): ANO E TRIMESTRE A APURAR     *
000400*    (AAAAT); EM BRANCO OU ZERO, O ULTIMO TRIMESTRE FECHADO     *
000500*****************************************************************
000600 01  UORGK203-REGISTRO.
000700     03 UORGK203-ANO-TRIM.
000800        05 UORGK203-ANO             PIC 9(4).
000900        05 UORGK203-TRIM            PIC 9(1).
001000     03 FILLER                       PIC X(75).
