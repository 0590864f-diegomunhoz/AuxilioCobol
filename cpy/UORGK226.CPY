000100*****************************************************************
000200*    UORGK226 - REGISTRO DE PONTO DE CONTROLE (MARCA D'AGUA) DO *
000300*    ARQUIVO DIARIO DE EVENTOS DE TERMINAIS PARA A OPERADORA DA *
000400*    REDE DE AUTOATENDIMENTO, NOS MOLDES DO UORGK181: TIMESTAMP *
000500*    DE CORTE DA ULTIMA EXECUCAO BEM-SUCEDIDA DA UORG0226       *
000600*****************************************************************
000700 01  UORGK226-REGISTRO.
000800     03 UORGK226-HCORTE-ULT-EXEC     PIC X(26).
