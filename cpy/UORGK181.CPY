000100*****************************************************************
000200*    UORGK181 - REGISTRO DE PONTO DE CONTROLE (MARCA D'AGUA) DO *
000300*    ARQUIVO DIARIO DE MUDANCAS PARA O DATA WAREHOUSE, NOS      *
000400*    MOLDES DO UORGK024: TIMESTAMP DE CORTE DA ULTIMA EXECUCAO  *
000500*    BEM-SUCEDIDA DA UORG0181                                   *
000600*****************************************************************
000700 01  UORGK181-REGISTRO.
000800     03 UORGK181-HCORTE-ULT-EXEC     PIC X(26).
