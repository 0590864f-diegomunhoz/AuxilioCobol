000200*    UORGR128 - LINHA DE IMPRESSAO DA ANALISE DE COBERTURA DE   *
000300*    MUNICIPIOS (TMUNIC_IBGE X TENDRC_UND_ORGNZ): SECAO 1 =     *
000400*    MUNICIPIOS COBERTOS COM A CONTAGEM DE UNIDADES; SECAO 2 =  *
000410*    COBERTURA PARCIAL POR UNIDADE ITINERANTE (TITNER_UND_ORGNZ)*
000420*    COM A CONTAGEM DE UNIDADES ITINERANTES E OS DIAS DE PARADA *
000430*    NA MENSAGEM; SECAO 3 = MUNICIPIOS POPULOSOS SEM NENHUMA    *
000500*    UNIDADE ATIVA NEM COBERTURA PARCIAL                        *
000600*****************************************************************
000700 01  UORGR128-LINHA.
000800     03 UORGR128-CTL-IMPRESSAO      PIC X(1).
