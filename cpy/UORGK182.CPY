000100*****************************************************************
000200*    UORGK182 - CARTAO DE PARTICAO DA CARGA NOTURNA DE          *
000300*    TUND_ORGNZ (UORG0013): NUMERO DA PARTICAO E FAIXA DE       *
000400*    CPSSOA_JURID (INICIO E FIM INCLUSIVE). SEM O CARTAO A      *
000500*    CARGA RODA EM FLUXO UNICO. AS FAIXAS DE TODAS AS PARTICOES *
000600*    DEVEM COBRIR 0 A 9999999999 SEM LACUNA, O QUE E CONFERIDO  *
000700*    NA CONSOLIDACAO (UORG0182)                                 *
000800*****************************************************************
000900 01  UORGK182-REGISTRO.
001000     03 UORGK182-NPARTIC             PIC 9(2).
001100     03 UORGK182-CPSSOA-JURID-INIC   PIC 9(10).
001200     03 UORGK182-CPSSOA-JURID-FIM    PIC 9(10).
