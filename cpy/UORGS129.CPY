000400*    ENCERRAMENTO OU RECLASSIFICACAO DO MES (TUND_ORGNZ_HIST),  *
000500*    COM A ACAO CONTABIL E O TIPO DE PLANO DE CONTAS            *
000510*    CORRESPONDENTES (CATALOGO TPLANO_CTA_CTBIL)                *
000520*    DETALHE TIPO 2: AJUSTE DE CORRECAO RETROATIVA DO HISTORICO *
000530*    (ESTORNO NA DATA ORIGINAL / RELANCAMENTO NA DATA CORRIGIDA)*
000540*    CCENTR-CUSTO: CENTRO DE CUSTO DA UNIDADE NA CONTABILIDADE, *
000550*    PELA TABELA DE CODIGOS EXTERNOS (TIDENT_EXTER_UND, SISTEMA *
000560*    'CTBIL'); EM BRANCO QUANDO AINDA NAO CADASTRADO (ABERTURA) *
000600*****************************************************************
000700 01  UORGS129-REGISTRO.
000800     03 UORGS129-TIPO-REG            PIC X(1).
000900        88 UORGS129-REG-HEADER           VALUE '0'.
001000        88 UORGS129-REG-DETALHE          VALUE '1'.
001010        88 UORGS129-REG-AJUSTE           VALUE '2'.
001100        88 UORGS129-REG-TRAILER          VALUE '9'.
001200     03 UORGS129-DET-HEADER.
001300        05 UORGS129-HDR-ANO-MES        PIC 9(6).
002500        05 UORGS129-CSIT-ANT           PIC 9(3).
002600        05 UORGS129-CSIT-NOVO          PIC 9(3).
002610        05 UORGS129-CTPO-PLANO-CTA     PIC 9(2).
002620        05 UORGS129-CTPO-AJUST         PIC X(1).
002630           88 UORGS129-AJUSTE-ESTORNO      VALUE 'E'.
002640           88 UORGS129-AJUSTE-RELANCTO     VALUE 'L'.
002650        05 UORGS129-CMOTVO-CORRC       PIC 9(2).
002660        05 UORGS129-CCENTR-CUSTO       PIC X(10).
002670        05 FILLER                     PIC X(19).
002800     03 UORGS129-DET-TRAILER REDEFINES UORGS129-DET-HEADER.
002900        05 UORGS129-TRL-QTDE-REGS      PIC 9(9).
003000        05 FILLER                     PIC X(69).
