000100*****************************************************************
000200*    UORGS011 - LAYOUT DO ARQUIVO DE EXTRACAO DE TUND_ORGNZ     *
000300*    PARA REMESSA AO BACEN (CADASTRO DE UNIDADES)               *
000310*    NDEPEND-BACEN: NUMERO DA DEPENDENCIA NO BACEN, TRADUZIDO   *
000320*    PELA TABELA DE CODIGOS EXTERNOS (TIDENT_EXTER_UND, SISTEMA *
000330*    'BACEN'); EM BRANCO QUANDO A UNIDADE NAO TEM O CODIGO      *
000400*****************************************************************
000500 01  UORGS011-REGISTRO.
000600     03 UORGS011-TIPO-REG           PIC X(1).
002220           88 UORGS011-UND-ENCERRADA       VALUE 0.
002230           88 UORGS011-UND-ATIVA           VALUE 1.
002240           88 UORGS011-UND-FECH-TEMP       VALUE 3.
002300        05 UORGS011-CUND-ORGNZ-ANT     PIC 9(6).
002310        05 UORGS011-CDIG-UND-ORGNZ-ANT PIC X(1).
002320        05 UORGS011-NDEPEND-BACEN      PIC X(10).
002330        05 FILLER                     PIC X(21).
002400     03 UORGS011-DET-TRAILER REDEFINES UORGS011-DET-HEADER.
002500        05 UORGS011-TRL-QTDE-REGS      PIC 9(9).
002600        05 FILLER                     PIC X(119).
