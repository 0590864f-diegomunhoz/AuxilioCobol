000100*****************************************************************
000200*    UORGL180 - PARAMETROS DE CHAMADA DO SERVICO DE REGISTRO DE *
000300*    EXCLUSAO FISICA PARA O DATA WAREHOUSE (TEXCL_REG_DW).      *
000400*    CODIGO DA TABELA IGUAL AO TIPO DE DETALHE DO ARQUIVO       *
000500*    UORGS181; CHAVE COMPLEMENTAR EM BRANCO = TODAS AS LINHAS   *
000600*    DA UNIDADE                                                 *
000700*****************************************************************
000800 01  UORGL180-PARMS.
000900     03 UORGL180-CTAB-DW             PIC 9(2).
001000        88 UORGL180-TAB-UND-ORGNZ        VALUE 01.
001100        88 UORGL180-TAB-ENDRC            VALUE 02.
001200        88 UORGL180-TAB-CONTT            VALUE 03.
001300        88 UORGL180-TAB-HORAR            VALUE 04.
001400        88 UORGL180-TAB-AREA-CONSD       VALUE 05.
001500        88 UORGL180-TAB-ACSSO            VALUE 06.
001600        88 UORGL180-TAB-CONTR-LOCAC      VALUE 07.
001700        88 UORGL180-TAB-PRDIO            VALUE 08.
001800        88 UORGL180-TAB-MANUT-EMPR       VALUE 09.
001900     03 UORGL180-CPSSOA-JURID        PIC S9(10)V COMP-3.
002000     03 UORGL180-NSEQ-UND-ORGNZ      PIC S9(8)V COMP-3.
002100     03 UORGL180-CCHAVE-COMPL        PIC X(20).
002200     03 UORGL180-CPGM-EXCL           PIC X(8).
002300     03 UORGL180-RETORNO             PIC X(2).
002400        88 UORGL180-OK                   VALUE '00'.
002500        88 UORGL180-ERRO-SQL             VALUE '99'.
