000100*****************************************************************
000200*    UORGS161 - LAYOUT DO EXTRATO MENSAL DE CUSTO TOTAL DE      *
000300*    OCUPACAO POR UNIDADE: AREA NORMALIZADA EM M2, EFETIVO,     *
000400*    ALUGUEL, FACILITIES (RATEADO POR AREA QUANDO O IMOVEL E    *
000500*    COMPARTILHADO), SEGURO, CUSTO TOTAL, POR M2 E POR          *
000600*    FUNCIONARIO (VALORES COM DUAS DECIMAIS IMPLICITAS)         *
000700*****************************************************************
000800 01  UORGS161-REGISTRO.
000900     03 UORGS161-TIPO-REG            PIC X(1).
001000        88 UORGS161-REG-HEADER           VALUE '0'.
001100        88 UORGS161-REG-DETALHE          VALUE '1'.
001200        88 UORGS161-REG-TRAILER          VALUE '9'.
001300     03 UORGS161-DET-HEADER.
001400        05 UORGS161-HDR-ANO-MES        PIC 9(6).
001500        05 FILLER                     PIC X(113).
001600     03 UORGS161-DET-DETALHE REDEFINES UORGS161-DET-HEADER.
001700        05 UORGS161-CPSSOA-JURID       PIC 9(10).
001800        05 UORGS161-NSEQ-UND-ORGNZ     PIC 9(8).
001900        05 UORGS161-CCLASF             PIC 9(1).
002000        05 UORGS161-CPRDIO             PIC 9(7).
002100        05 UORGS161-AREA-M2            PIC 9(9)V99.
002200        05 UORGS161-QFUNC              PIC 9(5).
002300        05 UORGS161-VALUGL             PIC 9(11)V99.
002400        05 UORGS161-VFACIL             PIC 9(11)V99.
002500        05 UORGS161-VSEGURO            PIC 9(11)V99.
002600        05 UORGS161-VTOTAL             PIC 9(11)V99.
002700        05 UORGS161-VPOR-M2            PIC 9(9)V99.
002800        05 UORGS161-VPOR-FUNC          PIC 9(9)V99.
002900        05 FILLER                     PIC X(3).
003000     03 UORGS161-DET-TRAILER REDEFINES UORGS161-DET-HEADER.
003100        05 UORGS161-TRL-QTDE-REGS      PIC 9(9).
003200        05 UORGS161-TRL-VTOTAL         PIC 9(13)V99.
003300        05 FILLER                     PIC X(95).
