000100*****************************************************************
000200*    UORGS187 - LAYOUT DO ARQUIVO MENSAL DO CADASTRO DE CENTROS *
000300*    DE CUSTO DA CONTABILIDADE (HEADER/DETALHE/TRAILER), UM     *
000400*    DETALHE POR CENTRO COM A CHAVE DA UNIDADE, SITUACAO E      *
000500*    CLASSIFICACAO NO RAZAO, CARREGADO EM TCCUSTO_CTBIL PARA A  *
000600*    CONCILIACAO CONTRA TUND_ORGNZ (UORG0187)                   *
000700*****************************************************************
000800 01  UORGS187-REGISTRO.
000900     03 UORGS187-TIPO-REG            PIC X(1).
001000        88 UORGS187-REG-HEADER           VALUE '0'.
001100        88 UORGS187-REG-DETALHE          VALUE '1'.
001200        88 UORGS187-REG-TRAILER          VALUE '9'.
001300     03 UORGS187-DET-HEADER.
001400        05 UORGS187-HDR-ANO-MES        PIC 9(6).
001500        05 FILLER                     PIC X(43).
001600     03 UORGS187-DET-DETALHE REDEFINES UORGS187-DET-HEADER.
001700        05 UORGS187-CPSSOA-JURID       PIC 9(10).
001800        05 UORGS187-NSEQ-UND-ORGNZ     PIC 9(8).
001900        05 UORGS187-CCCUSTO-CTBIL      PIC X(10).
002000        05 UORGS187-CSIT-CCUSTO        PIC X(1).
002100           88 UORGS187-CCUSTO-ABERTO       VALUE 'A'.
002200           88 UORGS187-CCUSTO-ENCERRADO    VALUE 'E'.
002300        05 UORGS187-CCLASF-UND-ORGNZ   PIC 9(1).
002400        05 FILLER                     PIC X(19).
002500     03 UORGS187-DET-TRAILER REDEFINES UORGS187-DET-HEADER.
002600        05 UORGS187-TRL-QTDE-REGS      PIC 9(9).
002700        05 FILLER                     PIC X(40).
