000100*****************************************************************
000200*    UORGS170 - ARQUIVO ANUAL DO PLANO DE QUADRO (EFETIVO       *
000300*    ORCADO) DO SISTEMA DE PLANEJAMENTO DE RH                   *
000400*    (HEADER/DETALHE/TRAILER): HEADER COM O ANO DO PLANO E UM   *
000500*    DETALHE POR UNIDADE (CPSSOA_JURID + NSEQ_UND_ORGNZ) COM O  *
000600*    EFETIVO PLANEJADO PARA CADA UM DOS DOZE MESES              *
000700*****************************************************************
000800 01  UORGS170-REGISTRO.
000900     03 UORGS170-TIPO-REG           PIC X(1).
001000        88 UORGS170-REG-HEADER           VALUE '0'.
001100        88 UORGS170-REG-DETALHE          VALUE '1'.
001200        88 UORGS170-REG-TRAILER          VALUE '9'.
001300     03 UORGS170-DET-HEADER.
001400        05 UORGS170-HDR-ANO-PLANO      PIC 9(4).
001500        05 FILLER                     PIC X(75).
001600     03 UORGS170-DET-DETALHE REDEFINES UORGS170-DET-HEADER.
001700        05 UORGS170-CPSSOA-JURID       PIC 9(10).
001800        05 UORGS170-NSEQ-UND-ORGNZ     PIC 9(8).
001900        05 UORGS170-QFUNC-PLANO        PIC 9(5) OCCURS 12 TIMES.
002000        05 FILLER                     PIC X(1).
002100     03 UORGS170-DET-TRAILER REDEFINES UORGS170-DET-HEADER.
002200        05 UORGS170-TRL-QTDE-REGS      PIC 9(9).
002300        05 FILLER                     PIC X(70).
