000100*****************************************************************
000200*    UORGS172 - ARQUIVO MENSAL DE CUSTODIA DO SISTEMA DE        *
000300*    PATRIMONIO (HEADER/DETALHE/TRAILER): HEADER COM O ANO/MES  *
000400*    DE REFERENCIA E UM DETALHE POR BEM (NUMERO DE PATRIMONIO,  *
000500*    DESCRICAO, VALOR CONTABIL COM DUAS DECIMAIS IMPLICITAS E   *
000600*    UNIDADE CUSTODIANTE CPSSOA_JURID + NSEQ_UND_ORGNZ)         *
000700*****************************************************************
000800 01  UORGS172-REGISTRO.
000900     03 UORGS172-TIPO-REG           PIC X(1).
001000        88 UORGS172-REG-HEADER           VALUE '0'.
001100        88 UORGS172-REG-DETALHE          VALUE '1'.
001200        88 UORGS172-REG-TRAILER          VALUE '9'.
001300     03 UORGS172-DET-HEADER.
001400        05 UORGS172-HDR-ANO-MES        PIC 9(6).
001500        05 FILLER                     PIC X(93).
001600     03 UORGS172-DET-DETALHE REDEFINES UORGS172-DET-HEADER.
001700        05 UORGS172-NBEM-PATRIM        PIC 9(12).
001800        05 UORGS172-RBEM-PATRIM        PIC X(50).
001900        05 UORGS172-VCONTB-BEM         PIC 9(11)V99.
002000        05 UORGS172-CPSSOA-JURID       PIC 9(10).
002100        05 UORGS172-NSEQ-UND-ORGNZ     PIC 9(8).
002200        05 FILLER                     PIC X(6).
002300     03 UORGS172-DET-TRAILER REDEFINES UORGS172-DET-HEADER.
002400        05 UORGS172-TRL-QTDE-REGS      PIC 9(9).
002500        05 FILLER                     PIC X(90).
