000100*****************************************************************
000200*    UORGS160 - LAYOUT DO ARQUIVO MENSAL DE PAGAMENTO DE        *
000300*    ALUGUEIS PARA O CONTAS A PAGAR: UM DETALHE POR CONTRATO DE *
000400*    LOCACAO VIGENTE NO MES (TCONTR_LOCAC) COM LOCADOR,         *
000500*    CONTRATO, UNIDADE E VALOR DEVIDO; TRAILER COM QUANTIDADE E *
000600*    VALOR TOTAL DOS DETALHES                                   *
000700*****************************************************************
000800 01  UORGS160-REGISTRO.
000900     03 UORGS160-TIPO-REG            PIC X(1).
001000        88 UORGS160-REG-HEADER           VALUE '0'.
001100        88 UORGS160-REG-DETALHE          VALUE '1'.
001200        88 UORGS160-REG-TRAILER          VALUE '9'.
001300     03 UORGS160-DET-HEADER.
001400        05 UORGS160-HDR-ANO-MES        PIC 9(6).
001500        05 UORGS160-HDR-DGERACAO       PIC 9(8).
001600        05 FILLER                     PIC X(85).
001700     03 UORGS160-DET-DETALHE REDEFINES UORGS160-DET-HEADER.
001800        05 UORGS160-ILOCADOR           PIC X(40).
001900        05 UORGS160-CPSSOA-JURID       PIC 9(10).
002000        05 UORGS160-NSEQ-UND-ORGNZ     PIC 9(8).
002100        05 UORGS160-NSEQ-CONTR         PIC 9(4).
002200        05 UORGS160-VALUGL-DEVIDO      PIC 9(9)V99.
002300        05 UORGS160-DFIM-CONTR         PIC 9(8).
002400        05 FILLER                     PIC X(18).
002500     03 UORGS160-DET-TRAILER REDEFINES UORGS160-DET-HEADER.
002600        05 UORGS160-TRL-QTDE-REGS      PIC 9(9).
002700        05 UORGS160-TRL-VTOTAL         PIC 9(13)V99.
002800        05 FILLER                     PIC X(75).
