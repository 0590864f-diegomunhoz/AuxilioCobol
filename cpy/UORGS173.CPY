000100*****************************************************************
000200*    UORGS173 - ARQUIVO DIARIO DE INSTRUCOES DE TRANSFERENCIA   *
000300*    DE BENS PARA O SISTEMA DE PATRIMONIO                       *
000400*    (HEADER/DETALHE/TRAILER): UM DETALHE POR BEM DE UNIDADE    *
000500*    INCORPORADA (MOTIVO F) OU EM ENCERRAMENTO (MOTIVO E), COM  *
000600*    A UNIDADE CUSTODIANTE DE ORIGEM E A UNIDADE DE DESTINO     *
000700*    (VALOR COM DUAS DECIMAIS IMPLICITAS)                       *
000800*****************************************************************
000900 01  UORGS173-REGISTRO.
001000     03 UORGS173-TIPO-REG           PIC X(1).
001100        88 UORGS173-REG-HEADER           VALUE '0'.
001200        88 UORGS173-REG-DETALHE          VALUE '1'.
001300        88 UORGS173-REG-TRAILER          VALUE '9'.
001400     03 UORGS173-DET-HEADER.
001500        05 UORGS173-HDR-DGERACAO       PIC 9(8).
001600        05 FILLER                     PIC X(111).
001700     03 UORGS173-DET-DETALHE REDEFINES UORGS173-DET-HEADER.
001800        05 UORGS173-NBEM-PATRIM        PIC 9(12).
001900        05 UORGS173-RBEM-PATRIM        PIC X(50).
002000        05 UORGS173-VCONTB-BEM         PIC 9(11)V99.
002100        05 UORGS173-CPSSOA-JURID-ORIG  PIC 9(10).
002200        05 UORGS173-NSEQ-UND-ORIG      PIC 9(8).
002300        05 UORGS173-CPSSOA-JURID-DEST  PIC 9(10).
002400        05 UORGS173-NSEQ-UND-DEST      PIC 9(8).
002500        05 UORGS173-CMOTVO-TRANSF      PIC X(1).
002600           88 UORGS173-MOTVO-FUSAO          VALUE 'F'.
002700           88 UORGS173-MOTVO-ENCERRAMENTO   VALUE 'E'.
002800        05 FILLER                     PIC X(7).
002900     03 UORGS173-DET-TRAILER REDEFINES UORGS173-DET-HEADER.
003000        05 UORGS173-TRL-QTDE-REGS      PIC 9(9).
003100        05 UORGS173-TRL-VCONTB-TOTAL   PIC 9(13)V99.
003200        05 FILLER                     PIC X(95).
