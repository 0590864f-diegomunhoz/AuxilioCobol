000100*****************************************************************
000200*    UORGS195 - ARQUIVO DIARIO DE INSTRUCOES DE TRANSFERENCIA   *
000300*    DA CARTEIRA DE CLIENTES PARA O SISTEMA DE CONTAS           *
000400*    (HEADER/DETALHE/TRAILER): UM DETALHE POR UNIDADE ENCERRADA *
000500*    (MOTIVO E) OU INCORPORADA NA FUSAO (MOTIVO F), COM A       *
000600*    UNIDADE DE ORIGEM, A UNIDADE DE DESTINO E A DATA EFETIVA   *
000700*    DA TRANSFERENCIA                                           *
000800*****************************************************************
000900 01  UORGS195-REGISTRO.
001000     03 UORGS195-TIPO-REG           PIC X(1).
001100        88 UORGS195-REG-HEADER           VALUE '0'.
001200        88 UORGS195-REG-DETALHE          VALUE '1'.
001300        88 UORGS195-REG-TRAILER          VALUE '9'.
001400     03 UORGS195-DET-HEADER.
001500        05 UORGS195-HDR-DGERACAO       PIC 9(8).
001600        05 FILLER                     PIC X(91).
001700     03 UORGS195-DET-DETALHE REDEFINES UORGS195-DET-HEADER.
001800        05 UORGS195-CPSSOA-JURID-ORIG  PIC 9(10).
001900        05 UORGS195-NSEQ-UND-ORIG      PIC 9(8).
002000        05 UORGS195-CUND-ORIG          PIC 9(6).
002100        05 UORGS195-CPSSOA-JURID-DEST  PIC 9(10).
002200        05 UORGS195-NSEQ-UND-DEST      PIC 9(8).
002300        05 UORGS195-CUND-DEST          PIC 9(6).
002400        05 UORGS195-DEFETIV-TRANSF     PIC 9(8).
002500        05 UORGS195-CMOTVO-TRANSF      PIC X(1).
002600           88 UORGS195-MOTVO-FUSAO          VALUE 'F'.
002700           88 UORGS195-MOTVO-ENCERRAMENTO   VALUE 'E'.
002800        05 FILLER                     PIC X(42).
002900     03 UORGS195-DET-TRAILER REDEFINES UORGS195-DET-HEADER.
003000        05 UORGS195-TRL-QTDE-REGS      PIC 9(9).
003100        05 FILLER                     PIC X(90).
