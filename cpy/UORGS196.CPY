000100*****************************************************************
000200*    UORGS196 - LAYOUT DO ARQUIVO DE RETORNO DO SISTEMA DE      *
000300*    CONTAS PARA AS INSTRUCOES UORGS195                         *
000400*    (HEADER/DETALHE/TRAILER): O HEADER INFORMA O SEQUENCIAL DA *
000500*    GERACAO RESPONDIDA E A DATA DO PROCESSAMENTO; CADA DETALHE *
000600*    CONFIRMA (C) OU RECUSA (R), COM MOTIVO, A TRANSFERENCIA DA *
000700*    UNIDADE DE ORIGEM NA DATA EFETIVA                          *
000800*****************************************************************
000900 01  UORGS196-REGISTRO.
001000     03 UORGS196-TIPO-REG           PIC X(1).
001100        88 UORGS196-REG-HEADER           VALUE '0'.
001200        88 UORGS196-REG-DETALHE          VALUE '1'.
001300        88 UORGS196-REG-TRAILER          VALUE '9'.
001400     03 UORGS196-DET-HEADER.
001500        05 UORGS196-HDR-NSEQ-GERACAO   PIC 9(9).
001600        05 UORGS196-HDR-DPROCES        PIC 9(8).
001700        05 UORGS196-HDR-DPROCES-R REDEFINES
001800           UORGS196-HDR-DPROCES.
001900           07 UORGS196-HDR-DPROC-ANO   PIC 9(4).
002000           07 UORGS196-HDR-DPROC-MES   PIC 9(2).
002100           07 UORGS196-HDR-DPROC-DIA   PIC 9(2).
002200        05 FILLER                     PIC X(82).
002300     03 UORGS196-DET-DETALHE REDEFINES UORGS196-DET-HEADER.
002400        05 UORGS196-CPSSOA-JURID-ORIG  PIC 9(10).
002500        05 UORGS196-NSEQ-UND-ORIG      PIC 9(8).
002600        05 UORGS196-DEFETIV-TRANSF     PIC 9(8).
002700        05 UORGS196-DEFETIV-TRANSF-R REDEFINES
002800           UORGS196-DEFETIV-TRANSF.
002900           07 UORGS196-DEFETIV-ANO     PIC 9(4).
003000           07 UORGS196-DEFETIV-MES     PIC 9(2).
003100           07 UORGS196-DEFETIV-DIA     PIC 9(2).
003200        05 UORGS196-CSIT-RETORNO       PIC X(1).
003300           88 UORGS196-CONFIRMADA          VALUE 'C'.
003400           88 UORGS196-RECUSADA            VALUE 'R'.
003500           88 UORGS196-SIT-VALIDA          VALUE 'C' 'R'.
003600        05 UORGS196-RMOTVO-RECUSA      PIC X(40).
003700        05 FILLER                     PIC X(32).
003800     03 UORGS196-DET-TRAILER REDEFINES UORGS196-DET-HEADER.
003900        05 UORGS196-TRL-QTDE-REGS      PIC 9(9).
004000        05 FILLER                     PIC X(90).
