000100*****************************************************************
000200*    UORGS177 - ARQUIVO DIARIO DE ORDENS AS OPERADORAS DE       *
000300*    TELECOM: UM BLOCO POR OPERADORA (HEADER COM A OPERADORA E  *
000400*    A INTERFACE 'UOC' + CODIGO DA OPERADORA REGISTRADA NA      *
000500*    UORG0087, DETALHES, TRAILER). ORDEM 'A' ATIVACAO, 'S'      *
000600*    SUSPENSAO OU 'C' CANCELAMENTO DO CIRCUITO                  *
000700*****************************************************************
000800 01  UORGS177-REGISTRO.
000900     03 UORGS177-TIPO-REG            PIC X(1).
001000        88 UORGS177-REG-HEADER           VALUE '0'.
001100        88 UORGS177-REG-DETALHE          VALUE '1'.
001200        88 UORGS177-REG-TRAILER          VALUE '9'.
001300     03 UORGS177-DET-HEADER.
001400        05 UORGS177-HDR-COPERD-TELECOM PIC 9(5).
001500        05 UORGS177-HDR-CINTERF        PIC X(8).
001600        05 UORGS177-HDR-DGERACAO       PIC 9(8).
001700        05 FILLER                     PIC X(78).
001800     03 UORGS177-DET-DETALHE REDEFINES UORGS177-DET-HEADER.
001900        05 UORGS177-CTPO-ORDEM         PIC X(1).
002000           88 UORGS177-ORDEM-ATIVACAO      VALUE 'A'.
002100           88 UORGS177-ORDEM-SUSPENSAO     VALUE 'S'.
002200           88 UORGS177-ORDEM-CANCELAMENTO  VALUE 'C'.
002300        05 UORGS177-CCIRC-DADOS        PIC X(20).
002400        05 UORGS177-CPSSOA-JURID       PIC 9(10).
002500        05 UORGS177-NSEQ-UND-ORGNZ     PIC 9(8).
002600        05 UORGS177-IABREV-UND-ORGNZ   PIC X(40).
002700        05 UORGS177-QVELOC-KBPS        PIC 9(7).
002800        05 UORGS177-DEVENTO            PIC X(10).
002900        05 FILLER                     PIC X(3).
003000     03 UORGS177-DET-TRAILER REDEFINES UORGS177-DET-HEADER.
003100        05 UORGS177-TRL-QTDE-REGS      PIC 9(9).
003200        05 FILLER                     PIC X(90).
