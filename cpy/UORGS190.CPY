000100*****************************************************************
000200*    UORGS190 - LAYOUT DO ARQUIVO DE RETORNO DA RECEITA FEDERAL *
000300*    PARA A CONSULTA SEMANAL UORGS189 (HEADER/DETALHE/TRAILER): *
000400*    O HEADER INFORMA O SEQUENCIAL DA GERACAO DA CONSULTA       *
000500*    RESPONDIDA E A DATA DA CONSULTA; CADA DETALHE DEVOLVE A    *
000600*    SITUACAO CADASTRAL E A RAZAO SOCIAL REGISTRADA DO          *
000700*    NINSCR_REG_EMPR DA SOLICITACAO                             *
000800*****************************************************************
000900 01  UORGS190-REGISTRO.
001000     03 UORGS190-TIPO-REG           PIC X(1).
001100        88 UORGS190-REG-HEADER           VALUE '0'.
001200        88 UORGS190-REG-DETALHE          VALUE '1'.
001300        88 UORGS190-REG-TRAILER          VALUE '9'.
001400     03 UORGS190-DET-HEADER.
001500        05 UORGS190-HDR-NSEQ-GERACAO   PIC 9(9).
001600        05 UORGS190-HDR-DCONSULTA      PIC 9(8).
001700        05 UORGS190-HDR-DCONSULTA-R REDEFINES
001800           UORGS190-HDR-DCONSULTA.
001900           07 UORGS190-HDR-DCONS-ANO   PIC 9(4).
002000           07 UORGS190-HDR-DCONS-MES   PIC 9(2).
002100           07 UORGS190-HDR-DCONS-DIA   PIC 9(2).
002200        05 FILLER                     PIC X(115).
002300     03 UORGS190-DET-DETALHE REDEFINES UORGS190-DET-HEADER.
002400        05 UORGS190-NSEQ-SOLTC-MANUT   PIC 9(10).
002500        05 UORGS190-NINSCR-REG-EMPR    PIC 9(11).
002600        05 UORGS190-CSIT-CNPJ-RFB      PIC X(1).
002700           88 UORGS190-CNPJ-ATIVA          VALUE 'A'.
002800           88 UORGS190-CNPJ-SUSPENSA       VALUE 'S'.
002900           88 UORGS190-CNPJ-INAPTA         VALUE 'I'.
003000           88 UORGS190-CNPJ-BAIXADA        VALUE 'B'.
003100           88 UORGS190-CNPJ-NULA           VALUE 'N'.
003200           88 UORGS190-CNPJ-VALIDA         VALUE 'A' 'S' 'I'
003300                                                 'B' 'N'.
003400        05 UORGS190-IRAZAO-SOCIAL-RFB  PIC X(60).
003500        05 FILLER                     PIC X(50).
003600     03 UORGS190-DET-TRAILER REDEFINES UORGS190-DET-HEADER.
003700        05 UORGS190-TRL-QTDE-REGS      PIC 9(9).
003800        05 FILLER                     PIC X(123).
