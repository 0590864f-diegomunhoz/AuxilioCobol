000100*****************************************************************
000200*    UORGS217 - LAYOUT DO ARQUIVO DE ALERTAS PARA O GATEWAY     *
000300*    CORPORATIVO DE PAGER/E-MAIL (HEADER/DETALHE/TRAILER),      *
000400*    GERADO A CADA CICLO PELA UORG0217 A PARTIR DE TALERTA_OPER *
000500*    QENVIO: 1 NO PRIMEIRO ENVIO, MAIOR NO REENVIO DE ALERTA    *
000600*    AINDA NAO RECONHECIDO; QOCORR: EVENTOS SUPRIMIDOS + 1      *
000700*****************************************************************
000800 01  UORGS217-REGISTRO.
000900     03 UORGS217-TIPO-REG           PIC X(1).
001000        88 UORGS217-REG-HEADER           VALUE '0'.
001100        88 UORGS217-REG-DETALHE          VALUE '1'.
001200        88 UORGS217-REG-TRAILER          VALUE '9'.
001300     03 UORGS217-DET-HEADER.
001400        05 UORGS217-HDR-DATA-GERACAO   PIC 9(8).
001500        05 UORGS217-HDR-HORA-GERACAO   PIC 9(6).
001600        05 FILLER                     PIC X(185).
001700     03 UORGS217-DET-DETALHE REDEFINES UORGS217-DET-HEADER.
001800        05 UORGS217-NSEQ-ALERTA        PIC 9(9).
001900        05 UORGS217-HPRIM-OCORR        PIC X(19).
002000        05 UORGS217-HULT-OCORR         PIC X(19).
002100        05 UORGS217-QOCORR-ALERTA      PIC 9(5).
002200        05 UORGS217-QENVIO-ALERTA      PIC 9(3).
002300        05 UORGS217-CORIGEM-ALERTA     PIC X(8).
002400        05 UORGS217-CTPO-ALERTA        PIC X(8).
002500        05 UORGS217-RCHAVE-ALERTA      PIC X(40).
002600        05 UORGS217-RTEXTO-ALERTA      PIC X(70).
002700        05 FILLER                     PIC X(18).
002800     03 UORGS217-DET-TRAILER REDEFINES UORGS217-DET-HEADER.
002900        05 UORGS217-TRL-QTDE-REGS      PIC 9(9).
003000        05 FILLER                     PIC X(190).
