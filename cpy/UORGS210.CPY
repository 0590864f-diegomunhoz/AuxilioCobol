000100*****************************************************************
000200*    UORGS210 - LAYOUT DA REMESSA MENSAL DE CORRESPONDENTES     *
000300*    BANCARIOS AO BACEN (UORG0210): HEADER COM A DATA DE        *
000400*    GERACAO E O MES DE REFERENCIA, UM DETALHE POR              *
000500*    CORRESPONDENTE (ATIVO OU ENCERRADO NO PERIODO) E TRAILER   *
000600*    COM A QUANTIDADE DE DETALHES                               *
000700*****************************************************************
000800 01  UORGS210-REGISTRO.
000900     03 UORGS210-TIPO-REG           PIC X(1).
001000        88 UORGS210-REG-HEADER           VALUE '0'.
001100        88 UORGS210-REG-DETALHE          VALUE '1'.
001200        88 UORGS210-REG-TRAILER          VALUE '9'.
001300     03 UORGS210-DET-HEADER.
001400        05 UORGS210-HDR-DGERACAO       PIC 9(8).
001500        05 UORGS210-HDR-AAAAMM-REF     PIC 9(6).
001600        05 FILLER                     PIC X(185).
001700     03 UORGS210-DET-DETALHE REDEFINES UORGS210-DET-HEADER.
001800        05 UORGS210-NCNPJ-CORRESP      PIC 9(14).
001900        05 UORGS210-IRAZAO-SOCIAL      PIC X(40).
002000        05 UORGS210-CTPO-CORRESP       PIC X(1).
002100        05 UORGS210-DINIC-CONTRATO     PIC 9(8).
002200        05 UORGS210-DFIM-CONTRATO      PIC 9(8).
002300        05 UORGS210-CSERVC-CORRESP     PIC X(10).
002400        05 UORGS210-IENDRC-LOGRD       PIC X(40).
002500        05 UORGS210-NENDRC-LOGRD       PIC X(6).
002600        05 UORGS210-CENDRC-POSTAL      PIC 9(8).
002700        05 UORGS210-CMUNIC-IBGE        PIC 9(7).
002800        05 UORGS210-CUF                PIC X(2).
002900        05 UORGS210-CUND-SUPVS         PIC 9(6).
003000        05 UORGS210-CDIG-UND-SUPVS     PIC X(1).
003100        05 UORGS210-CSIT-CORRESP       PIC 9(1).
003200           88 UORGS210-CORRESP-ENCERRADO   VALUE 0.
003300           88 UORGS210-CORRESP-ATIVO       VALUE 1.
003400        05 UORGS210-DENCER-CORRESP     PIC 9(8).
003500        05 FILLER                     PIC X(39).
003600     03 UORGS210-DET-TRAILER REDEFINES UORGS210-DET-HEADER.
003700        05 UORGS210-TRL-QTDE-REGS      PIC 9(9).
003800        05 FILLER                     PIC X(190).
