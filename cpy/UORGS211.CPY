000100*****************************************************************
000200*    UORGS211 - LAYOUT DO ARQUIVO MENSAL DE ITINERARIO DAS      *
000300*    UNIDADES ITINERANTES (PAE ITINERANTE / AGENCIA MOVEL):     *
000400*    HEADER COM O MES DE REFERENCIA E A VERSAO DO ARQUIVO, UM   *
000500*    DETALHE POR PARADA (UNIDADE, DATA, MUNICIPIO IBGE,         *
000600*    ENDERECO DA PARADA E HORARIO HHMM) E TRAILER COM A         *
000700*    QUANTIDADE DE DETALHES. CARREGADO PELA UORG0211            *
000800*****************************************************************
000900 01  UORGS211-REGISTRO.
001000     03 UORGS211-TIPO-REG           PIC X(1).
001100        88 UORGS211-REG-HEADER           VALUE '0'.
001200        88 UORGS211-REG-DETALHE          VALUE '1'.
001300        88 UORGS211-REG-TRAILER          VALUE '9'.
001400     03 UORGS211-DET-HEADER.
001500        05 UORGS211-HDR-AAAAMM-REF     PIC 9(6).
001600        05 UORGS211-HDR-AAAAMM-REF-R REDEFINES
001700           UORGS211-HDR-AAAAMM-REF.
001800           07 UORGS211-HDR-ANO-REF     PIC 9(4).
001900           07 UORGS211-HDR-MES-REF     PIC 9(2).
002000        05 UORGS211-HDR-NVERSAO        PIC 9(2).
002100        05 FILLER                     PIC X(91).
002200     03 UORGS211-DET-DETALHE REDEFINES UORGS211-DET-HEADER.
002300        05 UORGS211-CPSSOA-JURID       PIC 9(10).
002400        05 UORGS211-NSEQ-UND-ORGNZ     PIC 9(8).
002500        05 UORGS211-DPARADA            PIC 9(8).
002600        05 UORGS211-DPARADA-R REDEFINES UORGS211-DPARADA.
002700           07 UORGS211-DPARADA-AAAAMM  PIC 9(6).
002800           07 UORGS211-DPARADA-DIA     PIC 9(2).
002900        05 UORGS211-CMUNIC-IBGE        PIC 9(7).
003000        05 UORGS211-IENDRC-PARADA      PIC X(40).
003100        05 UORGS211-HINIC-ATND         PIC 9(4).
003200        05 UORGS211-HINIC-ATND-R REDEFINES UORGS211-HINIC-ATND.
003300           07 UORGS211-HINIC-HORA      PIC 9(2).
003400           07 UORGS211-HINIC-MIN       PIC 9(2).
003500        05 UORGS211-HFIM-ATND          PIC 9(4).
003600        05 UORGS211-HFIM-ATND-R REDEFINES UORGS211-HFIM-ATND.
003700           07 UORGS211-HFIM-HORA       PIC 9(2).
003800           07 UORGS211-HFIM-MIN        PIC 9(2).
003900        05 FILLER                     PIC X(18).
004000     03 UORGS211-DET-TRAILER REDEFINES UORGS211-DET-HEADER.
004100        05 UORGS211-TRL-QTDE-REGS      PIC 9(9).
004200        05 FILLER                     PIC X(90).
