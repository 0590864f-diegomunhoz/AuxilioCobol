000100*****************************************************************
000200*    UORGS188 - LAYOUT DO ARQUIVO MENSAL DA LISTA DE            *
000300*    DEPENDENCIAS CADASTRADAS NO UNICAD PUBLICADA PELO BACEN    *
000400*    (HEADER/DETALHE/TRAILER), UM DETALHE POR DEPENDENCIA COM A *
000500*    CHAVE DA UNIDADE DEVOLVIDA PELO BACEN, SITUACAO (MESMA     *
000600*    CODIFICACAO DA UORGS011), MUNICIPIO IBGE E DATA DE         *
000700*    ENCERRAMENTO (ZEROS = SEM DATA), CARREGADO EM              *
000800*    TUNICAD_BACEN PARA O BATIMENTO DA UORG0188                 *
000900*****************************************************************
001000 01  UORGS188-REGISTRO.
001100     03 UORGS188-TIPO-REG           PIC X(1).
001200        88 UORGS188-REG-HEADER           VALUE '0'.
001300        88 UORGS188-REG-DETALHE          VALUE '1'.
001400        88 UORGS188-REG-TRAILER          VALUE '9'.
001500     03 UORGS188-DET-HEADER.
001600        05 UORGS188-HDR-ANO-MES        PIC 9(6).
001700        05 FILLER                     PIC X(126).
001800     03 UORGS188-DET-DETALHE REDEFINES UORGS188-DET-HEADER.
001900        05 UORGS188-CPSSOA-JURID       PIC 9(10).
002000        05 UORGS188-NSEQ-UND-ORGNZ     PIC 9(8).
002100        05 UORGS188-CUND-ORGNZ         PIC 9(6).
002200        05 UORGS188-CDIG-UND-ORGNZ     PIC X(1).
002300        05 UORGS188-IABREV-UND-ORGNZ   PIC X(40).
002400        05 UORGS188-CSIT-UND-ORGNZ     PIC 9(3).
002500           88 UORGS188-UND-ENCERRADA       VALUE 0.
002600           88 UORGS188-UND-ATIVA           VALUE 1.
002700           88 UORGS188-UND-FECH-TEMP       VALUE 3.
002800        05 UORGS188-CMUNIC-IBGE        PIC 9(7).
002900        05 UORGS188-DENCER-UND-ORGNZ   PIC 9(8).
003000        05 UORGS188-DENCER-R REDEFINES UORGS188-DENCER-UND-ORGNZ.
003100           07 UORGS188-DENCER-ANO      PIC 9(4).
003200           07 UORGS188-DENCER-MES      PIC 9(2).
003300           07 UORGS188-DENCER-DIA      PIC 9(2).
003400        05 FILLER                     PIC X(49).
003500     03 UORGS188-DET-TRAILER REDEFINES UORGS188-DET-HEADER.
003600        05 UORGS188-TRL-QTDE-REGS      PIC 9(9).
003700        05 FILLER                     PIC X(123).
