000100*****************************************************************
000110*    UORGS138 - LAYOUT DO ARQUIVO DE DESCARGA DE CONTINGENCIA   *
000120*    DO NUCLEO DO ESQUEMA (TUND_ORGNZ, TACSSO_UND_ORGNZ,        *
000130*    TAREA_CONSD_UND, TENDRC_UND_ORGNZ, TUND_ORGNZ_HIST,        *
000140*    TREGRA_TRANSC_SIT, TCONTT_UND_ORGNZ E TMANUT_EMPR_GRP),    *
000150*    GERADO PELA UORG0138 EM UM UNICO PONTO DE CONSISTENCIA,    *
000160*    MASCARADO PARA TESTES PELA UORG0198 E RECARREGADO/         *
000170*    CONFERIDO PELA UORG0139                                    *
000700*****************************************************************
000800 01  UORGS138-REGISTRO.
000900     03 UORGS138-TIPO-REG           PIC X(1).
001400        88 UORGS138-REG-ENDERECO        VALUE '4'.
001500        88 UORGS138-REG-HISTORICO       VALUE '5'.
001600        88 UORGS138-REG-REGRA           VALUE '6'.
001610        88 UORGS138-REG-CONTATO         VALUE '7'.
001620        88 UORGS138-REG-EMPRESA         VALUE '8'.
001700        88 UORGS138-REG-TRAILER         VALUE '9'.
001800     03 UORGS138-DET-HEADER.
001900        05 UORGS138-HDR-DATA-PROCTO    PIC 9(8).
002000        05 UORGS138-HDR-HORA-PROCTO    PIC 9(6).
002010        05 UORGS138-HDR-IND-MASCARA    PIC X(1).
002020           88 UORGS138-COPIA-MASCARADA     VALUE 'S'.
002030        05 FILLER                     PIC X(162).
002200     03 UORGS138-DET-UNIDADE REDEFINES UORGS138-DET-HEADER.
002300        05 UORGS138-CPSSOA-JURID       PIC 9(10).
002400        05 UORGS138-NSEQ-UND-ORGNZ     PIC 9(8).
007200        05 UORGS138-RGR-CSIT-DESTINO   PIC 9(3).
007300        05 UORGS138-RGR-CINDCD-SUPVS   PIC X(1).
007400        05 FILLER                     PIC X(170).
007402     03 UORGS138-DET-CONTATO REDEFINES UORGS138-DET-HEADER.
007404        05 UORGS138-CTT-CPSSOA-JURID   PIC 9(10).
007406        05 UORGS138-CTT-NSEQ-UND       PIC 9(8).
007408        05 UORGS138-CTT-NTELEF-UND     PIC X(15).
007410        05 UORGS138-CTT-NTELEF-ALTRN   PIC X(15).
007412        05 UORGS138-CTT-IEMAIL-UND     PIC X(50).
007414        05 UORGS138-CTT-IGERENTE-UND   PIC X(40).
007416        05 UORGS138-CTT-CMATR-GERENTE  PIC X(9).
007418        05 FILLER                     PIC X(30).
007420     03 UORGS138-DET-EMPRESA REDEFINES UORGS138-DET-HEADER.
007422        05 UORGS138-EMP-NSEQ-SOLTC     PIC 9(10).
007424        05 UORGS138-EMP-CPSSOA-CONGL   PIC 9(10).
007426        05 UORGS138-EMP-CSIT-DOCTO     PIC 9(2).
007428        05 UORGS138-EMP-CTPO-PLANO     PIC 9(2).
007430        05 UORGS138-EMP-CTPO-PRTCP     PIC 9(2).
007432        05 UORGS138-EMP-DATA-INSTA     PIC X(10).
007434        05 UORGS138-EMP-HINSTA         PIC X(8).
007436        05 UORGS138-EMP-NATA-INSTA     PIC 9(10).
007438        05 UORGS138-EMP-DENCRR-CTBIL   PIC X(10).
007440        05 UORGS138-EMP-DULT-ALT-ATA   PIC X(10).
007442        05 UORGS138-EMP-DENCRR-LEGAL   PIC X(10).
007444        05 UORGS138-EMP-NARQ-ATA-UND   PIC 9(12).
007446        05 UORGS138-EMP-NINSCR-REG     PIC 9(11).
007448        05 UORGS138-EMP-DARQ-ATA-UND   PIC X(10).
007450        05 UORGS138-EMP-NARQ-ATA-SEDE  PIC 9(12).
007452        05 UORGS138-EMP-DARQ-SEDE      PIC X(10).
007454        05 FILLER                     PIC X(38).
007500     03 UORGS138-DET-TRAILER REDEFINES UORGS138-DET-HEADER.
007600        05 UORGS138-TRL-QTDE-UNIDADE   PIC 9(9).
007700        05 UORGS138-TRL-QTDE-ACESSO    PIC 9(9).
007900        05 UORGS138-TRL-QTDE-ENDERECO  PIC 9(9).
008000        05 UORGS138-TRL-QTDE-HISTORICO PIC 9(9).
008100        05 UORGS138-TRL-QTDE-REGRA     PIC 9(9).
008110        05 UORGS138-TRL-QTDE-CONTATO   PIC 9(9).
008120        05 UORGS138-TRL-QTDE-EMPRESA   PIC 9(9).
008130        05 FILLER                     PIC X(105).
