000100*****************************************************************
000200*    UORGS226 - ARQUIVO DIARIO DE EVENTOS DE TERMINAIS DE       *
000300*    AUTOATENDIMENTO PARA A OPERADORA DA REDE                   *
000400*    (HEADER/DETALHE/TRAILER): UM DETALHE POR TERMINAL INSTALADO*
000500*    NA UNIDADE QUE TEVE EVENTO NA JANELA - INSTALACAO (I) NA   *
000600*    ABERTURA OU REATIVACAO, RETIRADA (R) NO ENCERRAMENTO OU NA *
000700*    SUSPENSAO E MUDANCA (M) NA TROCA DE IMOVEL, COM O IMOVEL   *
000800*    DE ORIGEM (SO NA MUDANCA) E O IMOVEL ONDE FICA O TERMINAL  *
000900*****************************************************************
001000 01  UORGS226-REGISTRO.
001100     03 UORGS226-TIPO-REG           PIC X(1).
001200        88 UORGS226-REG-HEADER           VALUE '0'.
001300        88 UORGS226-REG-DETALHE          VALUE '1'.
001400        88 UORGS226-REG-TRAILER          VALUE '9'.
001500     03 UORGS226-DET-HEADER.
001600        05 UORGS226-HDR-CINTERF        PIC X(8).
001700        05 UORGS226-HDR-DGERACAO       PIC 9(8).
001800        05 UORGS226-HDR-HMARCA-ANT     PIC X(26).
001900        05 UORGS226-HDR-HCORTE         PIC X(26).
002000        05 FILLER                     PIC X(81).
002100     03 UORGS226-DET-DETALHE REDEFINES UORGS226-DET-HEADER.
002200        05 UORGS226-CTPO-EVENTO        PIC X(1).
002300           88 UORGS226-EVT-INSTALACAO       VALUE 'I'.
002400           88 UORGS226-EVT-RETIRADA         VALUE 'R'.
002500           88 UORGS226-EVT-MUDANCA          VALUE 'M'.
002600        05 UORGS226-CMOTVO-EVENTO      PIC X(1).
002700           88 UORGS226-MOTVO-ABERTURA       VALUE 'A'.
002800           88 UORGS226-MOTVO-REATIVACAO     VALUE 'T'.
002900           88 UORGS226-MOTVO-ENCERRAMENTO   VALUE 'E'.
003000           88 UORGS226-MOTVO-SUSPENSAO      VALUE 'S'.
003100           88 UORGS226-MOTVO-MUDANCA        VALUE 'M'.
003200        05 UORGS226-DEVENTO            PIC 9(8).
003300        05 UORGS226-CPSSOA-JURID       PIC 9(10).
003400        05 UORGS226-NSEQ-UND-ORGNZ     PIC 9(8).
003500        05 UORGS226-CUND-ORGNZ         PIC 9(6).
003600        05 UORGS226-IABREV-UND-ORGNZ   PIC X(40).
003700        05 UORGS226-NSEQ-EQUIP         PIC 9(4).
003800        05 UORGS226-NSERIE-EQUIP       PIC X(20).
003900        05 UORGS226-DINSTAL-EQUIP      PIC 9(8).
004000        05 UORGS226-CPRDIO-ORIG        PIC 9(7).
004100        05 UORGS226-CPRDIO             PIC 9(7).
004200        05 FILLER                     PIC X(29).
004300     03 UORGS226-DET-TRAILER REDEFINES UORGS226-DET-HEADER.
004400        05 UORGS226-TRL-QTDE-REGS      PIC 9(9).
004500        05 UORGS226-TRL-QTDE-INSTAL    PIC 9(9).
004600        05 UORGS226-TRL-QTDE-RETIR     PIC 9(9).
004700        05 UORGS226-TRL-QTDE-MUDAN     PIC 9(9).
004800        05 FILLER                     PIC X(113).
