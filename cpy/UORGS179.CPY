000100*****************************************************************
000200*    UORGS179 - ARQUIVO DIARIO DO LOCALIZADOR PUBLICO DE        *
000300*    AGENCIAS (SITE E APLICATIVO DO BANCO): HEADER COM O TIPO   *
000400*    DE CARGA ('C' COMPLETA AOS DOMINGOS, 'D' DELTA NOS DEMAIS  *
000500*    DIAS), DETALHE POR UNIDADE DE TIPO ATENDIDO AO PUBLICO COM *
000600*    ACAO 'A' PUBLICAR, 'T' FECHADA TEMPORARIAMENTE (COM A DATA *
000700*    PREVISTA DE REABERTURA) OU 'E' EXCLUIR; REGISTRO '2' POR   *
000710*    SERVICO OFERECIDO PELA UNIDADE (TSERVC_UND_ORGNZ) LOGO APOS*
000720*    CADA DETALHE 'A' OU 'T' - A LISTA DE SERVICOS DA UNIDADE E *
000730*    SEMPRE COMPLETA E SUBSTITUI A ANTERIOR - E TRAILER         *
000800*****************************************************************
000900 01  UORGS179-REGISTRO.
001000     03 UORGS179-TIPO-REG            PIC X(1).
001100        88 UORGS179-REG-HEADER           VALUE '0'.
001200        88 UORGS179-REG-DETALHE          VALUE '1'.
001210        88 UORGS179-REG-SERVICO          VALUE '2'.
001300        88 UORGS179-REG-TRAILER          VALUE '9'.
001400     03 UORGS179-DET-HEADER.
001500        05 UORGS179-HDR-CINTERF        PIC X(8).
001600        05 UORGS179-HDR-DGERACAO       PIC 9(8).
001700        05 UORGS179-HDR-TIPO-CARGA     PIC X(1).
001800           88 UORGS179-CARGA-COMPLETA      VALUE 'C'.
001900           88 UORGS179-CARGA-DELTA         VALUE 'D'.
002000        05 UORGS179-HDR-MARCA-GERACAO  PIC X(26).
002100        05 FILLER                     PIC X(156).
002200     03 UORGS179-DET-DETALHE REDEFINES UORGS179-DET-HEADER.
002300        05 UORGS179-CACAO              PIC X(1).
002400           88 UORGS179-ACAO-PUBLICAR       VALUE 'A'.
002500           88 UORGS179-ACAO-FECH-TEMP      VALUE 'T'.
002600           88 UORGS179-ACAO-EXCLUIR        VALUE 'E'.
002700        05 UORGS179-CPSSOA-JURID       PIC 9(10).
002800        05 UORGS179-NSEQ-UND-ORGNZ     PIC 9(8).
002900        05 UORGS179-CTPO-UND-ORGNZ     PIC 9(3).
003000        05 UORGS179-IABREV-UND-ORGNZ   PIC X(40).
003100        05 UORGS179-IENDRC-LOGRD       PIC X(40).
003200        05 UORGS179-NENDRC-LOGRD       PIC X(6).
003300        05 UORGS179-CENDRC-POSTAL      PIC 9(8).
003400        05 UORGS179-CMUNIC-IBGE        PIC 9(7).
003500        05 UORGS179-CUF-UND-ORGNZ      PIC X(2).
003600        05 UORGS179-LATD-SINAL         PIC X(1).
003700        05 UORGS179-LATD               PIC 9(2)V9(6).
003800        05 UORGS179-LONGD-SINAL        PIC X(1).
003900        05 UORGS179-LONGD              PIC 9(3)V9(6).
004000        05 UORGS179-HINIC-SEMANA       PIC 9(4).
004100        05 UORGS179-HFIM-SEMANA        PIC 9(4).
004200        05 UORGS179-CINDCD-SABADO      PIC X(1).
004300        05 UORGS179-HINIC-SABADO       PIC 9(4).
004400        05 UORGS179-HFIM-SABADO        PIC 9(4).
004500        05 UORGS179-NTELEF-UND         PIC X(15).
004600        05 UORGS179-DPREVS-REABERT     PIC X(8).
004700        05 FILLER                     PIC X(15).
004710     03 UORGS179-DET-SERVICO REDEFINES UORGS179-DET-HEADER.
004720        05 UORGS179-SRV-CPSSOA-JURID   PIC 9(10).
004730        05 UORGS179-SRV-NSEQ-UND-ORGNZ PIC 9(8).
004740        05 UORGS179-SRV-CTPO-SERVC     PIC 9(3).
004750        05 UORGS179-SRV-ITPO-SERVC     PIC X(40).
004760        05 UORGS179-SRV-CINDCD-CMBIO   PIC X(1).
004770        05 FILLER                     PIC X(137).
004800     03 UORGS179-DET-TRAILER REDEFINES UORGS179-DET-HEADER.
004900        05 UORGS179-TRL-QTDE-REGS      PIC 9(9).
005000        05 FILLER                     PIC X(190).
