000100*****************************************************************
000200*    UORGS181 - ARQUIVO DIARIO DE MUDANCAS DAS TABELAS DO UORG  *
000300*    PARA O DATA WAREHOUSE: HEADER COM A JANELA (MARCA D'AGUA   *
000400*    ANTERIOR E CORTE), UM TIPO DE DETALHE POR TABELA (CODIGOS  *
000500*    DO UORGL180) COM OPERACAO 'I' INCLUSAO, 'A' ALTERACAO OU   *
000600*    'E' EXCLUSAO FISICA, E TRAILER COM A QUANTIDADE POR TABELA *
000700*****************************************************************
000800 01  UORGS181-REGISTRO.
000900     03 UORGS181-TIPO-REG            PIC X(1).
001000        88 UORGS181-REG-HEADER           VALUE '0'.
001100        88 UORGS181-REG-DETALHE          VALUE '1'.
001200        88 UORGS181-REG-TRAILER          VALUE '9'.
001300     03 UORGS181-DET-HEADER.
001400        05 UORGS181-HDR-CINTERF        PIC X(8).
001500        05 UORGS181-HDR-DGERACAO       PIC 9(8).
001600        05 UORGS181-HDR-HMARCA-ANT     PIC X(26).
001700        05 UORGS181-HDR-HCORTE         PIC X(26).
001800        05 FILLER                     PIC X(181).
001900     03 UORGS181-DET-DETALHE REDEFINES UORGS181-DET-HEADER.
002000        05 UORGS181-CTAB-DW            PIC 9(2).
002100        05 UORGS181-COPER              PIC X(1).
002200           88 UORGS181-OPER-INCLUSAO       VALUE 'I'.
002300           88 UORGS181-OPER-ALTERACAO      VALUE 'A'.
002400           88 UORGS181-OPER-EXCLUSAO       VALUE 'E'.
002500        05 UORGS181-HMOVTO             PIC X(26).
002600        05 UORGS181-DADOS              PIC X(220).
002700*    01 - TUND_ORGNZ
002800        05 UORGS181-DET-UND REDEFINES UORGS181-DADOS.
002900           10 UORGS181-UND-CPSSOA-JURID   PIC 9(10).
003000           10 UORGS181-UND-NSEQ-UND       PIC 9(8).
003100           10 UORGS181-UND-CPSSOA-UND     PIC 9(10).
003200           10 UORGS181-UND-CSIT           PIC 9(3).
003300           10 UORGS181-UND-CCLASF         PIC 9(1).
003400           10 UORGS181-UND-CTPO           PIC 9(3).
003500           10 UORGS181-UND-IABREV         PIC X(40).
003600           10 UORGS181-UND-CUND-ORGNZ     PIC 9(6).
003700           10 UORGS181-UND-CDIG-UND       PIC X(1).
003800           10 UORGS181-UND-DPREVS-ABERT   PIC X(10).
003900           10 FILLER                     PIC X(128).
004000*    02 - TENDRC_UND_ORGNZ
004100        05 UORGS181-DET-ENDRC REDEFINES UORGS181-DADOS.
004200           10 UORGS181-END-CPSSOA-JURID   PIC 9(10).
004300           10 UORGS181-END-NSEQ-UND       PIC 9(8).
004400           10 UORGS181-END-IENDRC-LOGRD   PIC X(40).
004500           10 UORGS181-END-NENDRC-LOGRD   PIC X(6).
004600           10 UORGS181-END-CENDRC-POSTAL  PIC 9(8).
004700           10 UORGS181-END-CMUNIC-IBGE    PIC 9(7).
004800           10 UORGS181-END-CUF            PIC X(2).
004900           10 UORGS181-END-CPRDIO         PIC 9(7).
005000           10 FILLER                     PIC X(132).
005100*    03 - TCONTT_UND_ORGNZ
005200        05 UORGS181-DET-CONTT REDEFINES UORGS181-DADOS.
005300           10 UORGS181-CTT-CPSSOA-JURID   PIC 9(10).
005400           10 UORGS181-CTT-NSEQ-UND       PIC 9(8).
005500           10 UORGS181-CTT-NTELEF-UND     PIC X(15).
005600           10 UORGS181-CTT-NTELEF-ALTRN   PIC X(15).
005700           10 UORGS181-CTT-IEMAIL-UND     PIC X(50).
005800           10 UORGS181-CTT-IGERENTE-UND   PIC X(40).
005900           10 UORGS181-CTT-CMATR-GERENTE  PIC X(9).
006000           10 FILLER                     PIC X(73).
006100*    04 - THORAR_UND_ORGNZ
006200        05 UORGS181-DET-HORAR REDEFINES UORGS181-DADOS.
006300           10 UORGS181-HOR-CPSSOA-JURID   PIC 9(10).
006400           10 UORGS181-HOR-NSEQ-UND       PIC 9(8).
006500           10 UORGS181-HOR-HINIC-SEMANA   PIC 9(4).
006600           10 UORGS181-HOR-HFIM-SEMANA    PIC 9(4).
006700           10 UORGS181-HOR-CINDCD-SABADO  PIC X(1).
006800           10 UORGS181-HOR-HINIC-SABADO   PIC 9(4).
006900           10 UORGS181-HOR-HFIM-SABADO    PIC 9(4).
007000           10 FILLER                     PIC X(185).
007100*    05 - TAREA_CONSD_UND
007200        05 UORGS181-DET-AREA REDEFINES UORGS181-DADOS.
007300           10 UORGS181-ARE-CPSSOA-JURID   PIC 9(10).
007400           10 UORGS181-ARE-NSEQ-UND       PIC 9(8).
007500           10 UORGS181-ARE-CTPO-AREA      PIC 9(2).
007600           10 UORGS181-ARE-CUND-MEDD      PIC 9(3).
007700           10 UORGS181-ARE-MAREA-CONSD    PIC 9(5)V9(4).
007800           10 FILLER                     PIC X(188).
007900*    06 - TACSSO_UND_ORGNZ
008000        05 UORGS181-DET-ACSSO REDEFINES UORGS181-DADOS.
008100           10 UORGS181-ACS-CPSSOA-JURID   PIC 9(10).
008200           10 UORGS181-ACS-NSEQ-UND       PIC 9(8).
008300           10 UORGS181-ACS-CTPO-ACSSO     PIC 9(2).
008400           10 FILLER                     PIC X(200).
008500*    07 - TCONTR_LOCAC
008600        05 UORGS181-DET-LOCAC REDEFINES UORGS181-DADOS.
008700           10 UORGS181-LOC-CPSSOA-JURID   PIC 9(10).
008800           10 UORGS181-LOC-NSEQ-UND       PIC 9(8).
008900           10 UORGS181-LOC-NSEQ-CONTR     PIC 9(4).
009000           10 UORGS181-LOC-ILOCADOR       PIC X(40).
009100           10 UORGS181-LOC-DINIC-CONTR    PIC X(10).
009200           10 UORGS181-LOC-DFIM-CONTR     PIC X(10).
009300           10 UORGS181-LOC-QDIAS-AVISO    PIC 9(3).
009400           10 UORGS181-LOC-VALUGL-MENSAL  PIC 9(9)V99.
009500           10 UORGS181-LOC-CINDIC-REAJ    PIC X(4).
009600           10 FILLER                     PIC X(120).
009700*    08 - TPRDIO
009800        05 UORGS181-DET-PRDIO REDEFINES UORGS181-DADOS.
009900           10 UORGS181-PRD-CPRDIO         PIC 9(7).
010000           10 UORGS181-PRD-IPRDIO         PIC X(40).
010100           10 UORGS181-PRD-IENDRC-LOGRD   PIC X(40).
010200           10 UORGS181-PRD-NENDRC-LOGRD   PIC X(6).
010300           10 UORGS181-PRD-CENDRC-POSTAL  PIC 9(8).
010400           10 UORGS181-PRD-CMUNIC-IBGE    PIC 9(7).
010500           10 UORGS181-PRD-CUF-PRDIO      PIC X(2).
010600           10 UORGS181-PRD-CSIT-PRDIO     PIC 9(1).
010700           10 FILLER                     PIC X(109).
010800*    09 - TMANUT_EMPR_GRP
010900        05 UORGS181-DET-EMPR REDEFINES UORGS181-DADOS.
011000           10 UORGS181-EMP-NSEQ-SOLTC     PIC 9(10).
011100           10 UORGS181-EMP-CPSSOA-CONGL   PIC 9(10).
011200           10 UORGS181-EMP-CSIT-DOCTO     PIC 9(2).
011300           10 UORGS181-EMP-CTPO-PLANO-CTA PIC 9(2).
011400           10 UORGS181-EMP-CTPO-PRTCP     PIC 9(2).
011500           10 UORGS181-EMP-DATA-INSTA     PIC X(10).
011600           10 UORGS181-EMP-NINSCR-REG     PIC 9(11).
011700           10 UORGS181-EMP-DENCRR-CTBIL   PIC X(10).
011800           10 UORGS181-EMP-DENCRR-LEGAL   PIC X(10).
011900           10 FILLER                     PIC X(153).
012000*    OPERACAO 'E' (QUALQUER TABELA) - CHAVE DA EXCLUSAO
012050*    (CHAVE COMPL = TIPO DE AREA/ACESSO; EM BRANCO = TODA A
012060*    UNIDADE)
012100        05 UORGS181-DET-EXCL REDEFINES UORGS181-DADOS.
012200           10 UORGS181-EXC-CPSSOA-JURID   PIC 9(10).
012300           10 UORGS181-EXC-NSEQ-UND       PIC 9(8).
012400           10 UORGS181-EXC-CCHAVE-COMPL   PIC X(20).
012500           10 UORGS181-EXC-CPGM-EXCL      PIC X(8).
012600           10 FILLER                     PIC X(174).
012700     03 UORGS181-DET-TRAILER REDEFINES UORGS181-DET-HEADER.
012800        05 UORGS181-TRL-QTDE-TAB       PIC 9(9) OCCURS 9 TIMES.
012900        05 UORGS181-TRL-QTDE-EXCL      PIC 9(9).
013000        05 UORGS181-TRL-QTDE-REGS      PIC 9(9).
013100        05 FILLER                     PIC X(150).
