000300*    MUDANCA DE SITUACAO/CLASSIFICACAO DE TUND_ORGNZ, GERADA A  *
000400*    PARTIR DE TUND_ORGNZ_HIST, PARA CONSUMO POR SISTEMA        *
000500*    EXTERNO DE NOTIFICACAO                                      *
000510*    DETALHE TIPO 2: RENUMERACAO DO CODIGO PUBLICO CUND_ORGNZ   *
000520*    (TCUND_ANT_UND, GRAVADA PELA UORG0193), CODIGO ANTIGO E    *
000530*    NOVO COM OS DIGITOS                                        *
000540*    DETALHE TIPO 3: CORRECAO RETROATIVA DO HISTORICO           *
000550*    (TAJUST_HIST_UND, UORG0206): EVENTO ORIGINAL, DATA         *
000560*    CORRIGIDA (BRANCOS NO CANCELAMENTO), TIPO E MOTIVO         *
000600*****************************************************************
000700 01  UORGS024-REGISTRO.
000800     03 UORGS024-TIPO-REG           PIC X(1).
000900        88 UORGS024-REG-HEADER           VALUE '0'.
001000        88 UORGS024-REG-DETALHE          VALUE '1'.
001010        88 UORGS024-REG-RENUMERACAO      VALUE '2'.
001020        88 UORGS024-REG-CORRECAO         VALUE '3'.
001100        88 UORGS024-REG-TRAILER          VALUE '9'.
001200     03 UORGS024-DET-HEADER.
001300        05 UORGS024-HDR-DATA-PROCTO    PIC 9(8).
002200        05 UORGS024-CCLASF-NOVO        PIC 9(1).
002300        05 UORGS024-CUSUAR-MANUT       PIC X(9).
002400        05 FILLER                     PIC X(50).
002405     03 UORGS024-DET-RENUMERACAO REDEFINES UORGS024-DET-HEADER.
002410        05 UORGS024-REN-CPSSOA-JURID   PIC 9(10).
002415        05 UORGS024-REN-NSEQ-UND-ORGNZ PIC 9(8).
002420        05 UORGS024-REN-HRENUM-REG     PIC X(26).
002425        05 UORGS024-REN-CUND-ANT       PIC 9(6).
002430        05 UORGS024-REN-CDIG-ANT       PIC X(1).
002435        05 UORGS024-REN-CUND-NOVO      PIC 9(6).
002440        05 UORGS024-REN-CDIG-NOVO      PIC X(1).
002445        05 UORGS024-REN-CUSUAR-RENUM   PIC X(9).
002450        05 FILLER                     PIC X(44).
002455     03 UORGS024-DET-CORRECAO REDEFINES UORGS024-DET-HEADER.
002460        05 UORGS024-COR-CPSSOA-JURID   PIC 9(10).
002462        05 UORGS024-COR-NSEQ-UND-ORGNZ PIC 9(8).
002464        05 UORGS024-COR-HEVENTO-ORIGEM PIC X(26).
002466        05 UORGS024-COR-HEVENTO-CORRIGIDO
002468                                      PIC X(26).
002470        05 UORGS024-COR-CTPO-CORRC     PIC X(1).
002472           88 UORGS024-COR-RETROACAO       VALUE 'R'.
002474           88 UORGS024-COR-CANCELAMENTO    VALUE 'C'.
002476        05 UORGS024-COR-CMOTVO-CORRC   PIC 9(2).
002478        05 UORGS024-COR-CSIT-ANT       PIC 9(3).
002480        05 UORGS024-COR-CSIT-NOVO      PIC 9(3).
002482        05 UORGS024-COR-CCLASF-ANT     PIC 9(1).
002484        05 UORGS024-COR-CCLASF-NOVO    PIC 9(1).
002486        05 UORGS024-COR-CUSUAR-CORRC   PIC X(9).
002488        05 FILLER                     PIC X(21).
002500     03 UORGS024-DET-TRAILER REDEFINES UORGS024-DET-HEADER.
002600        05 UORGS024-TRL-QTDE-NOTIFIC   PIC 9(9).
002700        05 FILLER                     PIC X(102).
