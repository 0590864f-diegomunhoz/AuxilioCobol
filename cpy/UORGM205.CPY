000100*****************************************************************
000200*    UORGM205 - MAPA SIMBOLICO DA TELA DE SOLICITACAO DE        *
000300*    CORRECAO RETROATIVA DO HISTORICO DE SITUACAO DA UNIDADE    *
000400*    (TUND_ORGNZ_HIST): RETROAGIR (R) OU CANCELAR (C) UM        *
000500*    EVENTO, COM MOTIVO OBRIGATORIO (TMOTVO_CORRC_HIST) E       *
000600*    APROVACAO QUATRO OLHOS PELA UO71 (TPEND_APRVC_MANUT).      *
000700*    GERADO A PARTIR DO MAPSET UORGS82 (CICS BMS)               *
000800*****************************************************************
000900 01  UORGM205I.
001000     03 FILLER                  PIC X(12).
001100     03 FUNCAOL                 PIC S9(4) COMP.
001200     03 FUNCAOF                 PIC X.
001300     03 FILLER REDEFINES FUNCAOF.
001400        05 FUNCAOA              PIC X.
001500     03 FUNCAOI                 PIC X(1).
001600     03 CPSSOAL                 PIC S9(4) COMP.
001700     03 CPSSOAF                 PIC X.
001800     03 FILLER REDEFINES CPSSOAF.
001900        05 CPSSOAA              PIC X.
002000     03 CPSSOAI                 PIC X(10).
002100     03 NSEQL                   PIC S9(4) COMP.
002200     03 NSEQF                   PIC X.
002300     03 FILLER REDEFINES NSEQF.
002400        05 NSEQA                PIC X.
002500     03 NSEQI                   PIC X(8).
002600     03 HEVENTOL                PIC S9(4) COMP.
002700     03 HEVENTOF                PIC X.
002800     03 FILLER REDEFINES HEVENTOF.
002900        05 HEVENTOA             PIC X.
003000     03 HEVENTOI                PIC X(19).
003100     03 DNOVAL                  PIC S9(4) COMP.
003200     03 DNOVAF                  PIC X.
003300     03 FILLER REDEFINES DNOVAF.
003400        05 DNOVAA               PIC X.
003500     03 DNOVAI                  PIC X(8).
003600     03 MOTIVOL                 PIC S9(4) COMP.
003700     03 MOTIVOF                 PIC X.
003800     03 FILLER REDEFINES MOTIVOF.
003900        05 MOTIVOA              PIC X.
004000     03 MOTIVOI                 PIC X(2).
004100     03 ABREVL                  PIC S9(4) COMP.
004200     03 ABREVF                  PIC X.
004300     03 FILLER REDEFINES ABREVF.
004400        05 ABREVA               PIC X.
004500     03 ABREVI                  PIC X(40).
004600     03 DESCEVL                 PIC S9(4) COMP.
004700     03 DESCEVF                 PIC X.
004800     03 FILLER REDEFINES DESCEVF.
004900        05 DESCEVA              PIC X.
005000     03 DESCEVI                 PIC X(60).
005100     03 IMOTVOL                 PIC S9(4) COMP.
005200     03 IMOTVOF                 PIC X.
005300     03 FILLER REDEFINES IMOTVOF.
005400        05 IMOTVOA              PIC X.
005500     03 IMOTVOI                 PIC X(40).
005600     03 MSGL                    PIC S9(4) COMP.
005700     03 MSGF                    PIC X.
005800     03 FILLER REDEFINES MSGF.
005900        05 MSGA                 PIC X.
006000     03 MSGI                    PIC X(60).
006100 01  UORGM205O REDEFINES UORGM205I.
006200     03 FILLER                  PIC X(12).
006300     03 FILLER                  PIC X(2).
006400     03 FUNCAOO                 PIC X(1).
006500     03 FILLER                  PIC X(2).
006600     03 CPSSOAO                 PIC X(10).
006700     03 FILLER                  PIC X(2).
006800     03 NSEQO                   PIC X(8).
006900     03 FILLER                  PIC X(2).
007000     03 HEVENTOO                PIC X(19).
007100     03 FILLER                  PIC X(2).
007200     03 DNOVAO                  PIC X(8).
007300     03 FILLER                  PIC X(2).
007400     03 MOTIVOO                 PIC X(2).
007500     03 FILLER                  PIC X(2).
007600     03 ABREVO                  PIC X(40).
007700     03 FILLER                  PIC X(2).
007800     03 DESCEVO                 PIC X(60).
007900     03 FILLER                  PIC X(2).
008000     03 IMOTVOO                 PIC X(40).
008100     03 FILLER                  PIC X(2).
008200     03 MSGO                    PIC X(60).
