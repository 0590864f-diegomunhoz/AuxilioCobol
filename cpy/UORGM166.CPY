000100*****************************************************************
000200*    UORGM166 - MAPA SIMBOLICO DA TELA DE VINCULACAO DA UNIDADE *
000300*    A HIERARQUIA REGIONAL (TUND_NO_HIER): HISTORICO DE ATE 10  *
000400*    VIGENCIAS, DA MAIS RECENTE PARA A MAIS ANTIGA, E INCLUSAO  *
000500*    OU EXCLUSAO DE UMA VIGENCIA. GERADO A PARTIR DO MAPSET     *
000600*    UORGS79 (CICS BMS)                                         *
000700*****************************************************************
000800 01  UORGM166I.
000900     03 FILLER                  PIC X(12).
001000     03 FUNCAOL                 PIC S9(4) COMP.
001100     03 FUNCAOF                 PIC X.
001200     03 FILLER REDEFINES FUNCAOF.
001300        05 FUNCAOA              PIC X.
001400     03 FUNCAOI                 PIC X(1).
001500     03 CPSSOAL                 PIC S9(4) COMP.
001600     03 CPSSOAF                 PIC X.
001700     03 FILLER REDEFINES CPSSOAF.
001800        05 CPSSOAA              PIC X.
001900     03 CPSSOAI                 PIC X(10).
002000     03 NSEQL                   PIC S9(4) COMP.
002100     03 NSEQF                   PIC X.
002200     03 FILLER REDEFINES NSEQF.
002300        05 NSEQA                PIC X.
002400     03 NSEQI                   PIC X(8).
002500     03 ABREVL                  PIC S9(4) COMP.
002600     03 ABREVF                  PIC X.
002700     03 FILLER REDEFINES ABREVF.
002800        05 ABREVA               PIC X.
002900     03 ABREVI                  PIC X(40).
003000     03 SITL                    PIC S9(4) COMP.
003100     03 SITF                    PIC X.
003200     03 FILLER REDEFINES SITF.
003300        05 SITA                 PIC X.
003400     03 SITI                    PIC X(3).
003500     03 DINICL                  PIC S9(4) COMP.
003600     03 DINICF                  PIC X.
003700     03 FILLER REDEFINES DINICF.
003800        05 DINICA               PIC X.
003900     03 DINICI                  PIC X(8).
004000     03 CNOL                    PIC S9(4) COMP.
004100     03 CNOF                    PIC X.
004200     03 FILLER REDEFINES CNOF.
004300        05 CNOA                 PIC X.
004400     03 CNOI                    PIC X(5).
004500     03 UORGM166-LIN-I OCCURS 10 TIMES.
004600        05 LINL                 PIC S9(4) COMP.
004700        05 LINF                 PIC X.
004800        05 LINI                 PIC X(78).
004900     03 MSGL                    PIC S9(4) COMP.
005000     03 MSGF                    PIC X.
005100     03 FILLER REDEFINES MSGF.
005200        05 MSGA                 PIC X.
005300     03 MSGI                    PIC X(60).
005400 01  UORGM166O REDEFINES UORGM166I.
005500     03 FILLER                  PIC X(12).
005600     03 FILLER                  PIC X(2).
005700     03 FUNCAOO                 PIC X(1).
005800     03 FILLER                  PIC X(2).
005900     03 CPSSOAO                 PIC X(10).
006000     03 FILLER                  PIC X(2).
006100     03 NSEQO                   PIC X(8).
006200     03 FILLER                  PIC X(2).
006300     03 ABREVO                  PIC X(40).
006400     03 FILLER                  PIC X(2).
006500     03 SITO                    PIC X(3).
006600     03 FILLER                  PIC X(2).
006700     03 DINICO                  PIC X(8).
006800     03 FILLER                  PIC X(2).
006900     03 CNOO                    PIC X(5).
007000     03 UORGM166-LIN-O OCCURS 10 TIMES.
007100        05 FILLER               PIC X(3).
007200        05 LINO                 PIC X(78).
007300     03 FILLER                  PIC X(2).
007400     03 MSGO                    PIC X(60).
