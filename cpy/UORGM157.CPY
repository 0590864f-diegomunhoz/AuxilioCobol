000100*****************************************************************
000200*    UORGM157 - MAPA SIMBOLICO DA TELA DE MANUTENCAO DAS AREAS  *
000300*    CONSIDERADAS DA UNIDADE (TAREA_CONSD_UND): LISTA DE ATE 10 *
000400*    LINHAS E INCLUSAO, ALTERACAO E EXCLUSAO DE UMA LINHA, COM A *
000500*    AREA EM M2 PELA UORG0030. GERADO A PARTIR DO MAPSET UORGS77 *
000600*    (CICS BMS)                                                 *
000700*****************************************************************
000800 01  UORGM157I.
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
003500     03 TPAREAL                 PIC S9(4) COMP.
003600     03 TPAREAF                 PIC X.
003700     03 FILLER REDEFINES TPAREAF.
003800        05 TPAREAA              PIC X.
003900     03 TPAREAI                 PIC X(2).
004000     03 UNDMEDL                 PIC S9(4) COMP.
004100     03 UNDMEDF                 PIC X.
004200     03 FILLER REDEFINES UNDMEDF.
004300        05 UNDMEDA              PIC X.
004400     03 UNDMEDI                 PIC X(3).
004500     03 MAREAL                  PIC S9(4) COMP.
004600     03 MAREAF                  PIC X.
004700     03 FILLER REDEFINES MAREAF.
004800        05 MAREAA               PIC X.
004900     03 MAREAI                  PIC X(5).
005000     03 MDECL                   PIC S9(4) COMP.
005100     03 MDECF                   PIC X.
005200     03 FILLER REDEFINES MDECF.
005300        05 MDECA                PIC X.
005400     03 MDECI                   PIC X(4).
005500     03 M2L                     PIC S9(4) COMP.
005600     03 M2F                     PIC X.
005700     03 FILLER REDEFINES M2F.
005800        05 M2A                  PIC X.
005900     03 M2I                     PIC X(15).
006000     03 UORGM157-LIN-I OCCURS 10 TIMES.
006100        05 LINL                 PIC S9(4) COMP.
006200        05 LINF                 PIC X.
006300        05 LINI                 PIC X(78).
006400     03 MSGL                    PIC S9(4) COMP.
006500     03 MSGF                    PIC X.
006600     03 FILLER REDEFINES MSGF.
006700        05 MSGA                 PIC X.
006800     03 MSGI                    PIC X(60).
006900 01  UORGM157O REDEFINES UORGM157I.
007000     03 FILLER                  PIC X(12).
007100     03 FILLER                  PIC X(2).
007200     03 FUNCAOO                 PIC X(1).
007300     03 FILLER                  PIC X(2).
007400     03 CPSSOAO                 PIC X(10).
007500     03 FILLER                  PIC X(2).
007600     03 NSEQO                   PIC X(8).
007700     03 FILLER                  PIC X(2).
007800     03 ABREVO                  PIC X(40).
007900     03 FILLER                  PIC X(2).
008000     03 SITO                    PIC X(3).
008100     03 FILLER                  PIC X(2).
008200     03 TPAREAO                 PIC X(2).
008300     03 FILLER                  PIC X(2).
008400     03 UNDMEDO                 PIC X(3).
008500     03 FILLER                  PIC X(2).
008600     03 MAREAO                  PIC X(5).
008700     03 FILLER                  PIC X(2).
008800     03 MDECO                   PIC X(4).
008900     03 FILLER                  PIC X(2).
009000     03 M2O                     PIC X(15).
009100     03 UORGM157-LIN-O OCCURS 10 TIMES.
009200        05 FILLER               PIC X(3).
009300        05 LINO                 PIC X(78).
009400     03 FILLER                  PIC X(2).
009500     03 MSGO                    PIC X(60).
