000100*****************************************************************
000200*    UORGM214 - MAPA SIMBOLICO DA TELA DE MANUTENCAO DOS        *
000300*    CODIGOS DA UNIDADE NOS SISTEMAS EXTERNOS                   *
000400*    (TIDENT_EXTER_UND): UNIDADE, SISTEMA E CODIGO, COM A LISTA *
000500*    DOS SISTEMAS DO CATALOGO (TSIST_EXTER) E O CODIGO DA       *
000600*    UNIDADE EM CADA UM. GERADO A PARTIR DO MAPSET UORGS85      *
000700*    (CICS BMS)                                                 *
000800*****************************************************************
000900 01  UORGM214I.
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
002600     03 ABREVL                  PIC S9(4) COMP.
002700     03 ABREVF                  PIC X.
002800     03 FILLER REDEFINES ABREVF.
002900        05 ABREVA               PIC X.
003000     03 ABREVI                  PIC X(40).
003100     03 SITUNDL                 PIC S9(4) COMP.
003200     03 SITUNDF                 PIC X.
003300     03 FILLER REDEFINES SITUNDF.
003400        05 SITUNDA              PIC X.
003500     03 SITUNDI                 PIC X(3).
003600     03 SISTL                   PIC S9(4) COMP.
003700     03 SISTF                   PIC X.
003800     03 FILLER REDEFINES SISTF.
003900        05 SISTA                PIC X.
004000     03 SISTI                   PIC X(5).
004100     03 ISISTL                  PIC S9(4) COMP.
004200     03 ISISTF                  PIC X.
004300     03 FILLER REDEFINES ISISTF.
004400        05 ISISTA               PIC X.
004500     03 ISISTI                  PIC X(30).
004600     03 IDENTL                  PIC S9(4) COMP.
004700     03 IDENTF                  PIC X.
004800     03 FILLER REDEFINES IDENTF.
004900        05 IDENTA               PIC X.
005000     03 IDENTI                  PIC X(10).
005100     03 INCLL                   PIC S9(4) COMP.
005200     03 INCLF                   PIC X.
005300     03 FILLER REDEFINES INCLF.
005400        05 INCLA                PIC X.
005500     03 INCLI                   PIC X(30).
005600     03 UORGM214-LIN-I OCCURS 6 TIMES.
005700        05 LINL                 PIC S9(4) COMP.
005800        05 LINF                 PIC X.
005900        05 LINI                 PIC X(60).
006000     03 MSGL                    PIC S9(4) COMP.
006100     03 MSGF                    PIC X.
006200     03 FILLER REDEFINES MSGF.
006300        05 MSGA                 PIC X.
006400     03 MSGI                    PIC X(60).
006500 01  UORGM214O REDEFINES UORGM214I.
006600     03 FILLER                  PIC X(12).
006700     03 FILLER                  PIC X(2).
006800     03 FUNCAOO                 PIC X(1).
006900     03 FILLER                  PIC X(2).
007000     03 CPSSOAO                 PIC X(10).
007100     03 FILLER                  PIC X(2).
007200     03 NSEQO                   PIC X(8).
007300     03 FILLER                  PIC X(2).
007400     03 ABREVO                  PIC X(40).
007500     03 FILLER                  PIC X(2).
007600     03 SITUNDO                 PIC X(3).
007700     03 FILLER                  PIC X(2).
007800     03 SISTO                   PIC X(5).
007900     03 FILLER                  PIC X(2).
008000     03 ISISTO                  PIC X(30).
008100     03 FILLER                  PIC X(2).
008200     03 IDENTO                  PIC X(10).
008300     03 FILLER                  PIC X(2).
008400     03 INCLO                   PIC X(30).
008500     03 UORGM214-LIN-O OCCURS 6 TIMES.
008600        05 FILLER               PIC X(3).
008700        05 LINO                 PIC X(60).
008800     03 FILLER                  PIC X(2).
008900     03 MSGO                    PIC X(60).
