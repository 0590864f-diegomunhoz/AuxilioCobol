000100*****************************************************************
000200*    UORGM199 - MAPA SIMBOLICO DA TELA DE MANUTENCAO DO PAR     *
000300*    DE CONTINGENCIA DA UNIDADE (TPAR_CONTNG_UND): UNIDADE,     *
000400*    UNIDADE DE CONTINGENCIA DESIGNADA, DISTANCIA E FOLGA DE    *
000500*    LOTACAO. GERADO A PARTIR DO MAPSET UORGS80 (CICS BMS)      *
000600*****************************************************************
000700 01  UORGM199I.
000800     03 FILLER                  PIC X(12).
000900     03 FUNCAOL                 PIC S9(4) COMP.
001000     03 FUNCAOF                 PIC X.
001100     03 FILLER REDEFINES FUNCAOF.
001200        05 FUNCAOA              PIC X.
001300     03 FUNCAOI                 PIC X(1).
001400     03 CPSSOAL                 PIC S9(4) COMP.
001500     03 CPSSOAF                 PIC X.
001600     03 FILLER REDEFINES CPSSOAF.
001700        05 CPSSOAA              PIC X.
001800     03 CPSSOAI                 PIC X(10).
001900     03 NSEQL                   PIC S9(4) COMP.
002000     03 NSEQF                   PIC X.
002100     03 FILLER REDEFINES NSEQF.
002200        05 NSEQA                PIC X.
002300     03 NSEQI                   PIC X(8).
002400     03 ABREVL                  PIC S9(4) COMP.
002500     03 ABREVF                  PIC X.
002600     03 FILLER REDEFINES ABREVF.
002700        05 ABREVA               PIC X.
002800     03 ABREVI                  PIC X(40).
002900     03 SITL                    PIC S9(4) COMP.
003000     03 SITF                    PIC X.
003100     03 FILLER REDEFINES SITF.
003200        05 SITA                 PIC X.
003300     03 SITI                    PIC X(3).
003400     03 CPSCTGL                 PIC S9(4) COMP.
003500     03 CPSCTGF                 PIC X.
003600     03 FILLER REDEFINES CPSCTGF.
003700        05 CPSCTGA              PIC X.
003800     03 CPSCTGI                 PIC X(10).
003900     03 NSQCTGL                 PIC S9(4) COMP.
004000     03 NSQCTGF                 PIC X.
004100     03 FILLER REDEFINES NSQCTGF.
004200        05 NSQCTGA              PIC X.
004300     03 NSQCTGI                 PIC X(8).
004400     03 ABRCTGL                 PIC S9(4) COMP.
004500     03 ABRCTGF                 PIC X.
004600     03 FILLER REDEFINES ABRCTGF.
004700        05 ABRCTGA              PIC X.
004800     03 ABRCTGI                 PIC X(40).
004900     03 SITCTGL                 PIC S9(4) COMP.
005000     03 SITCTGF                 PIC X.
005100     03 FILLER REDEFINES SITCTGF.
005200        05 SITCTGA              PIC X.
005300     03 SITCTGI                 PIC X(3).
005400     03 DISTL                   PIC S9(4) COMP.
005500     03 DISTF                   PIC X.
005600     03 FILLER REDEFINES DISTF.
005700        05 DISTA                PIC X.
005800     03 DISTI                   PIC X(9).
005900     03 FOLGAL                  PIC S9(4) COMP.
006000     03 FOLGAF                  PIC X.
006100     03 FILLER REDEFINES FOLGAF.
006200        05 FOLGAA               PIC X.
006300     03 FOLGAI                  PIC X(6).
006400     03 INCLL                   PIC S9(4) COMP.
006500     03 INCLF                   PIC X.
006600     03 FILLER REDEFINES INCLF.
006700        05 INCLA                PIC X.
006800     03 INCLI                   PIC X(30).
006900     03 MSGL                    PIC S9(4) COMP.
007000     03 MSGF                    PIC X.
007100     03 FILLER REDEFINES MSGF.
007200        05 MSGA                 PIC X.
007300     03 MSGI                    PIC X(60).
007400 01  UORGM199O REDEFINES UORGM199I.
007500     03 FILLER                  PIC X(12).
007600     03 FILLER                  PIC X(2).
007700     03 FUNCAOO                 PIC X(1).
007800     03 FILLER                  PIC X(2).
007900     03 CPSSOAO                 PIC X(10).
008000     03 FILLER                  PIC X(2).
008100     03 NSEQO                   PIC X(8).
008200     03 FILLER                  PIC X(2).
008300     03 ABREVO                  PIC X(40).
008400     03 FILLER                  PIC X(2).
008500     03 SITO                    PIC X(3).
008600     03 FILLER                  PIC X(2).
008700     03 CPSCTGO                 PIC X(10).
008800     03 FILLER                  PIC X(2).
008900     03 NSQCTGO                 PIC X(8).
009000     03 FILLER                  PIC X(2).
009100     03 ABRCTGO                 PIC X(40).
009200     03 FILLER                  PIC X(2).
009300     03 SITCTGO                 PIC X(3).
009400     03 FILLER                  PIC X(2).
009500     03 DISTO                   PIC X(9).
009600     03 FILLER                  PIC X(2).
009700     03 FOLGAO                  PIC X(6).
009800     03 FILLER                  PIC X(2).
009900     03 INCLO                   PIC X(30).
010000     03 FILLER                  PIC X(2).
010100     03 MSGO                    PIC X(60).
