000100*****************************************************************
000200*    UORGM218 - MAPA SIMBOLICO DA TELA DE RECONHECIMENTO DOS    *
000300*    ALERTAS AO PLANTAO (TALERTA_OPER): ALERTA CONSULTADO, COM  *
000400*    ORIGEM, TIPO, CHAVE, TEXTO, OCORRENCIAS E ENVIOS, E A      *
000500*    LISTA DOS ALERTAS EM ABERTO. GERADO A PARTIR DO MAPSET     *
000600*    UORGS86 (CICS BMS)                                         *
000700*****************************************************************
000800 01  UORGM218I.
000900     03 FILLER                  PIC X(12).
001000     03 FUNCAOL                 PIC S9(4) COMP.
001100     03 FUNCAOF                 PIC X.
001200     03 FILLER REDEFINES FUNCAOF.
001300        05 FUNCAOA              PIC X.
001400     03 FUNCAOI                 PIC X(1).
001500     03 NSEQL                   PIC S9(4) COMP.
001600     03 NSEQF                   PIC X.
001700     03 FILLER REDEFINES NSEQF.
001800        05 NSEQA                PIC X.
001900     03 NSEQI                   PIC X(9).
002000     03 ORIGEML                 PIC S9(4) COMP.
002100     03 ORIGEMF                 PIC X.
002200     03 FILLER REDEFINES ORIGEMF.
002300        05 ORIGEMA              PIC X.
002400     03 ORIGEMI                 PIC X(8).
002500     03 TIPOL                   PIC S9(4) COMP.
002600     03 TIPOF                   PIC X.
002700     03 FILLER REDEFINES TIPOF.
002800        05 TIPOA                PIC X.
002900     03 TIPOI                   PIC X(8).
003000     03 SITALL                  PIC S9(4) COMP.
003100     03 SITALF                  PIC X.
003200     03 FILLER REDEFINES SITALF.
003300        05 SITALA               PIC X.
003400     03 SITALI                  PIC X(12).
003500     03 CHAVEL                  PIC S9(4) COMP.
003600     03 CHAVEF                  PIC X.
003700     03 FILLER REDEFINES CHAVEF.
003800        05 CHAVEA               PIC X.
003900     03 CHAVEI                  PIC X(40).
004000     03 TEXTOL                  PIC S9(4) COMP.
004100     03 TEXTOF                  PIC X.
004200     03 FILLER REDEFINES TEXTOF.
004300        05 TEXTOA               PIC X.
004400     03 TEXTOI                  PIC X(70).
004500     03 PRIML                   PIC S9(4) COMP.
004600     03 PRIMF                   PIC X.
004700     03 FILLER REDEFINES PRIMF.
004800        05 PRIMA                PIC X.
004900     03 PRIMI                   PIC X(19).
005000     03 ULTL                    PIC S9(4) COMP.
005100     03 ULTF                    PIC X.
005200     03 FILLER REDEFINES ULTF.
005300        05 ULTA                 PIC X.
005400     03 ULTI                    PIC X(19).
005500     03 QOCORRL                 PIC S9(4) COMP.
005600     03 QOCORRF                 PIC X.
005700     03 FILLER REDEFINES QOCORRF.
005800        05 QOCORRA              PIC X.
005900     03 QOCORRI                 PIC X(5).
006000     03 QENVIOL                 PIC S9(4) COMP.
006100     03 QENVIOF                 PIC X.
006200     03 FILLER REDEFINES QENVIOF.
006300        05 QENVIOA              PIC X.
006400     03 QENVIOI                 PIC X(3).
006500     03 RECONHL                 PIC S9(4) COMP.
006600     03 RECONHF                 PIC X.
006700     03 FILLER REDEFINES RECONHF.
006800        05 RECONHA              PIC X.
006900     03 RECONHI                 PIC X(30).
007000     03 UORGM218-LIN-I OCCURS 8 TIMES.
007100        05 LINL                 PIC S9(4) COMP.
007200        05 LINF                 PIC X.
007300        05 LINI                 PIC X(76).
007400     03 MSGL                    PIC S9(4) COMP.
007500     03 MSGF                    PIC X.
007600     03 FILLER REDEFINES MSGF.
007700        05 MSGA                 PIC X.
007800     03 MSGI                    PIC X(60).
007900 01  UORGM218O REDEFINES UORGM218I.
008000     03 FILLER                  PIC X(12).
008100     03 FILLER                  PIC X(2).
008200     03 FUNCAOO                 PIC X(1).
008300     03 FILLER                  PIC X(2).
008400     03 NSEQO                   PIC X(9).
008500     03 FILLER                  PIC X(2).
008600     03 ORIGEMO                 PIC X(8).
008700     03 FILLER                  PIC X(2).
008800     03 TIPOO                   PIC X(8).
008900     03 FILLER                  PIC X(2).
009000     03 SITALO                  PIC X(12).
009100     03 FILLER                  PIC X(2).
009200     03 CHAVEO                  PIC X(40).
009300     03 FILLER                  PIC X(2).
009400     03 TEXTOO                  PIC X(70).
009500     03 FILLER                  PIC X(2).
009600     03 PRIMO                   PIC X(19).
009700     03 FILLER                  PIC X(2).
009800     03 ULTO                    PIC X(19).
009900     03 FILLER                  PIC X(2).
010000     03 QOCORRO                 PIC X(5).
010100     03 FILLER                  PIC X(2).
010200     03 QENVIOO                 PIC X(3).
010300     03 FILLER                  PIC X(2).
010400     03 RECONHO                 PIC X(30).
010500     03 UORGM218-LIN-O OCCURS 8 TIMES.
010600        05 FILLER               PIC X(3).
010700        05 LINO                 PIC X(76).
010800     03 FILLER                  PIC X(2).
010900     03 MSGO                    PIC X(60).
