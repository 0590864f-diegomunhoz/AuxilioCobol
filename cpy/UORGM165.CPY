000100*****************************************************************
000200*    UORGM165 - MAPA SIMBOLICO DA TELA DE MANUTENCAO DOS NOS DA *
000300*    HIERARQUIA REGIONAL (TNO_HIER_REGNL): DIRETORIAS REGIONAIS *
000400*    E SUPERINTENDENCIAS, LISTA DE ATE 10 NOS E INCLUSAO,       *
000500*    ALTERACAO E EXCLUSAO DE UM NO. GERADO A PARTIR DO MAPSET   *
000600*    UORGS78 (CICS BMS)                                         *
000700*****************************************************************
000800 01  UORGM165I.
000900     03 FILLER                  PIC X(12).
001000     03 FUNCAOL                 PIC S9(4) COMP.
001100     03 FUNCAOF                 PIC X.
001200     03 FILLER REDEFINES FUNCAOF.
001300        05 FUNCAOA              PIC X.
001400     03 FUNCAOI                 PIC X(1).
001500     03 CNOL                    PIC S9(4) COMP.
001600     03 CNOF                    PIC X.
001700     03 FILLER REDEFINES CNOF.
001800        05 CNOA                 PIC X.
001900     03 CNOI                    PIC X(5).
002000     03 TPNOL                   PIC S9(4) COMP.
002100     03 TPNOF                   PIC X.
002200     03 FILLER REDEFINES TPNOF.
002300        05 TPNOA                PIC X.
002400     03 TPNOI                   PIC X(1).
002500     03 NOMEL                   PIC S9(4) COMP.
002600     03 NOMEF                   PIC X.
002700     03 FILLER REDEFINES NOMEF.
002800        05 NOMEA                PIC X.
002900     03 NOMEI                   PIC X(40).
003000     03 CNOPAIL                 PIC S9(4) COMP.
003100     03 CNOPAIF                 PIC X.
003200     03 FILLER REDEFINES CNOPAIF.
003300        05 CNOPAIA              PIC X.
003400     03 CNOPAII                 PIC X(5).
003500     03 SITL                    PIC S9(4) COMP.
003600     03 SITF                    PIC X.
003700     03 FILLER REDEFINES SITF.
003800        05 SITA                 PIC X.
003900     03 SITI                    PIC X(1).
004000     03 UORGM165-LIN-I OCCURS 10 TIMES.
004100        05 LINL                 PIC S9(4) COMP.
004200        05 LINF                 PIC X.
004300        05 LINI                 PIC X(78).
004400     03 MSGL                    PIC S9(4) COMP.
004500     03 MSGF                    PIC X.
004600     03 FILLER REDEFINES MSGF.
004700        05 MSGA                 PIC X.
004800     03 MSGI                    PIC X(60).
004900 01  UORGM165O REDEFINES UORGM165I.
005000     03 FILLER                  PIC X(12).
005100     03 FILLER                  PIC X(2).
005200     03 FUNCAOO                 PIC X(1).
005300     03 FILLER                  PIC X(2).
005400     03 CNOO                    PIC X(5).
005500     03 FILLER                  PIC X(2).
005600     03 TPNOO                   PIC X(1).
005700     03 FILLER                  PIC X(2).
005800     03 NOMEO                   PIC X(40).
005900     03 FILLER                  PIC X(2).
006000     03 CNOPAIO                 PIC X(5).
006100     03 FILLER                  PIC X(2).
006200     03 SITO                    PIC X(1).
006300     03 UORGM165-LIN-O OCCURS 10 TIMES.
006400        05 FILLER               PIC X(3).
006500        05 LINO                 PIC X(78).
006600     03 FILLER                  PIC X(2).
006700     03 MSGO                    PIC X(60).
