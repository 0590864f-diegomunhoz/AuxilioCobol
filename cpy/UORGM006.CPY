002500     03 FILLER REDEFINES NINSCRF.
002600        05 NINSCRA              PIC X.
002700     03 NINSCRI                 PIC X(11).
002705     03 SITRFL                  PIC S9(4) COMP.
002710     03 SITRFF                  PIC X.
002715     03 FILLER REDEFINES SITRFF.
002720        05 SITRFA               PIC X.
002725     03 SITRFI                  PIC X(10).
002730     03 DCRFL                   PIC S9(4) COMP.
002735     03 DCRFF                   PIC X.
002740     03 FILLER REDEFINES DCRFF.
002745        05 DCRFA                PIC X.
002750     03 DCRFI                   PIC X(10).
002755     03 RAZRFL                  PIC S9(4) COMP.
002760     03 RAZRFF                  PIC X.
002765     03 FILLER REDEFINES RAZRFF.
002770        05 RAZRFA               PIC X.
002775     03 RAZRFI                  PIC X(60).
002800     03 MSGL                    PIC S9(4) COMP.
002900     03 MSGF                    PIC X.
003000     03 FILLER REDEFINES MSGF.
004000     03 DINSTO                  PIC X(10).
004100     03 FILLER                  PIC X(2).
004200     03 NINSCRO                 PIC X(11).
004210     03 FILLER                  PIC X(2).
004220     03 SITRFO                  PIC X(10).
004230     03 FILLER                  PIC X(2).
004240     03 DCRFO                   PIC X(10).
004250     03 FILLER                  PIC X(2).
004260     03 RAZRFO                  PIC X(60).
004300     03 FILLER                  PIC X(2).
004400     03 MSGO                    PIC X(60).
