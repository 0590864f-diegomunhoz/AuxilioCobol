006000     03 FILLER REDEFINES NSEQITEMF.
006100        05 NSEQITEMA            PIC X.
006200     03 NSEQITEMI               PIC X(4).
006205     03 CARTCL                  PIC S9(4) COMP.
006210     03 CARTCF                  PIC X.
006215     03 FILLER REDEFINES CARTCF.
006220        05 CARTCA               PIC X.
006225     03 CARTCI                  PIC X(10).
006230     03 CARTNL                  PIC S9(4) COMP.
006235     03 CARTNF                  PIC X.
006240     03 FILLER REDEFINES CARTNF.
006245        05 CARTNA               PIC X.
006250     03 CARTNI                  PIC X(8).
006300     03 MSGL                    PIC S9(4) COMP.
006400     03 MSGF                    PIC X.
006500     03 FILLER REDEFINES MSGF.
009000     03 FILLER                  PIC X(2).
009100     03 NSEQITEMO               PIC X(4).
009200     03 FILLER                  PIC X(2).
009210     03 CARTCO                  PIC X(10).
009220     03 FILLER                  PIC X(2).
009230     03 CARTNO                  PIC X(8).
009240     03 FILLER                  PIC X(2).
009300     03 MSGO                    PIC X(60).
