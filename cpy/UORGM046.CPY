006280     03 FILLER REDEFINES DESTF.
006290        05 DESTA                PIC X.
006295     03 DESTI                   PIC X(1).
006296     03 CARTCL                  PIC S9(4) COMP.
006297     03 CARTCF                  PIC X.
006298     03 FILLER REDEFINES CARTCF.
006299        05 CARTCA               PIC X.
006300     03 CARTCI                  PIC X(10).
006301     03 CARTNL                  PIC S9(4) COMP.
006302     03 CARTNF                  PIC X.
006303     03 FILLER REDEFINES CARTNF.
006304        05 CARTNA               PIC X.
006305     03 CARTNI                  PIC X(8).
006306     03 MSGL                    PIC S9(4) COMP.
006400     03 MSGF                    PIC X.
006500     03 FILLER REDEFINES MSGF.
006600        05 MSGA                 PIC X.
009220     03 FILLER                  PIC X(2).
009230     03 DESTO                   PIC X(1).
009240     03 FILLER                  PIC X(2).
009250     03 CARTCO                  PIC X(10).
009260     03 FILLER                  PIC X(2).
009270     03 CARTNO                  PIC X(8).
009280     03 FILLER                  PIC X(2).
009300     03 MSGO                    PIC X(60).
