000100*****************************************************************
000200*    UORGM201 - MAPA SIMBOLICO DA TELA DO REGISTRO DE           *
000300*    INTERRUPCOES NAO PLANEJADAS DA UNIDADE (TINTRP_UND_ORGNZ): *
000400*    ULTIMAS 10 INTERRUPCOES, DA MAIS RECENTE PARA A MAIS ANTIGA,*
000500*    E ABERTURA, ENCERRAMENTO OU EXCLUSAO DE UMA INTERRUPCAO.   *
000600*    GERADO A PARTIR DO MAPSET UORGS81 (CICS BMS)               *
000700*****************************************************************
000800 01  UORGM201I.
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
003500     03 NINTRPL                 PIC S9(4) COMP.
003600     03 NINTRPF                 PIC X.
003700     03 FILLER REDEFINES NINTRPF.
003800        05 NINTRPA              PIC X.
003900     03 NINTRPI                 PIC X(5).
004000     03 CAUSAL                  PIC S9(4) COMP.
004100     03 CAUSAF                  PIC X.
004200     03 FILLER REDEFINES CAUSAF.
004300        05 CAUSAA               PIC X.
004400     03 CAUSAI                  PIC X(2).
004500     03 DINICL                  PIC S9(4) COMP.
004600     03 DINICF                  PIC X.
004700     03 FILLER REDEFINES DINICF.
004800        05 DINICA               PIC X.
004900     03 DINICI                  PIC X(8).
005000     03 HINICL                  PIC S9(4) COMP.
005100     03 HINICF                  PIC X.
005200     03 FILLER REDEFINES HINICF.
005300        05 HINICA               PIC X.
005400     03 HINICI                  PIC X(4).
005500     03 DFIML                   PIC S9(4) COMP.
005600     03 DFIMF                   PIC X.
005700     03 FILLER REDEFINES DFIMF.
005800        05 DFIMA                PIC X.
005900     03 DFIMI                   PIC X(8).
006000     03 HFIML                   PIC S9(4) COMP.
006100     03 HFIMF                   PIC X.
006200     03 FILLER REDEFINES HFIMF.
006300        05 HFIMA                PIC X.
006400     03 HFIMI                   PIC X(4).
006500     03 IMPACL                  PIC S9(4) COMP.
006600     03 IMPACF                  PIC X.
006700     03 FILLER REDEFINES IMPACF.
006800        05 IMPACA               PIC X.
006900     03 IMPACI                  PIC X(1).
007000     03 DESCRL                  PIC S9(4) COMP.
007100     03 DESCRF                  PIC X.
007200     03 FILLER REDEFINES DESCRF.
007300        05 DESCRA               PIC X.
007400     03 DESCRI                  PIC X(60).
007500     03 UORGM201-LIN-I OCCURS 10 TIMES.
007600        05 LINL                 PIC S9(4) COMP.
007700        05 LINF                 PIC X.
007800        05 LINI                 PIC X(78).
007900     03 MSGL                    PIC S9(4) COMP.
008000     03 MSGF                    PIC X.
008100     03 FILLER REDEFINES MSGF.
008200        05 MSGA                 PIC X.
008300     03 MSGI                    PIC X(60).
008400 01  UORGM201O REDEFINES UORGM201I.
008500     03 FILLER                  PIC X(12).
008600     03 FILLER                  PIC X(2).
008700     03 FUNCAOO                 PIC X(1).
008800     03 FILLER                  PIC X(2).
008900     03 CPSSOAO                 PIC X(10).
009000     03 FILLER                  PIC X(2).
009100     03 NSEQO                   PIC X(8).
009200     03 FILLER                  PIC X(2).
009300     03 ABREVO                  PIC X(40).
009400     03 FILLER                  PIC X(2).
009500     03 SITO                    PIC X(3).
009600     03 FILLER                  PIC X(2).
009700     03 NINTRPO                 PIC X(5).
009800     03 FILLER                  PIC X(2).
009900     03 CAUSAO                  PIC X(2).
010000     03 FILLER                  PIC X(2).
010100     03 DINICO                  PIC X(8).
010200     03 FILLER                  PIC X(2).
010300     03 HINICO                  PIC X(4).
010400     03 FILLER                  PIC X(2).
010500     03 DFIMO                   PIC X(8).
010600     03 FILLER                  PIC X(2).
010700     03 HFIMO                   PIC X(4).
010800     03 FILLER                  PIC X(2).
010900     03 IMPACO                  PIC X(1).
011000     03 FILLER                  PIC X(2).
011100     03 DESCRO                  PIC X(60).
011200     03 UORGM201-LIN-O OCCURS 10 TIMES.
011300        05 FILLER               PIC X(3).
011400        05 LINO                 PIC X(78).
011500     03 FILLER                  PIC X(2).
011600     03 MSGO                    PIC X(60).
