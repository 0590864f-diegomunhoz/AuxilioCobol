000100*****************************************************************
000200*    UORGM224 - MAPA SIMBOLICO DA TELA DE MANUTENCAO DO         *
000300*    INVENTARIO DE EQUIPAMENTOS DE ATENDIMENTO DA UNIDADE       *
000400*    (TEQUIP_UND_ORGNZ): UNIDADE, NUMERO DO EQUIPAMENTO, TIPO,  *
000500*    NUMERO DE SERIE, QUANTIDADE, DATA DE INSTALACAO E SITUACAO,*
000600*    COM A LISTA DOS EQUIPAMENTOS DA UNIDADE. GERADO A PARTIR DO*
000700*    MAPSET UORGS87 (CICS BMS)                                  *
000800*****************************************************************
000900 01  UORGM224I.
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
003600     03 NEQUIPL                 PIC S9(4) COMP.
003700     03 NEQUIPF                 PIC X.
003800     03 FILLER REDEFINES NEQUIPF.
003900        05 NEQUIPA              PIC X.
004000     03 NEQUIPI                 PIC X(4).
004100     03 TPEQPL                  PIC S9(4) COMP.
004200     03 TPEQPF                  PIC X.
004300     03 FILLER REDEFINES TPEQPF.
004400        05 TPEQPA               PIC X.
004500     03 TPEQPI                  PIC X(1).
004600     03 ITPEQPL                 PIC S9(4) COMP.
004700     03 ITPEQPF                 PIC X.
004800     03 FILLER REDEFINES ITPEQPF.
004900        05 ITPEQPA              PIC X.
005000     03 ITPEQPI                 PIC X(20).
005100     03 SERIEL                  PIC S9(4) COMP.
005200     03 SERIEF                  PIC X.
005300     03 FILLER REDEFINES SERIEF.
005400        05 SERIEA               PIC X.
005500     03 SERIEI                  PIC X(20).
005600     03 QTDEL                   PIC S9(4) COMP.
005700     03 QTDEF                   PIC X.
005800     03 FILLER REDEFINES QTDEF.
005900        05 QTDEA                PIC X.
006000     03 QTDEI                   PIC X(4).
006100     03 DINSTL                  PIC S9(4) COMP.
006200     03 DINSTF                  PIC X.
006300     03 FILLER REDEFINES DINSTF.
006400        05 DINSTA               PIC X.
006500     03 DINSTI                  PIC X(10).
006600     03 SITEQPL                 PIC S9(4) COMP.
006700     03 SITEQPF                 PIC X.
006800     03 FILLER REDEFINES SITEQPF.
006900        05 SITEQPA              PIC X.
007000     03 SITEQPI                 PIC X(1).
007100     03 INCLL                   PIC S9(4) COMP.
007200     03 INCLF                   PIC X.
007300     03 FILLER REDEFINES INCLF.
007400        05 INCLA                PIC X.
007500     03 INCLI                   PIC X(30).
007600     03 UORGM224-LIN-I OCCURS 6 TIMES.
007700        05 LINL                 PIC S9(4) COMP.
007800        05 LINF                 PIC X.
007900        05 LINI                 PIC X(60).
008000     03 MSGL                    PIC S9(4) COMP.
008100     03 MSGF                    PIC X.
008200     03 FILLER REDEFINES MSGF.
008300        05 MSGA                 PIC X.
008400     03 MSGI                    PIC X(60).
008500 01  UORGM224O REDEFINES UORGM224I.
008600     03 FILLER                  PIC X(12).
008700     03 FILLER                  PIC X(2).
008800     03 FUNCAOO                 PIC X(1).
008900     03 FILLER                  PIC X(2).
009000     03 CPSSOAO                 PIC X(10).
009100     03 FILLER                  PIC X(2).
009200     03 NSEQO                   PIC X(8).
009300     03 FILLER                  PIC X(2).
009400     03 ABREVO                  PIC X(40).
009500     03 FILLER                  PIC X(2).
009600     03 SITUNDO                 PIC X(3).
009700     03 FILLER                  PIC X(2).
009800     03 NEQUIPO                 PIC X(4).
009900     03 FILLER                  PIC X(2).
010000     03 TPEQPO                  PIC X(1).
010100     03 FILLER                  PIC X(2).
010200     03 ITPEQPO                 PIC X(20).
010300     03 FILLER                  PIC X(2).
010400     03 SERIEO                  PIC X(20).
010500     03 FILLER                  PIC X(2).
010600     03 QTDEO                   PIC X(4).
010700     03 FILLER                  PIC X(2).
010800     03 DINSTO                  PIC X(10).
010900     03 FILLER                  PIC X(2).
011000     03 SITEQPO                 PIC X(1).
011100     03 FILLER                  PIC X(2).
011200     03 INCLO                   PIC X(30).
011300     03 UORGM224-LIN-O OCCURS 6 TIMES.
011400        05 FILLER               PIC X(3).
011500        05 LINO                 PIC X(60).
011600     03 FILLER                  PIC X(2).
011700     03 MSGO                    PIC X(60).
