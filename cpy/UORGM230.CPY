000100*****************************************************************
000200*    UORGM230 - MAPA SIMBOLICO DA TELA DE MANUTENCAO DOS        *
000300*    SERVICOS OFERECIDOS PELA UNIDADE (TSERVC_UND_ORGNZ):       *
000400*    UNIDADE, TIPO DE SERVICO E A LISTA DOS SERVICOS DA         *
000500*    UNIDADE. GERADO A PARTIR DO MAPSET UORGS89 (CICS BMS)      *
000600*****************************************************************
000700 01  UORGM230I.
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
002900     03 SITUNDL                 PIC S9(4) COMP.
003000     03 SITUNDF                 PIC X.
003100     03 FILLER REDEFINES SITUNDF.
003200        05 SITUNDA              PIC X.
003300     03 SITUNDI                 PIC X(3).
003400     03 CSERVCL                 PIC S9(4) COMP.
003500     03 CSERVCF                 PIC X.
003600     03 FILLER REDEFINES CSERVCF.
003700        05 CSERVCA              PIC X.
003800     03 CSERVCI                 PIC X(3).
003900     03 ISERVCL                 PIC S9(4) COMP.
004000     03 ISERVCF                 PIC X.
004100     03 FILLER REDEFINES ISERVCF.
004200        05 ISERVCA              PIC X.
004300     03 ISERVCI                 PIC X(40).
004400     03 UORGM230-LIN-I OCCURS 6 TIMES.
004500        05 LINL                 PIC S9(4) COMP.
004600        05 LINF                 PIC X.
004700        05 LINI                 PIC X(60).
004800     03 MSGL                    PIC S9(4) COMP.
004900     03 MSGF                    PIC X.
005000     03 FILLER REDEFINES MSGF.
005100        05 MSGA                 PIC X.
005200     03 MSGI                    PIC X(60).
005300 01  UORGM230O REDEFINES UORGM230I.
005400     03 FILLER                  PIC X(12).
005500     03 FILLER                  PIC X(2).
005600     03 FUNCAOO                 PIC X(1).
005700     03 FILLER                  PIC X(2).
005800     03 CPSSOAO                 PIC X(10).
005900     03 FILLER                  PIC X(2).
006000     03 NSEQO                   PIC X(8).
006100     03 FILLER                  PIC X(2).
006200     03 ABREVO                  PIC X(40).
006300     03 FILLER                  PIC X(2).
006400     03 SITUNDO                 PIC X(3).
006500     03 FILLER                  PIC X(2).
006600     03 CSERVCO                 PIC X(3).
006700     03 FILLER                  PIC X(2).
006800     03 ISERVCO                 PIC X(40).
006900     03 UORGM230-LIN-O OCCURS 6 TIMES.
007000        05 FILLER               PIC X(3).
007100        05 LINO                 PIC X(60).
007200     03 FILLER                  PIC X(2).
007300     03 MSGO                    PIC X(60).
