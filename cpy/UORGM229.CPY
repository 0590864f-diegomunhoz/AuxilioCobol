000100*****************************************************************
000200*    UORGM229 - MAPA SIMBOLICO DA TELA DE MANUTENCAO DO         *
000300*    CATALOGO DE TIPOS DE SERVICO OFERECIDOS PELAS UNIDADES     *
000400*    (TTPO_SERVC_UND): CODIGO, DESCRICAO, INDICADOR DE CAMBIO E *
000500*    SITUACAO, COM A INCLUSAO/EXCLUSAO DE PRE-REQUISITOS        *
000600*    (TREQ_TPO_SERVC) E A LISTA DOS PRE-REQUISITOS DO TIPO.     *
000700*    GERADO A PARTIR DO MAPSET UORGS88 (CICS BMS)               *
000800*****************************************************************
000900 01  UORGM229I.
001000     03 FILLER                  PIC X(12).
001100     03 FUNCAOL                 PIC S9(4) COMP.
001200     03 FUNCAOF                 PIC X.
001300     03 FILLER REDEFINES FUNCAOF.
001400        05 FUNCAOA              PIC X.
001500     03 FUNCAOI                 PIC X(1).
001600     03 CSERVCL                 PIC S9(4) COMP.
001700     03 CSERVCF                 PIC X.
001800     03 FILLER REDEFINES CSERVCF.
001900        05 CSERVCA              PIC X.
002000     03 CSERVCI                 PIC X(3).
002100     03 ISERVCL                 PIC S9(4) COMP.
002200     03 ISERVCF                 PIC X.
002300     03 FILLER REDEFINES ISERVCF.
002400        05 ISERVCA              PIC X.
002500     03 ISERVCI                 PIC X(40).
002600     03 CMBIOL                  PIC S9(4) COMP.
002700     03 CMBIOF                  PIC X.
002800     03 FILLER REDEFINES CMBIOF.
002900        05 CMBIOA               PIC X.
003000     03 CMBIOI                  PIC X(1).
003100     03 SITSERVL                PIC S9(4) COMP.
003200     03 SITSERVF                PIC X.
003300     03 FILLER REDEFINES SITSERVF.
003400        05 SITSERVA             PIC X.
003500     03 SITSERVI                PIC X(1).
003600     03 INCLL                   PIC S9(4) COMP.
003700     03 INCLF                   PIC X.
003800     03 FILLER REDEFINES INCLF.
003900        05 INCLA                PIC X.
004000     03 INCLI                   PIC X(30).
004100     03 NREQL                   PIC S9(4) COMP.
004200     03 NREQF                   PIC X.
004300     03 FILLER REDEFINES NREQF.
004400        05 NREQA                PIC X.
004500     03 NREQI                   PIC X(2).
004600     03 TPREQL                  PIC S9(4) COMP.
004700     03 TPREQF                  PIC X.
004800     03 FILLER REDEFINES TPREQF.
004900        05 TPREQA               PIC X.
005000     03 TPREQI                  PIC X(1).
005100     03 CACSSOL                 PIC S9(4) COMP.
005200     03 CACSSOF                 PIC X.
005300     03 FILLER REDEFINES CACSSOF.
005400        05 CACSSOA              PIC X.
005500     03 CACSSOI                 PIC X(2).
005600     03 COLUNAL                 PIC S9(4) COMP.
005700     03 COLUNAF                 PIC X.
005800     03 FILLER REDEFINES COLUNAF.
005900        05 COLUNAA              PIC X.
006000     03 COLUNAI                 PIC X(18).
006100     03 UORGM229-LIN-I OCCURS 6 TIMES.
006200        05 LINL                 PIC S9(4) COMP.
006300        05 LINF                 PIC X.
006400        05 LINI                 PIC X(60).
006500     03 MSGL                    PIC S9(4) COMP.
006600     03 MSGF                    PIC X.
006700     03 FILLER REDEFINES MSGF.
006800        05 MSGA                 PIC X.
006900     03 MSGI                    PIC X(60).
007000 01  UORGM229O REDEFINES UORGM229I.
007100     03 FILLER                  PIC X(12).
007200     03 FILLER                  PIC X(2).
007300     03 FUNCAOO                 PIC X(1).
007400     03 FILLER                  PIC X(2).
007500     03 CSERVCO                 PIC X(3).
007600     03 FILLER                  PIC X(2).
007700     03 ISERVCO                 PIC X(40).
007800     03 FILLER                  PIC X(2).
007900     03 CMBIOO                  PIC X(1).
008000     03 FILLER                  PIC X(2).
008100     03 SITSERVO                PIC X(1).
008200     03 FILLER                  PIC X(2).
008300     03 INCLO                   PIC X(30).
008400     03 FILLER                  PIC X(2).
008500     03 NREQO                   PIC X(2).
008600     03 FILLER                  PIC X(2).
008700     03 TPREQO                  PIC X(1).
008800     03 FILLER                  PIC X(2).
008900     03 CACSSOO                 PIC X(2).
009000     03 FILLER                  PIC X(2).
009100     03 COLUNAO                 PIC X(18).
009200     03 UORGM229-LIN-O OCCURS 6 TIMES.
009300        05 FILLER               PIC X(3).
009400        05 LINO                 PIC X(60).
009500     03 FILLER                  PIC X(2).
009600     03 MSGO                    PIC X(60).
