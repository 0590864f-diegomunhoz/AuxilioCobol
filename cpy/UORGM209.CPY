000100*****************************************************************
000200*    UORGM209 - MAPA SIMBOLICO DA TELA DE MANUTENCAO DO         *
000300*    CORRESPONDENTE BANCARIO (TCORRESP_BANCR): CNPJ, CONTRATO,  *
000400*    SERVICOS, ENDERECO E UNIDADE SUPERVISORA, COM A UNIDADE    *
000500*    DE DESTINO DA TRANSFERENCIA EM LOTE DA SUPERVISAO.         *
000600*    GERADO A PARTIR DO MAPSET UORGS84 (CICS BMS)               *
000700*****************************************************************
000800 01  UORGM209I.
000900     03 FILLER                  PIC X(12).
001000     03 FUNCAOL                 PIC S9(4) COMP.
001100     03 FUNCAOF                 PIC X.
001200     03 FILLER REDEFINES FUNCAOF.
001300        05 FUNCAOA              PIC X.
001400     03 FUNCAOI                 PIC X(1).
001500     03 CNPJL                   PIC S9(4) COMP.
001600     03 CNPJF                   PIC X.
001700     03 FILLER REDEFINES CNPJF.
001800        05 CNPJA                PIC X.
001900     03 CNPJI                   PIC X(14).
002000     03 RAZAOL                  PIC S9(4) COMP.
002100     03 RAZAOF                  PIC X.
002200     03 FILLER REDEFINES RAZAOF.
002300        05 RAZAOA               PIC X.
002400     03 RAZAOI                  PIC X(40).
002500     03 TIPOL                   PIC S9(4) COMP.
002600     03 TIPOF                   PIC X.
002700     03 FILLER REDEFINES TIPOF.
002800        05 TIPOA                PIC X.
002900     03 TIPOI                   PIC X(1).
003000     03 DINICL                  PIC S9(4) COMP.
003100     03 DINICF                  PIC X.
003200     03 FILLER REDEFINES DINICF.
003300        05 DINICA               PIC X.
003400     03 DINICI                  PIC X(8).
003500     03 DFIML                   PIC S9(4) COMP.
003600     03 DFIMF                   PIC X.
003700     03 FILLER REDEFINES DFIMF.
003800        05 DFIMA                PIC X.
003900     03 DFIMI                   PIC X(8).
004000     03 SERVCL                  PIC S9(4) COMP.
004100     03 SERVCF                  PIC X.
004200     03 FILLER REDEFINES SERVCF.
004300        05 SERVCA               PIC X.
004400     03 SERVCI                  PIC X(10).
004500     03 LOGRDL                  PIC S9(4) COMP.
004600     03 LOGRDF                  PIC X.
004700     03 FILLER REDEFINES LOGRDF.
004800        05 LOGRDA               PIC X.
004900     03 LOGRDI                  PIC X(40).
005000     03 NUMERL                  PIC S9(4) COMP.
005100     03 NUMERF                  PIC X.
005200     03 FILLER REDEFINES NUMERF.
005300        05 NUMERA               PIC X.
005400     03 NUMERI                  PIC X(6).
005500     03 CEPL                    PIC S9(4) COMP.
005600     03 CEPF                    PIC X.
005700     03 FILLER REDEFINES CEPF.
005800        05 CEPA                 PIC X.
005900     03 CEPI                    PIC X(8).
006000     03 MUNICL                  PIC S9(4) COMP.
006100     03 MUNICF                  PIC X.
006200     03 FILLER REDEFINES MUNICF.
006300        05 MUNICA               PIC X.
006400     03 MUNICI                  PIC X(7).
006500     03 IMUNICL                 PIC S9(4) COMP.
006600     03 IMUNICF                 PIC X.
006700     03 FILLER REDEFINES IMUNICF.
006800        05 IMUNICA              PIC X.
006900     03 IMUNICI                 PIC X(30).
007000     03 UFL                     PIC S9(4) COMP.
007100     03 UFF                     PIC X.
007200     03 FILLER REDEFINES UFF.
007300        05 UFA                  PIC X.
007400     03 UFI                     PIC X(2).
007500     03 CPSSUPL                 PIC S9(4) COMP.
007600     03 CPSSUPF                 PIC X.
007700     03 FILLER REDEFINES CPSSUPF.
007800        05 CPSSUPA              PIC X.
007900     03 CPSSUPI                 PIC X(10).
008000     03 NSQSUPL                 PIC S9(4) COMP.
008100     03 NSQSUPF                 PIC X.
008200     03 FILLER REDEFINES NSQSUPF.
008300        05 NSQSUPA              PIC X.
008400     03 NSQSUPI                 PIC X(8).
008500     03 ABRSUPL                 PIC S9(4) COMP.
008600     03 ABRSUPF                 PIC X.
008700     03 FILLER REDEFINES ABRSUPF.
008800        05 ABRSUPA              PIC X.
008900     03 ABRSUPI                 PIC X(40).
009000     03 SITSUPL                 PIC S9(4) COMP.
009100     03 SITSUPF                 PIC X.
009200     03 FILLER REDEFINES SITSUPF.
009300        05 SITSUPA              PIC X.
009400     03 SITSUPI                 PIC X(3).
009500     03 SITL                    PIC S9(4) COMP.
009600     03 SITF                    PIC X.
009700     03 FILLER REDEFINES SITF.
009800        05 SITA                 PIC X.
009900     03 SITI                    PIC X(1).
010000     03 DENCERL                 PIC S9(4) COMP.
010100     03 DENCERF                 PIC X.
010200     03 FILLER REDEFINES DENCERF.
010300        05 DENCERA              PIC X.
010400     03 DENCERI                 PIC X(10).
010500     03 CPSDSTL                 PIC S9(4) COMP.
010600     03 CPSDSTF                 PIC X.
010700     03 FILLER REDEFINES CPSDSTF.
010800        05 CPSDSTA              PIC X.
010900     03 CPSDSTI                 PIC X(10).
011000     03 NSQDSTL                 PIC S9(4) COMP.
011100     03 NSQDSTF                 PIC X.
011200     03 FILLER REDEFINES NSQDSTF.
011300        05 NSQDSTA              PIC X.
011400     03 NSQDSTI                 PIC X(8).
011500     03 INCLL                   PIC S9(4) COMP.
011600     03 INCLF                   PIC X.
011700     03 FILLER REDEFINES INCLF.
011800        05 INCLA                PIC X.
011900     03 INCLI                   PIC X(30).
012000     03 MSGL                    PIC S9(4) COMP.
012100     03 MSGF                    PIC X.
012200     03 FILLER REDEFINES MSGF.
012300        05 MSGA                 PIC X.
012400     03 MSGI                    PIC X(60).
012500 01  UORGM209O REDEFINES UORGM209I.
012600     03 FILLER                  PIC X(12).
012700     03 FILLER                  PIC X(2).
012800     03 FUNCAOO                 PIC X(1).
012900     03 FILLER                  PIC X(2).
013000     03 CNPJO                   PIC X(14).
013100     03 FILLER                  PIC X(2).
013200     03 RAZAOO                  PIC X(40).
013300     03 FILLER                  PIC X(2).
013400     03 TIPOO                   PIC X(1).
013500     03 FILLER                  PIC X(2).
013600     03 DINICO                  PIC X(8).
013700     03 FILLER                  PIC X(2).
013800     03 DFIMO                   PIC X(8).
013900     03 FILLER                  PIC X(2).
014000     03 SERVCO                  PIC X(10).
014100     03 FILLER                  PIC X(2).
014200     03 LOGRDO                  PIC X(40).
014300     03 FILLER                  PIC X(2).
014400     03 NUMERO                  PIC X(6).
014500     03 FILLER                  PIC X(2).
014600     03 CEPO                    PIC X(8).
014700     03 FILLER                  PIC X(2).
014800     03 MUNICO                  PIC X(7).
014900     03 FILLER                  PIC X(2).
015000     03 IMUNICO                 PIC X(30).
015100     03 FILLER                  PIC X(2).
015200     03 UFO                     PIC X(2).
015300     03 FILLER                  PIC X(2).
015400     03 CPSSUPO                 PIC X(10).
015500     03 FILLER                  PIC X(2).
015600     03 NSQSUPO                 PIC X(8).
015700     03 FILLER                  PIC X(2).
015800     03 ABRSUPO                 PIC X(40).
015900     03 FILLER                  PIC X(2).
016000     03 SITSUPO                 PIC X(3).
016100     03 FILLER                  PIC X(2).
016200     03 SITO                    PIC X(1).
016300     03 FILLER                  PIC X(2).
016400     03 DENCERO                 PIC X(10).
016500     03 FILLER                  PIC X(2).
016600     03 CPSDSTO                 PIC X(10).
016700     03 FILLER                  PIC X(2).
016800     03 NSQDSTO                 PIC X(8).
016900     03 FILLER                  PIC X(2).
017000     03 INCLO                   PIC X(30).
017100     03 FILLER                  PIC X(2).
017200     03 MSGO                    PIC X(60).
