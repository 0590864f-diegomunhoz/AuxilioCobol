000100*****************************************************************
000200*    UORGM156 - MAPA SIMBOLICO DA TELA DE MANUTENCAO ONLINE DAS *
000300*    SOLICITACOES DE INSTALACAO DE EMPRESA (TMANUT_EMPR_GRP):   *
000400*    CONSULTA, INCLUSAO, ALTERACAO E CANCELAMENTO. GERADO A     *
000500*    PARTIR DO MAPSET UORGS76 (CICS BMS)                        *
000600*****************************************************************
000700 01  UORGM156I.
000800     03 FILLER                  PIC X(12).
000900     03 FUNCAOL                 PIC S9(4) COMP.
001000     03 FUNCAOF                 PIC X.
001100     03 FILLER REDEFINES FUNCAOF.
001200        05 FUNCAOA              PIC X.
001300     03 FUNCAOI                 PIC X(1).
001400     03 NSEQL                   PIC S9(4) COMP.
001500     03 NSEQF                   PIC X.
001600     03 FILLER REDEFINES NSEQF.
001700        05 NSEQA                PIC X.
001800     03 NSEQI                   PIC X(10).
001900     03 CONGLL                  PIC S9(4) COMP.
002000     03 CONGLF                  PIC X.
002100     03 FILLER REDEFINES CONGLF.
002200        05 CONGLA               PIC X.
002300     03 CONGLI                  PIC X(10).
002400     03 PLANOL                  PIC S9(4) COMP.
002500     03 PLANOF                  PIC X.
002600     03 FILLER REDEFINES PLANOF.
002700        05 PLANOA               PIC X.
002800     03 PLANOI                  PIC X(2).
002900     03 PRTCPL                  PIC S9(4) COMP.
003000     03 PRTCPF                  PIC X.
003100     03 FILLER REDEFINES PRTCPF.
003200        05 PRTCPA               PIC X.
003300     03 PRTCPI                  PIC X(2).
003400     03 DINSTL                  PIC S9(4) COMP.
003500     03 DINSTF                  PIC X.
003600     03 FILLER REDEFINES DINSTF.
003700        05 DINSTA               PIC X.
003800     03 DINSTI                  PIC X(10).
003900     03 HINSTL                  PIC S9(4) COMP.
004000     03 HINSTF                  PIC X.
004100     03 FILLER REDEFINES HINSTF.
004200        05 HINSTA               PIC X.
004300     03 HINSTI                  PIC X(8).
004400     03 NATAL                   PIC S9(4) COMP.
004500     03 NATAF                   PIC X.
004600     03 FILLER REDEFINES NATAF.
004700        05 NATAA                PIC X.
004800     03 NATAI                   PIC X(10).
004900     03 DCTBILL                 PIC S9(4) COMP.
005000     03 DCTBILF                 PIC X.
005100     03 FILLER REDEFINES DCTBILF.
005200        05 DCTBILA              PIC X.
005300     03 DCTBILI                 PIC X(10).
005400     03 DALTATL                 PIC S9(4) COMP.
005500     03 DALTATF                 PIC X.
005600     03 FILLER REDEFINES DALTATF.
005700        05 DALTATA              PIC X.
005800     03 DALTATI                 PIC X(10).
005900     03 DLEGALL                 PIC S9(4) COMP.
006000     03 DLEGALF                 PIC X.
006100     03 FILLER REDEFINES DLEGALF.
006200        05 DLEGALA              PIC X.
006300     03 DLEGALI                 PIC X(10).
006400     03 NARQUL                  PIC S9(4) COMP.
006500     03 NARQUF                  PIC X.
006600     03 FILLER REDEFINES NARQUF.
006700        05 NARQUA               PIC X.
006800     03 NARQUI                  PIC X(12).
006900     03 DARQUL                  PIC S9(4) COMP.
007000     03 DARQUF                  PIC X.
007100     03 FILLER REDEFINES DARQUF.
007200        05 DARQUA               PIC X.
007300     03 DARQUI                  PIC X(10).
007400     03 NARQSL                  PIC S9(4) COMP.
007500     03 NARQSF                  PIC X.
007600     03 FILLER REDEFINES NARQSF.
007700        05 NARQSA               PIC X.
007800     03 NARQSI                  PIC X(12).
007900     03 DARQSL                  PIC S9(4) COMP.
008000     03 DARQSF                  PIC X.
008100     03 FILLER REDEFINES DARQSF.
008200        05 DARQSA               PIC X.
008300     03 DARQSI                  PIC X(10).
008400     03 NINSCRL                 PIC S9(4) COMP.
008500     03 NINSCRF                 PIC X.
008600     03 FILLER REDEFINES NINSCRF.
008700        05 NINSCRA              PIC X.
008800     03 NINSCRI                 PIC X(11).
008900     03 SITDOCL                 PIC S9(4) COMP.
009000     03 SITDOCF                 PIC X.
009100     03 FILLER REDEFINES SITDOCF.
009200        05 SITDOCA              PIC X.
009300     03 SITDOCI                 PIC X(2).
009400     03 MSGL                    PIC S9(4) COMP.
009500     03 MSGF                    PIC X.
009600     03 FILLER REDEFINES MSGF.
009700        05 MSGA                 PIC X.
009800     03 MSGI                    PIC X(60).
009900 01  UORGM156O REDEFINES UORGM156I.
010000     03 FILLER                  PIC X(12).
010100     03 FILLER                  PIC X(2).
010200     03 FUNCAOO                 PIC X(1).
010300     03 FILLER                  PIC X(2).
010400     03 NSEQO                   PIC X(10).
010500     03 FILLER                  PIC X(2).
010600     03 CONGLO                  PIC X(10).
010700     03 FILLER                  PIC X(2).
010800     03 PLANOO                  PIC X(2).
010900     03 FILLER                  PIC X(2).
011000     03 PRTCPO                  PIC X(2).
011100     03 FILLER                  PIC X(2).
011200     03 DINSTO                  PIC X(10).
011300     03 FILLER                  PIC X(2).
011400     03 HINSTO                  PIC X(8).
011500     03 FILLER                  PIC X(2).
011600     03 NATAO                   PIC X(10).
011700     03 FILLER                  PIC X(2).
011800     03 DCTBILO                 PIC X(10).
011900     03 FILLER                  PIC X(2).
012000     03 DALTATO                 PIC X(10).
012100     03 FILLER                  PIC X(2).
012200     03 DLEGALO                 PIC X(10).
012300     03 FILLER                  PIC X(2).
012400     03 NARQUO                  PIC X(12).
012500     03 FILLER                  PIC X(2).
012600     03 DARQUO                  PIC X(10).
012700     03 FILLER                  PIC X(2).
012800     03 NARQSO                  PIC X(12).
012900     03 FILLER                  PIC X(2).
013000     03 DARQSO                  PIC X(10).
013100     03 FILLER                  PIC X(2).
013200     03 NINSCRO                 PIC X(11).
013300     03 FILLER                  PIC X(2).
013400     03 SITDOCO                 PIC X(2).
013500     03 FILLER                  PIC X(2).
013600     03 MSGO                    PIC X(60).
