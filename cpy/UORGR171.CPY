000100*****************************************************************
000200*    UORGR171 - LINHA DE IMPRESSAO DO RELATORIO MENSAL DE       *
000300*    VARIACAO DO QUADRO: EFETIVO PLANEJADO X EFETIVO ATUAL X    *
000400*    LOTACAO AVALIADA POR UNIDADE, COM A SINALIZACAO DE UNIDADE *
000500*    ACIMA OU ABAIXO DO PLANO E DE PLANO ACIMA DA LOTACAO,      *
000600*    SUBTOTAIS POR CLASSIFICACAO E POR CONGLOMERADO E TOTAL     *
000700*    GERAL                                                      *
000800*****************************************************************
000900 01  UORGR171-LINHA.
001000     03 UORGR171-CTL-IMPRESSAO      PIC X(1).
001100     03 UORGR171-DETALHE.
001200        05 UORGR171-CPSSOA-JURID    PIC Z(9)9.
001300        05 FILLER                  PIC X(2)  VALUE SPACES.
001400        05 UORGR171-NSEQ-UND-ORGNZ  PIC Z(7)9.
001500        05 FILLER                  PIC X(2)  VALUE SPACES.
001600        05 UORGR171-CCLASF          PIC 9(1).
001700        05 FILLER                  PIC X(2)  VALUE SPACES.
001800        05 UORGR171-QPLANO          PIC ZZ,ZZ9.
001900        05 FILLER                  PIC X(2)  VALUE SPACES.
002000        05 UORGR171-QATUAL          PIC ZZ,ZZ9.
002100        05 FILLER                  PIC X(2)  VALUE SPACES.
002200        05 UORGR171-QLOTACAO        PIC ZZ,ZZ9.
002300        05 FILLER                  PIC X(2)  VALUE SPACES.
002400        05 UORGR171-VARIACAO        PIC -ZZ,ZZ9.
002500        05 FILLER                  PIC X(2)  VALUE SPACES.
002600        05 UORGR171-PCT-VARIACAO    PIC -ZZ,ZZ9.9.
002700        05 FILLER                  PIC X(2)  VALUE SPACES.
002800        05 UORGR171-SIT-PLANO       PIC X(15).
002900        05 FILLER                  PIC X(2)  VALUE SPACES.
003000        05 UORGR171-SIT-LOTACAO     PIC X(21).
003100        05 FILLER                  PIC X(25) VALUE SPACES.
003200     03 UORGR171-SUBTOTAL REDEFINES UORGR171-DETALHE.
003300        05 FILLER                  PIC X(2)  VALUE SPACES.
003400        05 UORGR171-SUB-ROTULO      PIC X(25).
003500        05 UORGR171-SUB-CHAVE       PIC Z(9)9.
003600        05 FILLER                  PIC X(2)  VALUE SPACES.
003700        05 UORGR171-SUB-QPLANO      PIC ZZZ,ZZ9.
003800        05 FILLER                  PIC X(2)  VALUE SPACES.
003900        05 UORGR171-SUB-QATUAL      PIC ZZZ,ZZ9.
004000        05 FILLER                  PIC X(2)  VALUE SPACES.
004100        05 UORGR171-SUB-QLOTACAO    PIC ZZZ,ZZ9.
004200        05 FILLER                  PIC X(2)  VALUE SPACES.
004300        05 UORGR171-SUB-VARIACAO    PIC -ZZZ,ZZ9.
004400        05 FILLER                  PIC X(2)  VALUE SPACES.
004500        05 UORGR171-SUB-ROT-SINALIZ PIC X(20).
004600        05 UORGR171-SUB-QTDE-SINALIZ PIC ZZZ,ZZ9.
004700        05 FILLER                  PIC X(29).
004800     03 UORGR171-TITULO REDEFINES UORGR171-DETALHE.
004900        05 FILLER                  PIC X(2)  VALUE SPACES.
005000        05 UORGR171-TIT-TEXTO       PIC X(60).
005100        05 UORGR171-TIT-ANO-MES     PIC 9999/99.
005200        05 FILLER                  PIC X(63).
005300     03 UORGR171-TOTAL REDEFINES UORGR171-DETALHE.
005400        05 FILLER                  PIC X(4)  VALUE SPACES.
005500        05 UORGR171-TOT-ROTULO      PIC X(45).
005600        05 UORGR171-TOT-QTDE        PIC ZZZ,ZZ9.
005700        05 FILLER                  PIC X(76).
