000100*****************************************************************
000200*    UORGR161 - LINHA DE IMPRESSAO DO RELATORIO MENSAL DE CUSTO *
000300*    TOTAL DE OCUPACAO POR UNIDADE: ALUGUEL, FACILITIES RATEADO *
000400*    POR AREA NO IMOVEL COMPARTILHADO E SEGURO, COM CUSTO POR   *
000500*    M2 E POR FUNCIONARIO, SUBTOTAIS POR CLASSIFICACAO E POR    *
000600*    CONGLOMERADO E TOTAL GERAL                                 *
000700*****************************************************************
000800 01  UORGR161-LINHA.
000900     03 UORGR161-CTL-IMPRESSAO      PIC X(1).
001000     03 UORGR161-DETALHE.
001100        05 UORGR161-CPSSOA-JURID    PIC Z(9)9.
001200        05 FILLER                  PIC X(2)  VALUE SPACES.
001300        05 UORGR161-NSEQ-UND-ORGNZ  PIC Z(7)9.
001400        05 FILLER                  PIC X(2)  VALUE SPACES.
001500        05 UORGR161-CCLASF          PIC 9(1).
001600        05 FILLER                  PIC X(2)  VALUE SPACES.
001700        05 UORGR161-AREA-M2         PIC ZZZ,ZZ9.99.
001800        05 FILLER                  PIC X(2)  VALUE SPACES.
001900        05 UORGR161-QFUNC           PIC ZZ,ZZ9.
002000        05 FILLER                  PIC X(2)  VALUE SPACES.
002100        05 UORGR161-VALUGL          PIC ZZ,ZZZ,ZZ9.99.
002200        05 FILLER                  PIC X(2)  VALUE SPACES.
002300        05 UORGR161-VFACIL          PIC ZZ,ZZZ,ZZ9.99.
002400        05 FILLER                  PIC X(2)  VALUE SPACES.
002500        05 UORGR161-VSEGURO         PIC ZZ,ZZZ,ZZ9.99.
002600        05 FILLER                  PIC X(2)  VALUE SPACES.
002700        05 UORGR161-VTOTAL          PIC ZZZ,ZZZ,ZZ9.99.
002800        05 FILLER                  PIC X(2)  VALUE SPACES.
002900        05 UORGR161-VPOR-M2         PIC ZZ,ZZ9.99.
003000        05 FILLER                  PIC X(2)  VALUE SPACES.
003100        05 UORGR161-VPOR-FUNC       PIC ZZZ,ZZ9.99.
003200        05 FILLER                  PIC X(5)  VALUE SPACES.
003300     03 UORGR161-SUBTOTAL REDEFINES UORGR161-DETALHE.
003400        05 FILLER                  PIC X(2)  VALUE SPACES.
003500        05 UORGR161-SUB-ROTULO      PIC X(25).
003600        05 UORGR161-SUB-CHAVE       PIC Z(9)9.
003700        05 FILLER                  PIC X(2)  VALUE SPACES.
003800        05 UORGR161-SUB-AREA-M2     PIC Z,ZZZ,ZZ9.99.
003900        05 FILLER                  PIC X(2)  VALUE SPACES.
004000        05 UORGR161-SUB-QFUNC       PIC ZZZ,ZZ9.
004100        05 FILLER                  PIC X(2)  VALUE SPACES.
004200        05 UORGR161-SUB-VALUGL      PIC Z,ZZZ,ZZZ,ZZ9.99.
004300        05 FILLER                  PIC X(2)  VALUE SPACES.
004400        05 UORGR161-SUB-VFACIL      PIC Z,ZZZ,ZZZ,ZZ9.99.
004500        05 FILLER                  PIC X(2)  VALUE SPACES.
004600        05 UORGR161-SUB-VSEGURO     PIC Z,ZZZ,ZZZ,ZZ9.99.
004700        05 FILLER                  PIC X(2)  VALUE SPACES.
004800        05 UORGR161-SUB-VTOTAL      PIC Z,ZZZ,ZZZ,ZZ9.99.
004900     03 UORGR161-TITULO REDEFINES UORGR161-DETALHE.
005000        05 FILLER                  PIC X(2)  VALUE SPACES.
005100        05 UORGR161-TIT-TEXTO       PIC X(60).
005200        05 UORGR161-TIT-ANO-MES     PIC 9999/99.
005300        05 FILLER                  PIC X(63).
005400     03 UORGR161-TOTAL REDEFINES UORGR161-DETALHE.
005500        05 FILLER                  PIC X(4)  VALUE SPACES.
005600        05 UORGR161-TOT-ROTULO      PIC X(45).
005700        05 UORGR161-TOT-QTDE        PIC ZZZ,ZZ9.
005800        05 FILLER                  PIC X(76).
