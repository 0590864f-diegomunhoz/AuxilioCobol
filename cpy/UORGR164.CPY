000100*****************************************************************
000200*    UORGR164 - LINHA DE IMPRESSAO DO RELATORIO DE CONTAGEM     *
000300*    REGRESSIVA DE VENCIMENTO DAS LICENCAS REGULATORIAS, EM     *
000400*    DIAS UTEIS (UORG0085), POR UNIDADE OU IMOVEL TITULAR       *
000500*****************************************************************
000600 01  UORGR164-LINHA.
000700     03 UORGR164-CTL-IMPRESSAO      PIC X(1).
000800     03 UORGR164-DETALHE.
000900        05 UORGR164-CPSSOA-JURID    PIC Z(9)9.
001000        05 FILLER                  PIC X(2)  VALUE SPACES.
001100        05 UORGR164-NSEQ-UND-ORGNZ  PIC Z(7)9.
001200        05 FILLER                  PIC X(2)  VALUE SPACES.
001300        05 UORGR164-CPRDIO          PIC Z(6)9.
001400        05 FILLER                  PIC X(2)  VALUE SPACES.
001500        05 UORGR164-RTPO-LICEN      PIC X(20).
001600        05 FILLER                  PIC X(2)  VALUE SPACES.
001700        05 UORGR164-NLICEN          PIC X(20).
001800        05 FILLER                  PIC X(2)  VALUE SPACES.
001900        05 UORGR164-DVALID-LICEN    PIC X(10).
002000        05 FILLER                  PIC X(2)  VALUE SPACES.
002100        05 UORGR164-QTDE-DIAS-UTEIS PIC ZZZZ9.
002200        05 FILLER                  PIC X(2)  VALUE SPACES.
002300        05 UORGR164-MENSAGEM        PIC X(30).
002400     03 UORGR164-TOTAL REDEFINES UORGR164-DETALHE.
002500        05 FILLER                  PIC X(4)  VALUE SPACES.
002600        05 UORGR164-TOT-ROTULO      PIC X(45).
002700        05 UORGR164-TOT-QTDE        PIC ZZZ,ZZ9.
