000100*****************************************************************
000200*    UORGR178 - LINHA DE IMPRESSAO DO RELATORIO MENSAL DE       *
000300*    CIRCUITOS DE DADOS AINDA FATURADOS (ATIVOS OU SUSPENSOS)   *
000400*    EM UNIDADES QUE NAO ESTAO ATIVAS, COM A MENSALIDADE,       *
000500*    SUBTOTAL POR OPERADORA E TOTAL GERAL                       *
000600*****************************************************************
000700 01  UORGR178-LINHA.
000800     03 UORGR178-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR178-DETALHE.
001000        05 UORGR178-COPERD-TELECOM  PIC Z(4)9.
001100        05 FILLER                  PIC X(2)  VALUE SPACES.
001200        05 UORGR178-CCIRC-DADOS     PIC X(20).
001300        05 FILLER                  PIC X(2)  VALUE SPACES.
001400        05 UORGR178-CPSSOA-JURID    PIC Z(9)9.
001500        05 FILLER                  PIC X(2)  VALUE SPACES.
001600        05 UORGR178-NSEQ-UND-ORGNZ  PIC Z(7)9.
001700        05 FILLER                  PIC X(2)  VALUE SPACES.
001800        05 UORGR178-IABREV-UND      PIC X(30).
001900        05 FILLER                  PIC X(2)  VALUE SPACES.
002000        05 UORGR178-SIT-UND         PIC X(12).
002100        05 FILLER                  PIC X(2)  VALUE SPACES.
002200        05 UORGR178-SIT-CIRC        PIC X(9).
002300        05 FILLER                  PIC X(2)  VALUE SPACES.
002400        05 UORGR178-VMENS-CIRC      PIC ZZ,ZZZ,ZZ9.99.
002500        05 FILLER                  PIC X(11).
002600     03 UORGR178-SUBTOTAL REDEFINES UORGR178-DETALHE.
002700        05 FILLER                  PIC X(2)  VALUE SPACES.
002800        05 UORGR178-SUB-ROTULO      PIC X(25).
002900        05 UORGR178-SUB-CHAVE       PIC Z(9)9.
003000        05 FILLER                  PIC X(2)  VALUE SPACES.
003100        05 UORGR178-SUB-QTDE        PIC ZZZ,ZZ9.
003200        05 FILLER                  PIC X(2)  VALUE SPACES.
003300        05 UORGR178-SUB-VMENS       PIC Z,ZZZ,ZZZ,ZZ9.99.
003400        05 FILLER                  PIC X(68).
003500     03 UORGR178-TITULO REDEFINES UORGR178-DETALHE.
003600        05 FILLER                  PIC X(2)  VALUE SPACES.
003700        05 UORGR178-TIT-TEXTO       PIC X(70).
003800        05 FILLER                  PIC X(60).
003900     03 UORGR178-TOTAL REDEFINES UORGR178-DETALHE.
004000        05 FILLER                  PIC X(4)  VALUE SPACES.
004100        05 UORGR178-TOT-ROTULO      PIC X(45).
004200        05 UORGR178-TOT-QTDE        PIC ZZZ,ZZ9.
004300        05 FILLER                  PIC X(76).
