000100*****************************************************************
000200*    UORGR215 - LINHA DE IMPRESSAO DO RELATORIO DE LACUNAS DE   *
000300*    CODIGO EXTERNO: UMA LINHA POR UNIDADE ATIVA SEM CODIGO EM  *
000400*    SISTEMA EXTERNO OBRIGATORIO (TSIST_EXTER), POR SISTEMA E   *
000500*    CODIGO DA UNIDADE, COM SUBTOTAL POR SISTEMA                *
000600*****************************************************************
000700 01  UORGR215-LINHA.
000800     03 UORGR215-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR215-DETALHE.
001000        05 UORGR215-CSIST-EXTER     PIC X(5).
001100        05 FILLER                  PIC X(1)  VALUE SPACES.
001200        05 UORGR215-ISIST-EXTER     PIC X(25).
001300        05 FILLER                  PIC X(2)  VALUE SPACES.
001400        05 UORGR215-CUND-ORGNZ      PIC 9(6).
001500        05 UORGR215-SEP-DIG         PIC X(1).
001600        05 UORGR215-CDIG-UND-ORGNZ  PIC X(1).
001700        05 FILLER                  PIC X(2)  VALUE SPACES.
001800        05 UORGR215-CPSSOA-JURID    PIC Z(9)9.
001900        05 FILLER                  PIC X(1)  VALUE SPACES.
002000        05 UORGR215-NSEQ-UND-ORGNZ  PIC Z(7)9.
002100        05 FILLER                  PIC X(2)  VALUE SPACES.
002200        05 UORGR215-IABREV-UND      PIC X(40).
002300        05 FILLER                  PIC X(2)  VALUE SPACES.
002400        05 UORGR215-CTPO-UND-ORGNZ  PIC ZZ9.
002500        05 FILLER                  PIC X(23).
002600     03 UORGR215-TITULO REDEFINES UORGR215-DETALHE.
002700        05 FILLER                  PIC X(2)  VALUE SPACES.
002800        05 UORGR215-TIT-TEXTO       PIC X(70).
002900        05 FILLER                  PIC X(60).
003000     03 UORGR215-TOTAL REDEFINES UORGR215-DETALHE.
003100        05 FILLER                  PIC X(4)  VALUE SPACES.
003200        05 UORGR215-TOT-ROTULO      PIC X(45).
003300        05 UORGR215-TOT-QTDE        PIC ZZZ,ZZ9.
003400        05 FILLER                  PIC X(76).
