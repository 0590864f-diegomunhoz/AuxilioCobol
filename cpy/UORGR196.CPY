000100*****************************************************************
000200*    UORGR196 - LINHA DE IMPRESSAO DA LISTA DE EXCECAO DO       *
000300*    RETORNO DO SISTEMA DE CONTAS (UORG0196): TRANSFERENCIAS DE *
000400*    CARTEIRA RECUSADAS, RETORNOS SEM INSTRUCAO ENVIADA         *
000500*    CORRESPONDENTE E DETALHES INVALIDOS                        *
000600*****************************************************************
000700 01  UORGR196-LINHA.
000800     03 UORGR196-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR196-DETALHE.
001000        05 UORGR196-CPSSOA-JURID    PIC Z(9)9.
001100        05 UORGR196-SEP             PIC X(1).
001200        05 UORGR196-NSEQ-UND-ORGNZ  PIC Z(7)9.
001300        05 FILLER                  PIC X(2)  VALUE SPACES.
001400        05 UORGR196-DEFETIV         PIC X(10).
001500        05 FILLER                  PIC X(2)  VALUE SPACES.
001600        05 UORGR196-SITUACAO        PIC X(10).
001700        05 FILLER                  PIC X(2)  VALUE SPACES.
001800        05 UORGR196-RMOTVO-RECUSA   PIC X(40).
001900        05 FILLER                  PIC X(2)  VALUE SPACES.
002000        05 UORGR196-MOTIVO          PIC X(36).
002100        05 FILLER                  PIC X(9).
002200     03 UORGR196-TITULO REDEFINES UORGR196-DETALHE.
002300        05 FILLER                  PIC X(2)  VALUE SPACES.
002400        05 UORGR196-TIT-TEXTO       PIC X(70).
002500        05 FILLER                  PIC X(60).
002600     03 UORGR196-TOTAL REDEFINES UORGR196-DETALHE.
002700        05 FILLER                  PIC X(4)  VALUE SPACES.
002800        05 UORGR196-TOT-ROTULO      PIC X(45).
002900        05 UORGR196-TOT-QTDE        PIC ZZZ,ZZ9.
003000        05 FILLER                  PIC X(76).
