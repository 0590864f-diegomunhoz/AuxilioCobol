000100*****************************************************************
000200*    UORGR186 - LINHA DE IMPRESSAO DO RELATORIO DE OPERACAO DOS *
000300*    PONTOS DE CONTROLE (TCTRL_CKPT_BATCH) AINDA ABERTOS -      *
000400*    EXECUCOES INTERROMPIDAS A REINICIAR - COM A ULTIMA CHAVE   *
000500*    EFETIVADA                                                  *
000600*****************************************************************
000700 01  UORGR186-LINHA.
000800     03 UORGR186-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR186-DETALHE.
001000        05 UORGR186-CPGM-BATCH      PIC X(8).
001100        05 FILLER                  PIC X(2)  VALUE SPACES.
001200        05 UORGR186-CEXEC-BATCH     PIC X(12).
001300        05 FILLER                  PIC X(2)  VALUE SPACES.
001400        05 UORGR186-HINIC-CKPT      PIC X(19).
001500        05 FILLER                  PIC X(2)  VALUE SPACES.
001600        05 UORGR186-HULT-CKPT       PIC X(19).
001700        05 FILLER                  PIC X(2)  VALUE SPACES.
001800        05 UORGR186-QREG-PROCES     PIC ZZZ,ZZZ,ZZ9.
001900        05 FILLER                  PIC X(2)  VALUE SPACES.
002000        05 UORGR186-QREG-REJEIT     PIC ZZZ,ZZZ,ZZ9.
002100        05 FILLER                  PIC X(2)  VALUE SPACES.
002200        05 UORGR186-CCHAVE-CKPT     PIC X(40).
002300     03 UORGR186-CABECALHO REDEFINES UORGR186-DETALHE.
002400        05 UORGR186-CAB-TEXTO       PIC X(132).
002500     03 UORGR186-TITULO REDEFINES UORGR186-DETALHE.
002600        05 FILLER                  PIC X(2)  VALUE SPACES.
002700        05 UORGR186-TIT-TEXTO       PIC X(70).
002800        05 FILLER                  PIC X(60).
002900     03 UORGR186-TOTAL REDEFINES UORGR186-DETALHE.
003000        05 FILLER                  PIC X(4)  VALUE SPACES.
003100        05 UORGR186-TOT-ROTULO      PIC X(45).
003200        05 UORGR186-TOT-QTDE        PIC ZZZ,ZZ9.
003300        05 FILLER                  PIC X(76).
