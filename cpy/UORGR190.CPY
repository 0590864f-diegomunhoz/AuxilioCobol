000100*****************************************************************
000200*    UORGR190 - LINHA DE IMPRESSAO DA LISTA DE EXCECAO DO       *
000300*    RETORNO DA CONSULTA DE SITUACAO CADASTRAL NA RECEITA       *
000400*    FEDERAL: SOLICITACOES DE TMANUT_EMPR_GRP COM               *
000500*    NINSCR_REG_EMPR NAO ATIVO E RETORNOS SEM SOLICITACAO       *
000600*    CORRESPONDENTE                                             *
000700*****************************************************************
000800 01  UORGR190-LINHA.
000900     03 UORGR190-CTL-IMPRESSAO      PIC X(1).
001000     03 UORGR190-DETALHE.
001100        05 UORGR190-NSEQ-SOLTC      PIC Z(9)9.
001200        05 FILLER                  PIC X(2)  VALUE SPACES.
001300        05 UORGR190-NINSCR-REG-EMPR PIC 9(11).
001400        05 FILLER                  PIC X(2)  VALUE SPACES.
001500        05 UORGR190-SITUACAO        PIC X(10).
001600        05 FILLER                  PIC X(2)  VALUE SPACES.
001700        05 UORGR190-IRAZAO-SOCIAL   PIC X(60).
001800        05 FILLER                  PIC X(2)  VALUE SPACES.
001900        05 UORGR190-MOTIVO          PIC X(30).
002000        05 FILLER                  PIC X(3).
002100     03 UORGR190-TITULO REDEFINES UORGR190-DETALHE.
002200        05 FILLER                  PIC X(2)  VALUE SPACES.
002300        05 UORGR190-TIT-TEXTO       PIC X(70).
002400        05 FILLER                  PIC X(60).
002500     03 UORGR190-TOTAL REDEFINES UORGR190-DETALHE.
002600        05 FILLER                  PIC X(4)  VALUE SPACES.
002700        05 UORGR190-TOT-ROTULO      PIC X(45).
002800        05 UORGR190-TOT-QTDE        PIC ZZZ,ZZ9.
002900        05 FILLER                  PIC X(76).
