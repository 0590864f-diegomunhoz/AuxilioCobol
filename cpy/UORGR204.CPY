000100*****************************************************************
000200*    UORGR204 - LINHA DE IMPRESSAO DA AUDITORIA HISTORICO X     *
000300*    SITUACAO ATUAL: TABELA, CHAVE, COLUNA DIVERGENTE, VALOR    *
000400*    ATUAL, VALOR DO ULTIMO EVENTO DE HISTORICO, OCORRENCIA E   *
000500*    ACAO TOMADA, COM TOTAIS POR TABELA                         *
000600*****************************************************************
000700 01  UORGR204-LINHA.
000800     03 UORGR204-CTL-IMPRESSAO      PIC X(1).
000900     03 UORGR204-DETALHE.
001000        05 UORGR204-TABELA          PIC X(18).
001100        05 FILLER                  PIC X(1)  VALUE SPACES.
001200        05 UORGR204-CHAVE           PIC X(24).
001300        05 FILLER                  PIC X(1)  VALUE SPACES.
001400        05 UORGR204-COLUNA          PIC X(18).
001500        05 FILLER                  PIC X(1)  VALUE SPACES.
001600        05 UORGR204-VALOR-ATUAL     PIC X(12).
001700        05 FILLER                  PIC X(1)  VALUE SPACES.
001800        05 UORGR204-VALOR-HIST      PIC X(12).
001900        05 FILLER                  PIC X(1)  VALUE SPACES.
002000        05 UORGR204-OCORRENCIA      PIC X(13).
002100        05 FILLER                  PIC X(1)  VALUE SPACES.
002200        05 UORGR204-ACAO            PIC X(20).
002300        05 FILLER                  PIC X(9)  VALUE SPACES.
002400     03 UORGR204-TITULO REDEFINES UORGR204-DETALHE.
002500        05 FILLER                  PIC X(2).
002600        05 UORGR204-TIT-TEXTO       PIC X(100).
002700        05 FILLER                  PIC X(30).
002800     03 UORGR204-TOTAL REDEFINES UORGR204-DETALHE.
002900        05 FILLER                  PIC X(4).
003000        05 UORGR204-TOT-ROTULO      PIC X(45).
003100        05 UORGR204-TOT-QTDE        PIC ZZZ,ZZ9.
003200        05 FILLER                  PIC X(76).
