000100*****************************************************************
000200*    UORGL167 - PARAMETROS DE CHAMADA DO SERVICO DE VIGENCIA DA *
000300*    VINCULACAO DA UNIDADE A HIERARQUIA REGIONAL                *
000400*    (TUND_NO_HIER). FUNCAO 'A' VINCULA A UNIDADE A             *
000500*    SUPERINTENDENCIA A PARTIR DA DATA DE INICIO, ENCERRANDO A  *
000600*    VINCULACAO VIGENTE NA VESPERA; FUNCAO 'E' EXCLUI A         *
000700*    VINCULACAO INICIADA NA DATA E REABRE A ANTERIOR            *
000800*****************************************************************
000900 01  UORGL167-PARMS.
001000     03 UORGL167-FUNCTION            PIC X(1).
001100        88 UORGL167-VINCULAR             VALUE 'A'.
001200        88 UORGL167-EXCLUIR              VALUE 'E'.
001300     03 UORGL167-CPSSOA-JURID        PIC S9(10)V COMP-3.
001400     03 UORGL167-NSEQ-UND-ORGNZ      PIC S9(8)V COMP-3.
001500     03 UORGL167-CNO-HIER            PIC S9(5)V COMP-3.
001600     03 UORGL167-DINIC-VIGEN         PIC X(10).
001700     03 UORGL167-CUSUAR              PIC X(9).
001800     03 UORGL167-RETORNO             PIC X(2).
001900        88 UORGL167-OK                   VALUE '00'.
002000        88 UORGL167-NO-INVALIDO          VALUE '04'.
002100        88 UORGL167-VINC-NAO-ENCONTRADA  VALUE '08'.
002200        88 UORGL167-UNIDADE-INVALIDA     VALUE '12'.
002300        88 UORGL167-FUNCAO-INVALIDA      VALUE '16'.
002400        88 UORGL167-ERRO-SQL             VALUE '99'.
