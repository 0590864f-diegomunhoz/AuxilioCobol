000100*****************************************************************
000200*    UORGL183 - PARAMETROS DE CHAMADA DO SERVICO DA JANELA DE   *
000300*    PROCESSAMENTO BATCH (TCTRL_JANELA_ONLINE). FUNCAO 'C'      *
000400*    CONSULTA SE AS TRANSACOES DE ATUALIZACAO ESTAO FECHADAS E  *
000500*    DEVOLVE A MENSAGEM DO CATALOGO; 'F' FECHA (INICIO DA       *
000600*    CADEIA BATCH, COM HORA PREVISTA DE REABERTURA HH:MM) E     *
000700*    LIMPA A INTERVENCAO DO OPERADOR; 'A' ABRE (FIM DA          *
000800*    CADEIA); 'O' GRAVA A INTERVENCAO DO OPERADOR               *
000850*    (N SEM INTERVENCAO, A FORCA ABERTA, F FORCA FECHADA)       *
000900*****************************************************************
001000 01  UORGL183-PARMS.
001100     03 UORGL183-FUNCTION            PIC X(1).
001200        88 UORGL183-CONSULTAR            VALUE 'C'.
001300        88 UORGL183-FECHAR               VALUE 'F'.
001400        88 UORGL183-ABRIR                VALUE 'A'.
001500        88 UORGL183-INTERVIR             VALUE 'O'.
001600     03 UORGL183-HPREVS-REABERT      PIC X(5).
001700     03 UORGL183-CINDCD-OVERRIDE     PIC X(1).
001800        88 UORGL183-SEM-OVERRIDE         VALUE 'N'.
001900        88 UORGL183-FORCA-ABERTA         VALUE 'A'.
002000        88 UORGL183-FORCA-FECHADA        VALUE 'F'.
002100     03 UORGL183-CUSUARIO            PIC X(9).
002200     03 UORGL183-SW-FECHADA          PIC X(1).
002300        88 UORGL183-JANELA-FECHADA       VALUE 'S'.
002400        88 UORGL183-JANELA-ABERTA        VALUE 'N'.
002500     03 UORGL183-MENSAGEM            PIC X(60).
002600     03 UORGL183-RETORNO             PIC X(2).
002700        88 UORGL183-OK                   VALUE '00'.
002800        88 UORGL183-ERRO-SQL             VALUE '99'.
