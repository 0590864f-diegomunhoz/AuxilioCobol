000100*****************************************************************
000200*    UORGK184 - ARQUIVO DE CONTROLE DA JANELA DE PROCESSAMENTO  *
000300*    BATCH (UORG0184). FUNCAO 'F' FECHA AS TRANSACOES DE        *
000400*    ATUALIZACAO NO INICIO DA CADEIA (HORA PREVISTA DE          *
000500*    REABERTURA HH:MM, PADRAO 06:00); 'A' REABRE NO FIM DA      *
000600*    CADEIA; 'O' INTERVENCAO DO OPERADOR (N RETIRA, A FORCA     *
000700*    ABERTA, F FORCA FECHADA), SO COM A FUNCAO JANELA NO PERFIL *
000800*    DO USUARIO                                                 *
000900*****************************************************************
001000 01  UORGK184-REGISTRO.
001100     03 UORGK184-FUNCAO              PIC X(1).
001200        88 UORGK184-FECHAR               VALUE 'F'.
001300        88 UORGK184-ABRIR                VALUE 'A'.
001400        88 UORGK184-INTERVIR             VALUE 'O'.
001500     03 UORGK184-HPREVS-REABERT      PIC X(5).
001600     03 UORGK184-HPREVS-REABERT-R REDEFINES
001700        UORGK184-HPREVS-REABERT.
001800        05 UORGK184-HH-REABERT       PIC 9(2).
001900        05 UORGK184-SEPARADOR        PIC X(1).
002000        05 UORGK184-MM-REABERT       PIC 9(2).
002100     03 UORGK184-CINDCD-OVERRIDE     PIC X(1).
002200        88 UORGK184-OVERRIDE-VALIDO      VALUE 'N' 'A' 'F'.
002300     03 UORGK184-CUSUARIO            PIC X(9).
