000100*****************************************************************
000200*    UORGK204 - ARQUIVO DE CONTROLE DA AUDITORIA HISTORICO X    *
000300*    SITUACAO ATUAL (UORG0204): MODO 'L' APENAS LISTA; MODO 'A' *
000400*    (USUARIO COM A FUNCAO REPARHIS) TAMBEM GRAVA O EVENTO      *
000500*    CORRETIVO. O USUARIO AUTORIZADOR E REGISTRADO NO RELATORIO *
000600*****************************************************************
000700 01  UORGK204-REGISTRO.
000800     03 UORGK204-MODO                PIC X(1).
000900        88 UORGK204-LISTAR               VALUE 'L'.
001000        88 UORGK204-APLICAR              VALUE 'A'.
001100     03 UORGK204-CUSUARIO            PIC X(9).
001200     03 FILLER                       PIC X(70).
