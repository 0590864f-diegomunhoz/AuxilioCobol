000100*****************************************************************
000200*    UORGK197 - ARQUIVO DE CONTROLE DO RELATORIO DE             *
000300*    TRANSFERENCIAS DE CARTEIRA NAO CONFIRMADAS (UORG0197):     *
000400*    TOLERANCIA EM DIAS APOS A DATA EFETIVA (ZERO = 5) E DATA   *
000500*    INICIAL DE ENCERRAMENTO AAAAMMDD PARA LISTAR UNIDADES      *
000600*    ENCERRADAS SEM INSTRUCAO (ZERO = NAO LISTA)                *
000700*****************************************************************
000800 01  UORGK197-REGISTRO.
000900     03 UORGK197-QDIAS-TOLER         PIC 9(3).
001000     03 UORGK197-DINIC-ENCER         PIC 9(8).
001100     03 FILLER                       PIC X(69).
