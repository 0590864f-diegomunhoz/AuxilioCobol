000100*****************************************************************
000200*    UORGK207 - ARQUIVO DE CONTROLE DO RELATORIO DE DADOS       *
000300*    PESSOAIS (UORG0207): TIPO DA CHAVE DO TITULAR ('M' =       *
000400*    MATRICULA/USUARIO, 'N' = NOME OU PARTE DO NOME) E A CHAVE; *
000500*    TIPO EM BRANCO LISTA SO O REGISTRO DE DADOS PESSOAIS       *
000600*    (TREG_DADO_PSSOAL)                                         *
000700*****************************************************************
000800 01  UORGK207-REGISTRO.
000900     03 UORGK207-CTPO-CHAVE          PIC X(1).
001000        88 UORGK207-CHAVE-MATRICULA      VALUE 'M'.
001100        88 UORGK207-CHAVE-NOME           VALUE 'N'.
001200        88 UORGK207-SO-REGISTRO          VALUE ' '.
001300     03 UORGK207-RCHAVE-TITULAR      PIC X(40).
001400     03 UORGK207-RSOLIC-TITULAR      PIC X(20).
001500     03 FILLER                       PIC X(19).
