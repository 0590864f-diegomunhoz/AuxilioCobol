000100*****************************************************************
000200*    UORGS189 - LAYOUT DO ARQUIVO SEMANAL DE CONSULTA DA        *
000300*    SITUACAO CADASTRAL DOS NINSCR_REG_EMPR DAS SOLICITACOES    *
000400*    ABERTAS DE TMANUT_EMPR_GRP JUNTO A RECEITA FEDERAL         *
000500*    (HEADER/DETALHE/TRAILER), GERADO PELA UORG0189; O RETORNO  *
000600*    VEM NO LAYOUT UORGS190                                     *
000700*****************************************************************
000800 01  UORGS189-REGISTRO.
000900     03 UORGS189-TIPO-REG           PIC X(1).
001000        88 UORGS189-REG-HEADER           VALUE '0'.
001100        88 UORGS189-REG-DETALHE          VALUE '1'.
001200        88 UORGS189-REG-TRAILER          VALUE '9'.
001300     03 UORGS189-DET-HEADER.
001400        05 UORGS189-HDR-DGERACAO       PIC 9(8).
001500        05 FILLER                     PIC X(71).
001600     03 UORGS189-DET-DETALHE REDEFINES UORGS189-DET-HEADER.
001700        05 UORGS189-NSEQ-SOLTC-MANUT   PIC 9(10).
001800        05 UORGS189-NINSCR-REG-EMPR    PIC 9(11).
001900        05 FILLER                     PIC X(58).
002000     03 UORGS189-DET-TRAILER REDEFINES UORGS189-DET-HEADER.
002100        05 UORGS189-TRL-QTDE-REGS      PIC 9(9).
002200        05 FILLER                     PIC X(70).
