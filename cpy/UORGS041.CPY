000200*    UORGS041 - LAYOUT DO ARQUIVO DE RETORNO DO SISTEMA DE      *
000300*    CHAMADOS DE FACILITIES COM O ENCERRAMENTO DOS CHAMADOS     *
000400*    ABERTOS A PARTIR DA EXTRACAO UORGS029                      *
000410*    CSITE-FACIL: CODIGO DO SITE NO FACILITIES (OPCIONAL),      *
000420*    TRADUZIDO PELA TABELA DE CODIGOS EXTERNOS (SISTEMA 'FACIL')*
000500*****************************************************************
000600 01  UORGS041-REGISTRO.
000700     03 UORGS041-TIPO-REG           PIC X(1).
001500        05 UORGS041-NSEQ-SOLTC-MANUT   PIC 9(10).
001600        05 UORGS041-CTPO-SIT-PRDIO     PIC 9(2).
001700        05 UORGS041-DATA-FECHTO        PIC 9(8).
001710        05 UORGS041-CSITE-FACIL        PIC X(10).
001720        05 FILLER                     PIC X(102).
001900     03 UORGS041-DET-TRAILER REDEFINES UORGS041-DET-HEADER.
002000        05 UORGS041-TRL-QTDE-REGS      PIC 9(9).
002100        05 FILLER                     PIC X(115).
