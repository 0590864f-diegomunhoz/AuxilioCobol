000100*****************************************************************
000200*    UORGS054 - ARQUIVO MENSAL DE LOTACAO DO SISTEMA DE RH      *
000300*    (HEADER/DETALHE/TRAILER), CLASSIFICADO PELO CODIGO DE      *
000400*    LOTACAO DO RH, COM O EFETIVO ATUAL DE CADA UNIDADE PARA    *
000500*    ATUALIZACAO DE QFUNC_ATUAL_UND_ORGNZ                       *
000510*    O BATIMENTO E PELO CODIGO DE LOTACAO DO RH (CLOTAC-RH),    *
000520*    TRADUZIDO PELA TABELA DE CODIGOS EXTERNOS (SISTEMA 'RH');  *
000530*    O ARQUIVO VEM CLASSIFICADO POR CLOTAC-RH E AS POSICOES DE  *
000540*    CPSSOA_JURID/NSEQ_UND_ORGNZ SAO MANTIDAS SEM USO NA CARGA  *
000600*****************************************************************
000700 01  UORGS054-REGISTRO.
000800     03 UORGS054-TIPO-REG           PIC X(1).
001600        05 UORGS054-CPSSOA-JURID       PIC 9(10).
001700        05 UORGS054-NSEQ-UND-ORGNZ     PIC 9(8).
001800        05 UORGS054-QFUNC-ATUAL        PIC 9(5).
001900        05 UORGS054-CLOTAC-RH          PIC X(10).
002000     03 UORGS054-DET-TRAILER REDEFINES UORGS054-DET-HEADER.
002100        05 UORGS054-TRL-QTDE-REGS      PIC 9(9).
002200        05 FILLER                     PIC X(24).
