000200*    UORGS029 - LAYOUT DO ARQUIVO DE EXTRACAO DE                *
000300*    TMANUT_PRDIO_OCPDO PARA O SISTEMA DE CHAMADOS DE            *
000400*    FACILITIES (SITUACOES DE OCUPACAO DE IMOVEL EM ABERTO)      *
000410*    CSITE-FACIL: CODIGO DO SITE NO FACILITIES DO IMOVEL DA     *
000420*    SITUACAO, PELA TABELA DE CODIGOS EXTERNOS (SISTEMA 'FACIL')*
000430*    DE UMA UNIDADE NELE INSTALADA; EM BRANCO SE NAO HOUVER      *
000500*****************************************************************
000600 01  UORGS029-REGISTRO.
000700     03 UORGS029-TIPO-REG           PIC X(1).
001900        05 UORGS029-DATA-INSTA-EMPR    PIC X(10).
002000        05 UORGS029-QTDE-DIAS-ABERTO   PIC 9(5).
002050        05 UORGS029-QTDE-DIAS-UTEIS    PIC 9(5).
002060        05 UORGS029-CSITE-FACIL        PIC X(10).
002070        05 FILLER                     PIC X(60).
002200     03 UORGS029-DET-TRAILER REDEFINES UORGS029-DET-HEADER.
002300        05 UORGS029-TRL-QTDE-REGS      PIC 9(9).
002400        05 FILLER                     PIC X(123).
