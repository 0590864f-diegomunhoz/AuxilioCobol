000200*    UORGS040 - LAYOUT DO ARQUIVO DE RETORNO DO BACEN PARA A    *
000300*    REMESSA DE CADASTRO DE UNIDADES (UORGS011), COM O ACEITE   *
000400*    OU A REJEICAO DE CADA UNIDADE ENVIADA                      *
000410*    NDEPEND-BACEN: NUMERO DA DEPENDENCIA NO BACEN; QUANDO      *
000420*    INFORMADO, A UNIDADE E OBTIDA PELA TABELA DE CODIGOS       *
000430*    EXTERNOS (TIDENT_EXTER_UND, SISTEMA 'BACEN')               *
000500*****************************************************************
000600 01  UORGS040-REGISTRO.
000700     03 UORGS040-TIPO-REG           PIC X(1).
001900           88 UORGS040-REJEITADO           VALUE 'R'.
002000        05 UORGS040-CMOTIV-REJEI       PIC X(4).
002100        05 UORGS040-RMOTIV-REJEI       PIC X(40).
002110        05 UORGS040-NDEPEND-BACEN      PIC X(10).
002120        05 FILLER                     PIC X(51).
002300     03 UORGS040-DET-TRAILER REDEFINES UORGS040-DET-HEADER.
002400        05 UORGS040-TRL-QTDE-REGS      PIC 9(9).
002500        05 FILLER                     PIC X(115).
