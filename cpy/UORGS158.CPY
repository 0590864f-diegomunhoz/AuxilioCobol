000100*****************************************************************
000200*    UORGS158 - ARQUIVO MENSAL DE INDICES ECONOMICOS PARA O     *
000300*    REAJUSTE DE ALUGUEL (TINDIC_ECON): INDICE (IGPM/IPCA),     *
000400*    MES DE REFERENCIA AAAAMM E VARIACAO PERCENTUAL DO MES COM  *
000500*    QUATRO DECIMAIS IMPLICITAS E SINAL EM BYTE PROPRIO, COM    *
000600*    FUNCAO 'I' (INCLUI/ATUALIZA) OU 'E' (EXCLUI)               *
000700*****************************************************************
000800 01  UORGS158-REGISTRO.
000900     03 UORGS158-FUNCAO              PIC X(1).
001000        88 UORGS158-INCLUIR              VALUE 'I'.
001100        88 UORGS158-EXCLUIR              VALUE 'E'.
001200     03 UORGS158-CINDIC-ECON         PIC X(4).
001300        88 UORGS158-INDICE-VALIDO        VALUE 'IGPM' 'IPCA'.
001400     03 UORGS158-AMES-REFER          PIC 9(6).
001500     03 UORGS158-AMES-REFER-R REDEFINES UORGS158-AMES-REFER.
001600        05 UORGS158-ANO-REFER        PIC 9(4).
001700        05 UORGS158-MES-REFER        PIC 9(2).
001800     03 UORGS158-SINAL-VAR           PIC X(1).
001900        88 UORGS158-VAR-POSITIVA         VALUE '+' ' '.
002000        88 UORGS158-VAR-NEGATIVA         VALUE '-'.
002100     03 UORGS158-PVAR-MENSAL         PIC 9(3)V9(4).
002200     03 UORGS158-CUSUARIO            PIC X(9).
002300     03 FILLER                       PIC X(12).
