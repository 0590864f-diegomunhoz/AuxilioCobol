000300*    DE LOCACAO (TCONTR_LOCAC): UNIDADE, SEQUENCIAL DO          *
000400*    CONTRATO, LOCADOR, VIGENCIA, PRAZO DE AVISO PREVIO EM DIAS *
000500*    E ALUGUEL MENSAL, COM FUNCAO 'I' (INCLUI/ATUALIZA) OU 'E'  *
000600*    (EXCLUI). CINDIC-REAJ E O INDICE CONTRATUAL DO REAJUSTE    *
000610*    ANUAL NO ANIVERSARIO DO CONTRATO (IGPM OU IPCA; BRANCOS =  *
000620*    IGPM)                                                      *
000700*****************************************************************
000800 01  UORGS110-REGISTRO.
000900     03 UORGS110-FUNCAO              PIC X(1).
001800     03 UORGS110-QDIAS-AVISO         PIC 9(3).
001900     03 UORGS110-VALUGL-MENSAL       PIC 9(9)V99.
002000     03 UORGS110-CUSUARIO            PIC X(9).
002010     03 UORGS110-CINDIC-REAJ         PIC X(4).
002020        88 UORGS110-INDICE-VALIDO        VALUE 'IGPM' 'IPCA'.
002100     03 FILLER                       PIC X(4).
