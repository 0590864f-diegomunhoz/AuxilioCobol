000300*    DE EXECUCAO DE BATCH NA TABELA DE CONTROLE               *
000400*    TCTRL_EXEC_BATCH. FUNCAO 'I' ABRE O REGISTRO DA EXECUCAO  *
000500*    (DEVOLVE HINIC-EXEC) E FUNCAO 'F' ENCERRA A EXECUCAO COM  *
000600*    OS TOTAIS E O CODIGO DE TERMINO. FUNCAO 'P' ABRE O       *
000610*    REGISTRO COM O HINIC-EXEC INFORMADO PELO CHAMADOR        *
000620*    (EXECUCAO PARTICIONADA CONSOLIDADA PELA UORG0182)        *
000700*****************************************************************
000800 01  UORGL043-PARMS.
000900     03 UORGL043-FUNCTION             PIC X(1).
001000        88 UORGL043-INICIO                VALUE 'I'.
001100        88 UORGL043-FIM                   VALUE 'F'.
001110        88 UORGL043-INICIO-INFORMADO      VALUE 'P'.
001200     03 UORGL043-CPGM-BATCH           PIC X(8).
001300     03 UORGL043-HINIC-EXEC           PIC X(26).
001400     03 UORGL043-QTDE-LIDOS           PIC S9(9)V COMP-3.
