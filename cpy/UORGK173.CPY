000100*****************************************************************
000200*    UORGK173 - CARTOES DE DESTINACAO DOS BENS DAS UNIDADES EM  *
000300*    ENCERRAMENTO: UM CARTAO POR UNIDADE A ENCERRAR (ORIGEM)    *
000400*    COM A UNIDADE ATIVA QUE RECEBE OS BENS EM SUA CUSTODIA     *
000500*    (DESTINO) E O USUARIO RESPONSAVEL                          *
000600*****************************************************************
000700 01  UORGK173-REGISTRO.
000800     03 UORGK173-CPSSOA-JURID-ORIG  PIC 9(10).
000900     03 UORGK173-NSEQ-UND-ORIG      PIC 9(8).
001000     03 UORGK173-CPSSOA-JURID-DEST  PIC 9(10).
001100     03 UORGK173-NSEQ-UND-DEST      PIC 9(8).
001200     03 UORGK173-CUSUARIO           PIC X(9).
001300     03 FILLER                      PIC X(35).
