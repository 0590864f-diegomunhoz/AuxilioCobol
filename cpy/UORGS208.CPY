000100*****************************************************************
000200*    UORGS208 - ARQUIVO DE DESLIGAMENTOS DA GESTAO DE PESSOAS   *
000300*    (RECEBIDO MENSALMENTE), LIDO PELA UORG0208 PARA A          *
000400*    ANONIMIZACAO DOS CONTATOS DE UNIDADE APOS A RETENCAO: UM   *
000500*    REGISTRO POR DESLIGAMENTO, MATRICULA E DATA (AAAAMMDD). O  *
000600*    NOME NAO E GUARDADO PELA UORG                              *
000700*****************************************************************
000800 01  UORGS208-REGISTRO.
000900     03 UORGS208-CMATR-FUNC          PIC X(9).
001000     03 UORGS208-INOME-FUNC          PIC X(40).
001100     03 UORGS208-DDESLG-FUNC         PIC 9(8).
001200     03 UORGS208-DDESLG-R REDEFINES UORGS208-DDESLG-FUNC.
001300        05 UORGS208-DDESLG-AAAA      PIC 9(4).
001400        05 UORGS208-DDESLG-MM        PIC 9(2).
001500        05 UORGS208-DDESLG-DD        PIC 9(2).
001600     03 FILLER                       PIC X(23).
