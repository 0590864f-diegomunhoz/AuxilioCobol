000100*****************************************************************
000200*    UORGS220 - ARQUIVO DE REGISTRO DO AVISO DE RESCISAO DA     *
000300*    LOCACAO DO IMOVEL EM DESMOBILIZACAO (TCASO_DESMOB_PRDIO):  *
000400*    IMOVEL, DATA EM QUE O AVISO FOI ENTREGUE AO LOCADOR        *
000500*    (AAAAMMDD) E USUARIO RESPONSAVEL                           *
000600*****************************************************************
000700 01  UORGS220-REGISTRO.
000800     03 UORGS220-CPRDIO              PIC 9(7).
000900     03 UORGS220-DAVISO-CONTR        PIC 9(8).
001000     03 UORGS220-CUSUARIO            PIC X(9).
001100     03 FILLER                       PIC X(56).
