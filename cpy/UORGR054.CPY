000300*    CARGA MENSAL DE LOTACAO DO RH (UORGS054): REGISTROS DO RH  *
000400*    SEM UNIDADE ATIVA CORRESPONDENTE E UNIDADES ATIVAS NAO     *
000500*    INFORMADAS PELO RH                                         *
000510*    COM O CODIGO DE LOTACAO DO RH (CLOTAC-RH) DE CADA LADO     *
000600*****************************************************************
000700 01  UORGR054-LINHA.
000800     03 UORGR054-CTL-IMPRESSAO      PIC X(1).
001400        05 UORGR054-QFUNC-ATUAL     PIC ZZ,ZZ9.
001500        05 FILLER                  PIC X(2)  VALUE SPACES.
001600        05 UORGR054-MENSAGEM        PIC X(45).
001610        05 FILLER                  PIC X(2)  VALUE SPACES.
001620        05 UORGR054-CLOTAC-RH       PIC X(10).
001700     03 UORGR054-TOTAL REDEFINES UORGR054-DETALHE.
001800        05 FILLER                  PIC X(4)  VALUE SPACES.
001900        05 UORGR054-TOT-ROTULO      PIC X(45).
