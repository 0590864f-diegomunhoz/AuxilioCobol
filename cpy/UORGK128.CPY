000200*    UORGK128 - ARQUIVO DE CONTROLE DA ANALISE DE COBERTURA DE  *
000300*    MUNICIPIOS: LIMITE DE POPULACAO ACIMA DO QUAL UM MUNICIPIO *
000400*    SEM UNIDADE ATIVA E APONTADO COMO LACUNA DE EXPANSAO       *
000410*    E NUMERO MINIMO DE DIAS DE PARADA NO MES PELO QUAL UM      *
000420*    MUNICIPIO SERVIDO POR UNIDADE ITINERANTE CONTA COMO        *
000430*    PARCIALMENTE COBERTO (ZEROS OU BRANCOS = 4 DIAS)           *
000500*****************************************************************
000600 01  UORGK128-REGISTRO.
000700     03 UORGK128-QPOPUL-LIMITE       PIC 9(9).
000710     03 UORGK128-QDIAS-PARCIAL       PIC 9(2).
