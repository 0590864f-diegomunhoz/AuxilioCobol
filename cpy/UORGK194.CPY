000100*****************************************************************
000200*    UORGK194 - ARQUIVO DE CONTROLE DA ANALISE DE IMPACTO DE    *
000300*    ENCERRAMENTO: UM REGISTRO POR UNIDADE CANDIDATA, COM O     *
000400*    RAIO DE BUSCA EM KM (ZERO = 50) E A QUANTIDADE MAXIMA DE   *
000500*    ALTERNATIVAS LISTADAS (ZERO = 10)                          *
000600*****************************************************************
000700 01  UORGK194-REGISTRO.
000800     03 UORGK194-CPSSOA-JURID        PIC 9(10).
000900     03 UORGK194-NSEQ-UND-ORGNZ      PIC 9(8).
001000     03 UORGK194-RAIO-KM             PIC 9(3).
001100     03 UORGK194-QTDE-MAX            PIC 9(2).
001200     03 FILLER                       PIC X(57).
