001600*                DE LOCACAO (TCONTR_LOCAC) POR ARQUIVO, NOS      *
001700*                MOLDES DA UORG0084, PARA O RELATORIO DE         *
001800*                RENOVACOES (UORG0111).                          *
001810* 14/10/2026 ES  INDICE CONTRATUAL DE REAJUSTE (CINDIC_REAJ) NO  *
001820*                REGISTRO, PARA O REAJUSTE ANUAL DA UORG0159.    *
001900******************************************************************
002000*
002100*    FUNCAO: LE O ARQUIVO UORGS110 E APLICA CADA REGISTRO NO
002200*    CADASTRO DE CONTRATOS DE LOCACAO: FUNCAO 'I' INCLUI OU
002300*    ATUALIZA O CONTRATO (UNIDADE EXISTENTE EM TUND_ORGNZ,
002400*    DATAS NUMERICAS COM INICIO ANTERIOR AO FIM, AVISO PREVIO
002500*    EM DIAS, ALUGUEL MENSAL E INDICE DE REAJUSTE IGPM/IPCA -
002510*    BRANCOS ASSUMEM IGPM); FUNCAO 'E' EXCLUI. COMMIT A
002600*    CADA WS-INTERVALO-CKPT APLICACOES.
002700*
002800 ENVIRONMENT DIVISION.
006200     05 WS-QDIAS-AVISO           PIC S9(3)V COMP-3.
006300     05 WS-VALUGL-MENSAL         PIC S9(9)V99 COMP-3.
006400     05 WS-CUSUARIO              PIC X(9).
006410     05 WS-CINDIC-REAJ           PIC X(4).
006500 COPY UORGS110.
006600 COPY UORGL043.
006700 PROCEDURE DIVISION.
013500         OR UORGS110-VALUGL-MENSAL IS NOT NUMERIC
013600         OR UORGS110-DINIC-CONTR >= UORGS110-DFIM-CONTR
013700         OR UORGS110-ILOCADOR = SPACES
013710         OR (UORGS110-CINDIC-REAJ NOT = SPACES
013720             AND NOT UORGS110-INDICE-VALIDO)
013800         DISPLAY 'UORG0110 - CONTRATO INVALIDO, UNIDADE '
013900             UORGS110-CPSSOA-JURID '/'
014000             UORGS110-NSEQ-UND-ORGNZ
015900     MOVE UORGS110-ILOCADOR TO WS-ILOCADOR.
016000     MOVE UORGS110-QDIAS-AVISO TO WS-QDIAS-AVISO.
016100     MOVE UORGS110-VALUGL-MENSAL TO WS-VALUGL-MENSAL.
016110     IF UORGS110-CINDIC-REAJ = SPACES
016120         MOVE 'IGPM' TO WS-CINDIC-REAJ
016130     ELSE
016140         MOVE UORGS110-CINDIC-REAJ TO WS-CINDIC-REAJ
016150     END-IF.
016200     STRING UORGS110-DINIC-CONTR (1:4) '-'
016300            UORGS110-DINIC-CONTR (5:2) '-'
016400            UORGS110-DINIC-CONTR (7:2)
017400                DFIM_CONTR    = :WS-DFIM-CONTR,
017500                QDIAS_AVISO   = :WS-QDIAS-AVISO,
017600                VALUGL_MENSAL = :WS-VALUGL-MENSAL,
017610                CINDIC_REAJ   = :WS-CINDIC-REAJ,
017700                CUSUAR_MANUT  = :WS-CUSUARIO,
017800                HMANUT_REG    = CURRENT TIMESTAMP
017900          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
018600                    (CPSSOA_JURID, NSEQ_UND_ORGNZ, NSEQ_CONTR,
018700                     ILOCADOR, DINIC_CONTR, DFIM_CONTR,
018800                     QDIAS_AVISO, VALUGL_MENSAL,
018810                     CINDIC_REAJ,
018900                     CUSUAR_INCL, HINCL_REG)
019000             VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
019100                     :WS-NSEQ-CONTR, :WS-ILOCADOR,
019200                     :WS-DINIC-CONTR, :WS-DFIM-CONTR,
019300                     :WS-QDIAS-AVISO, :WS-VALUGL-MENSAL,
019310                     :WS-CINDIC-REAJ,
019400                     :WS-CUSUARIO, CURRENT TIMESTAMP)
019500         END-EXEC
019600     END-IF.
