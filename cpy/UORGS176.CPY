000100*****************************************************************
000200*    UORGS176 - ARQUIVO DE MANUTENCAO DO INVENTARIO DE          *
000300*    CIRCUITOS DE DADOS POR UNIDADE (TCIRC_DADOS_UND):          *
000400*    OPERADORA E IDENTIFICADOR DO CIRCUITO NA OPERADORA         *
000500*    (CHAVE), UNIDADE, VELOCIDADE EM KBPS E MENSALIDADE COM     *
000600*    DUAS DECIMAIS IMPLICITAS; FUNCAO 'I' (INCLUI/ATUALIZA) OU  *
000700*    'E' (EXCLUI DO INVENTARIO)                                 *
000800*****************************************************************
000900 01  UORGS176-REGISTRO.
001000     03 UORGS176-FUNCAO              PIC X(1).
001100        88 UORGS176-INCLUIR              VALUE 'I'.
001200        88 UORGS176-EXCLUIR              VALUE 'E'.
001300     03 UORGS176-COPERD-TELECOM      PIC 9(5).
001400     03 UORGS176-CCIRC-DADOS         PIC X(20).
001500     03 UORGS176-CPSSOA-JURID        PIC 9(10).
001600     03 UORGS176-NSEQ-UND-ORGNZ      PIC 9(8).
001700     03 UORGS176-QVELOC-KBPS         PIC 9(7).
001800     03 UORGS176-VMENS-CIRC          PIC 9(7)V99.
001900     03 UORGS176-CUSUARIO            PIC X(9).
002000     03 FILLER                       PIC X(11).
