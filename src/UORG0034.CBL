001834* 22/08/2026 ES  GERACAO DO ARQUIVO DE ARQUIVAMENTO REGISTRADA *
001844*                NO CONTROLE DE TRANSMISSAO TCTRL_TRANSM_ARQ    *
001854*                VIA UORG0087.                                  *
001856* 14/10/2026 ES  CADA EXPURGO DE TUND_ORGNZ, TENDRC_UND_ORGNZ,  *
001858*                TAREA_CONSD_UND E TACSSO_UND_ORGNZ DEIXA       *
001860*                MARCA DE EXCLUSAO EM TEXCL_REG_DW (UORG0180)   *
001862*                PARA O ARQUIVO DIARIO DO DW (UORG0181).        *
001864* 15/10/2026 ES  O EXPURGO REMOVE O PAR DE CONTINGENCIA         *
001866*                (TPAR_CONTNG_UND) DA UNIDADE; O PAR EM QUE     *
001868*                ELA E A CONTINGENCIA FICA, PARA A UORG0200.    *
001873******************************************************************
001874*
001884*    FUNCAO: ARQUIVA EM UORGS034 (HEADER/DETALHE/TRAILER) E EM
001894*    SEGUIDA EXPURGA DE TUND_ORGNZ AS UNIDADES JA ENCERRADAS
002724 COPY UORGL072.
002734 COPY UORGL087.
002744 COPY UORGL043.
002749 COPY UORGL180.
002754 PROCEDURE DIVISION.
002764******************************************************************
002774*    0000-MAINLINE                                               *
005824          WHERE CPSSOA_JURID = :WS-CPSSOA-JURID
005834            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
005844     END-EXEC.
005845     IF SQLCODE = ZERO
005846         MOVE 06 TO UORGL180-CTAB-DW
005847         PERFORM 4150-MARCAR-EXCLUSAO-DW
005848             THRU 4150-MARCAR-EXCLUSAO-DW-EXIT
005849     END-IF.
005854     EXEC SQL
005864         DELETE FROM DB2PRD.TAREA_CONSD_UND
005874          WHERE CPSSOA_JURID = :WS-CPSSOA-JURID
005884            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
005894     END-EXEC.
005895     IF SQLCODE = ZERO
005896         MOVE 05 TO UORGL180-CTAB-DW
005897         PERFORM 4150-MARCAR-EXCLUSAO-DW
005898             THRU 4150-MARCAR-EXCLUSAO-DW-EXIT
005899     END-IF.
005904     EXEC SQL
005914         DELETE FROM DB2PRD.TENDRC_UND_ORGNZ
005924          WHERE CPSSOA_JURID = :WS-CPSSOA-JURID
005934            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
005944     END-EXEC.
005945     IF SQLCODE = ZERO
005946         MOVE 02 TO UORGL180-CTAB-DW
005947         PERFORM 4150-MARCAR-EXCLUSAO-DW
005948             THRU 4150-MARCAR-EXCLUSAO-DW-EXIT
005949     END-IF.
005954     EXEC SQL
005964         DELETE FROM DB2PRD.TRTRNO_REMSA_UND
005974          WHERE CPSSOA_JURID = :WS-CPSSOA-JURID
005984            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
005994     END-EXEC.
005995     EXEC SQL
005996         DELETE FROM DB2PRD.TPAR_CONTNG_UND
005997          WHERE CPSSOA_JURID = :WS-CPSSOA-JURID
005998            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
005999     END-EXEC.
006004     EXEC SQL
006014         DELETE FROM DB2PRD.TUND_ORGNZ
006024          WHERE CPSSOA_JURID = :WS-CPSSOA-JURID
006034            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
006044     END-EXEC.
006045     IF SQLCODE = ZERO
006046         MOVE 01 TO UORGL180-CTAB-DW
006047         PERFORM 4150-MARCAR-EXCLUSAO-DW
006048             THRU 4150-MARCAR-EXCLUSAO-DW-EXIT
006049     END-IF.
006054 4100-EXPURGAR-UNIDADE-EXIT.
006064     EXIT.
006074******************************************************************
008604     END-IF.
008614 8400-LER-CURSOR-ENDERECO-EXIT.
008624     EXIT.
008634******************************************************************
008644*    4150-MARCAR-EXCLUSAO-DW                                     *
008654*    REGISTRA A EXCLUSAO FISICA PARA O ARQUIVO DO DATA WAREHOUSE *
008664*    (CHAVE COMPLEMENTAR EM BRANCO = TODAS AS LINHAS DA UNIDADE) *
008674******************************************************************
008684 4150-MARCAR-EXCLUSAO-DW        SECTION.
008694     MOVE WS-CPSSOA-JURID TO UORGL180-CPSSOA-JURID.
008704     MOVE WS-NSEQ-UND-ORGNZ TO UORGL180-NSEQ-UND-ORGNZ.
008714     MOVE SPACES TO UORGL180-CCHAVE-COMPL.
008724     MOVE 'UORG0034' TO UORGL180-CPGM-EXCL.
008734     CALL 'UORG0180' USING UORGL180-PARMS.
008744     IF NOT UORGL180-OK
008754         DISPLAY 'UORG0034 - ERRO ' UORGL180-RETORNO
008764             ' NA MARCA DE EXCLUSAO DA TABELA ' UORGL180-CTAB-DW
008774     END-IF.
008784 4150-MARCAR-EXCLUSAO-DW-EXIT.
008794     EXIT.
