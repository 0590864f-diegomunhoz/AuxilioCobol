001800*                REVOGADOS SAO EXCLUIDOS DE TACSSO_UND_ORGNZ E   *
001900*                PARES SEM RESPOSTA VAO PARA O RELATORIO DE      *
002000*                ESCALONAMENTO UORGR070.                         *
002010* 14/10/2026 ES  PAR REVOGADO DEIXA MARCA DE EXCLUSAO EM        *
002020*                TEXCL_REG_DW (UORG0180) PARA O ARQUIVO DIARIO  *
002030*                DO DW (UORG0181).                              *
002100******************************************************************
002200*
002300*    FUNCAO: LE A PLANILHA DE RECERTIFICACAO DEVOLVIDA
006600     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
006700     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
006800     05 WS-CTPO-ACSSO-ORGNZ      PIC S9(2)V COMP-3.
006810     05 WS-CTPO-DW-ED            PIC 9(2).
006900     05 WS-CUSUARIO              PIC X(9) VALUE 'UORG0070'.
007000 COPY UORGS069.
007100 COPY UORGR070.
007110 COPY UORGL180.
007200 PROCEDURE DIVISION.
007300******************************************************************
007400*    0000-MAINLINE                                               *
016800     END-EXEC.
016900     EVALUATE TRUE
017000         WHEN SQLCODE = ZERO
017010             PERFORM 5050-MARCAR-EXCLUSAO-DW
017020                 THRU 5050-MARCAR-EXCLUSAO-DW-EXIT
017100             ADD 1 TO WS-QTDE-REVOGADA
017200             PERFORM 6100-CHECKPOINT
017300                 THRU 6100-CHECKPOINT-EXIT
026200     END-READ.
026300 8000-LER-PLANILHA-EXIT.
026400     EXIT.
026410******************************************************************
026420*    5050-MARCAR-EXCLUSAO-DW                                     *
026430*    REGISTRA O PAR REVOGADO PARA O ARQUIVO DO DATA WAREHOUSE,   *
026440*    NA MESMA UNIDADE DE TRABALHO DA EXCLUSAO                    *
026450******************************************************************
026460 5050-MARCAR-EXCLUSAO-DW        SECTION.
026470     MOVE 06 TO UORGL180-CTAB-DW.
026480     MOVE WS-CPSSOA-JURID TO UORGL180-CPSSOA-JURID.
026490     MOVE WS-NSEQ-UND-ORGNZ TO UORGL180-NSEQ-UND-ORGNZ.
026500     MOVE WS-CTPO-ACSSO-ORGNZ TO WS-CTPO-DW-ED.
026510     MOVE WS-CTPO-DW-ED TO UORGL180-CCHAVE-COMPL.
026520     MOVE 'UORG0070' TO UORGL180-CPGM-EXCL.
026530     CALL 'UORG0180' USING UORGL180-PARMS.
026540     IF NOT UORGL180-OK
026550         DISPLAY 'UORG0070 - ERRO ' UORGL180-RETORNO
026560             ' NA MARCA DE EXCLUSAO DO PAR REVOGADO'
026570     END-IF.
026580 5050-MARCAR-EXCLUSAO-DW-EXIT.
026590     EXIT.
