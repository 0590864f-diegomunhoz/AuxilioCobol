001800*                LINHAS DE TMANUT_PRDIO_OCPDO SEM SOLICITACAO EM *
001900*                TMANUT_EMPR_GRP, COM MODO DE APLICACAO QUE      *
002000*                EXCLUI E TENDENCIA CONTRA A EXECUCAO ANTERIOR.  *
002010* 14/10/2026 ES  EXCLUSOES DE TACSSO_UND_ORGNZ E DE             *
002020*                TAREA_CONSD_UND NO MODO DE APLICACAO DEIXAM    *
002030*                MARCA EM TEXCL_REG_DW (UORG0180) PARA O        *
002040*                ARQUIVO DIARIO DO DW (UORG0181).               *
002100******************************************************************
002200*
002300*    FUNCAO: TRES VARREDURAS DE ORFAOS, CADA UMA COM SEU CURSOR
008200     05 WS-NSEQ-ED               PIC 9(8).
008300     05 WS-CODIGO-ED             PIC 9(2).
008400     05 WS-NSEQ-SOLTC-ED         PIC 9(10).
008410     05 WS-CTPO-DW-ED            PIC 9(2).
008500 COPY UORGK068.
008600 COPY UORGK069.
008700 COPY UORGR068.
008710 COPY UORGL180.
008800 PROCEDURE DIVISION.
008900******************************************************************
009000*    0000-MAINLINE                                               *
018300                AND CPSSOA_JURID     = :WS-CPSSOA-JURID
018400                AND NSEQ_UND_ORGNZ   = :WS-NSEQ-UND-ORGNZ
018500             END-EXEC
018510         MOVE 06 TO UORGL180-CTAB-DW
018520         MOVE WS-CTPO-ACSSO-ORGNZ TO WS-CTPO-DW-ED
018600         PERFORM 6100-CONFERIR-EXCLUSAO
018700             THRU 6100-CONFERIR-EXCLUSAO-EXIT
018800     END-IF.
024200                AND NSEQ_UND_ORGNZ  = :WS-NSEQ-UND-ORGNZ
024300                AND CTPO_AREA_CONSD = :WS-CTPO-AREA-CONSD
024400             END-EXEC
024410         MOVE 05 TO UORGL180-CTAB-DW
024420         MOVE WS-CTPO-AREA-CONSD TO WS-CTPO-DW-ED
024500         PERFORM 6100-CONFERIR-EXCLUSAO
024600             THRU 6100-CONFERIR-EXCLUSAO-EXIT
024700     END-IF.
029600              WHERE NSEQ_SOLTC_MANUT = :WS-NSEQ-SOLTC-MANUT
029700                AND CTPO_SIT_PRDIO   = :WS-CTPO-SIT-PRDIO
029800             END-EXEC
029810         MOVE ZERO TO UORGL180-CTAB-DW
029900         PERFORM 6100-CONFERIR-EXCLUSAO
030000             THRU 6100-CONFERIR-EXCLUSAO-EXIT
030100     END-IF.
033000             ' NA EXCLUSAO DE ' UORGR068-TABELA
033100         GO TO 6100-CONFERIR-EXCLUSAO-EXIT
033200     END-IF.
033210     IF UORGL180-CTAB-DW NOT = ZERO
033220         PERFORM 6150-MARCAR-EXCLUSAO-DW
033230             THRU 6150-MARCAR-EXCLUSAO-DW-EXIT
033240     END-IF.
033300     ADD 1 TO WS-CONTADOR-CKPT.
033400     IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
033500         EXEC SQL
045100     END-IF.
045200 8200-LER-OCPDO-EXIT.
045300     EXIT.
045310******************************************************************
045320*    6150-MARCAR-EXCLUSAO-DW                                     *
045330*    REGISTRA A LINHA EXCLUIDA PARA O ARQUIVO DO DATA WAREHOUSE, *
045340*    NA MESMA UNIDADE DE TRABALHO DA EXCLUSAO                    *
045350******************************************************************
045360 6150-MARCAR-EXCLUSAO-DW        SECTION.
045370     MOVE WS-CPSSOA-JURID TO UORGL180-CPSSOA-JURID.
045380     MOVE WS-NSEQ-UND-ORGNZ TO UORGL180-NSEQ-UND-ORGNZ.
045390     MOVE WS-CTPO-DW-ED TO UORGL180-CCHAVE-COMPL.
045400     MOVE 'UORG0068' TO UORGL180-CPGM-EXCL.
045410     CALL 'UORG0180' USING UORGL180-PARMS.
045420     IF NOT UORGL180-OK
045430         DISPLAY 'UORG0068 - ERRO ' UORGL180-RETORNO
045440             ' NA MARCA DE EXCLUSAO DE ' UORGR068-TABELA
045450     END-IF.
045460 6150-MARCAR-EXCLUSAO-DW-EXIT.
045470     EXIT.
