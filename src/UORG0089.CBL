001600*                INTERFACE GERADOS E NAO CONFIRMADOS ALEM DO     *
001700*                PRAZO (TCTRL_TRANSM_ARQ), COM OS DADOS PARA     *
001800*                LOCALIZAR E RETRANSMITIR A GERACAO.             *
001810* 15/10/2026 ES  GERACAO SEM CONFIRMACAO EMITE ALERTA AO         *
001820*                PLANTAO (UORG0216, TIPO TRANSM).                *
001900******************************************************************
002000*
002100*    FUNCAO: PERCORRE TCTRL_TRANSM_ARQ COM CSIT_TRANSM = 0
002300*    WS-PRAZO-HORAS HORAS, IMPRIMINDO INTERFACE, SEQUENCIAL,
002400*    TIMESTAMP DE GERACAO, QUANTIDADE DE REGISTROS E TOTAL DO
002500*    TRAILER - O SUFICIENTE PARA LOCALIZAR E REENVIAR A GERACAO
002510*    EXATA. CADA GERACAO PENDENTE E TAMBEM AVISADA AO PLANTAO
002520*    PELA UORG0216 (TIPO TRANSM, CHAVE INTERFACE + SEQUENCIAL),
002530*    COM COMMIT NO FIM DA LEITURA.
002700*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005400     05 WS-HGERACAO              PIC X(26).
005500     05 WS-QREG-ARQUIVO          PIC S9(9)V COMP-3.
005600     05 WS-QTOTAL-TRAILER        PIC S9(9)V COMP-3.
005610     05 WS-NSEQ-GERACAO-ED       PIC 9(9).
005620 COPY UORGL216.
005700 COPY UORGR089.
005800 PROCEDURE DIVISION.
005900******************************************************************
008200     EXEC SQL
008300         CLOSE CUR-UORG0089
008400     END-EXEC.
008410     EXEC SQL
008420         COMMIT
008430     END-EXEC.
008500     MOVE SPACES TO UORGR089-LINHA.
008600     MOVE '0' TO UORGR089-CTL-IMPRESSAO.
008700     MOVE 'TOTAL DE GERACOES SEM CONFIRMACAO:'
010900     MOVE 'SEM CONFIRMACAO, RETRANSMITIR'
011000         TO UORGR089-MENSAGEM.
011100     WRITE REL-UORGR089-REG FROM UORGR089-LINHA.
011110     PERFORM 2100-EMITIR-ALERTA
011120         THRU 2100-EMITIR-ALERTA-EXIT.
011200     PERFORM 8000-LER-CURSOR
011300         THRU 8000-LER-CURSOR-EXIT.
011400 2000-IMPRIMIR-PENDENTE-EXIT.
011500     EXIT.
011502******************************************************************
011504*    2100-EMITIR-ALERTA                                         *
011506*    AVISA O PLANTAO DA GERACAO SEM CONFIRMACAO (UORG0216)      *
011508******************************************************************
011510 2100-EMITIR-ALERTA             SECTION.
011512     MOVE WS-NSEQ-GERACAO TO WS-NSEQ-GERACAO-ED.
011514     MOVE SPACES TO UORGL216-PARMS.
011516     MOVE 'R' TO UORGL216-FUNCTION.
011518     MOVE 'UORG0089' TO UORGL216-CORIGEM.
011520     MOVE 'TRANSM' TO UORGL216-CTPO-ALERTA.
011522     STRING WS-CINTERF ' ' WS-NSEQ-GERACAO-ED
011524            DELIMITED BY SIZE INTO UORGL216-RCHAVE.
011526     STRING 'GERACAO ' WS-CINTERF ' ' WS-NSEQ-GERACAO-ED
011528            ' SEM CONFIRMACAO DESDE ' WS-HGERACAO (1:16)
011530            DELIMITED BY SIZE INTO UORGL216-RTEXTO.
011532     CALL 'UORG0216' USING UORGL216-PARMS.
011534     IF UORGL216-ERRO-SQL
011536         DISPLAY 'UORG0089 - ERRO NO REGISTRO DO ALERTA DE '
011538             WS-CINTERF
011540     END-IF.
011542 2100-EMITIR-ALERTA-EXIT.
011544     EXIT.
011600******************************************************************
011700*    8000-LER-CURSOR                                            *
011800******************************************************************
