001600*                DE SQL (TLOG_ERRO_SQL): O DETALHE DO SQLCODE    *
001700*                DEIXA DE MORRER COM O JOB E PASSA A ALIMENTAR   *
001800*                O RELATORIO DIARIO DE OPERACOES (UORG0075).     *
001810* 15/10/2026 ES  SQLCODE DE AMBIENTE (RECURSO INDISPONIVEL,      *
001820*                DEADLOCK/TIMEOUT, PACOTE, CONEXAO) EMITE ALERTA *
001830*                AO PLANTAO (UORG0216, TIPO ERROSQL).            *
001900******************************************************************
002000*
002100*    FUNCAO: SUBPROGRAMA DE SERVICO CHAMADO POR QUALQUER
002500*    PROCESSAMENTO COM O TIMESTAMP DA OCORRENCIA. O PROPRIO
002600*    INSERT FALHANDO DEVOLVE '99' E NADA MAIS - O REGISTRO DO
002700*    ERRO NUNCA PODE DERRUBAR A ROTINA CHAMADORA. NAO EFETUA
002710*    COMMIT. OS SQLCODES QUE APONTAM PROBLEMA DE AMBIENTE E NAO
002720*    DE DADO (-904, -911, -913, -805, -818, -922, -923, -924)
002730*    EMITEM TAMBEM ALERTA AO PLANTAO PELA UORG0216 (TIPO
002740*    ERROSQL, CHAVE PROGRAMA + SQLCODE); OS DEMAIS FICAM SO NO
002750*    RELATORIO UORG0075.
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003600     EXEC SQL INCLUDE SQLCA END-EXEC.
003700 01  WS-AREA-TRABALHO.
003800     05 WS-NSQLCODE              PIC S9(9)V COMP-3.
003810     05 WS-NSQLCODE-ED           PIC -(9)9.
003820 COPY UORGL216.
003900 LINKAGE SECTION.
004000 COPY UORGL074.
004100 PROCEDURE DIVISION USING UORGL074-PARMS.
005600     IF SQLCODE NOT = ZERO
005700         MOVE '99' TO UORGL074-RETORNO
005800     END-IF.
005810     IF WS-NSQLCODE = -904 OR -911 OR -913 OR -805
005820                   OR -818 OR -922 OR -923 OR -924
005830         PERFORM 1000-EMITIR-ALERTA
005840             THRU 1000-EMITIR-ALERTA-EXIT
005850     END-IF.
005900 0000-MAINLINE-EXIT.
006000     GOBACK.
006010******************************************************************
006020*    1000-EMITIR-ALERTA                                         *
006030*    AVISA O PLANTAO DO ERRO DE AMBIENTE (UORG0216)             *
006040******************************************************************
006050 1000-EMITIR-ALERTA             SECTION.
006060     MOVE WS-NSQLCODE TO WS-NSQLCODE-ED.
006070     MOVE SPACES TO UORGL216-PARMS.
006080     MOVE 'R' TO UORGL216-FUNCTION.
006090     MOVE 'UORG0074' TO UORGL216-CORIGEM.
006100     MOVE 'ERROSQL' TO UORGL216-CTPO-ALERTA.
006110     STRING UORGL074-CPGM ' ' WS-NSQLCODE-ED
006120            DELIMITED BY SIZE INTO UORGL216-RCHAVE.
006130     STRING UORGL074-CPGM ' SQLCODE ' WS-NSQLCODE-ED ' EM '
006140            UORGL074-RPARAG
006150            DELIMITED BY SIZE INTO UORGL216-RTEXTO.
006160     CALL 'UORG0216' USING UORGL216-PARMS.
006170 1000-EMITIR-ALERTA-EXIT.
006180     EXIT.
