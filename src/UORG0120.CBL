001700*                TDEPEND_BATCH TERMINOU COM SUCESSO NAS ULTIMAS  *
001800*                24 HORAS (TCTRL_EXEC_BATCH), RECUSANDO A        *
001900*                PARTIDA FORA DE ORDEM.                          *
001910* 15/10/2026 ES  PARTIDA RECUSADA EMITE ALERTA AO PLANTAO        *
001920*                (UORG0216, TIPO PORTEIRO).                      *
002000******************************************************************
002100*
002200*    FUNCAO: SUBPROGRAMA DE SERVICO CHAMADO NO INICIO DO JOB,
002900*    '08' - FOI A FALTA DESTE PORTEIRO QUE DEIXOU A UORG0040
003000*    PROCESSAR UM RETORNO CONTRA A GERACAO ERRADA. PROGRAMA SEM
003100*    PREDECESSOR DECLARADO E SEMPRE LIBERADO. NAO EFETUA
003110*    COMMIT. A RECUSA EMITE ALERTA AO PLANTAO PELA UORG0216
003120*    (TIPO PORTEIRO, CHAVE PROGRAMA + PREDECESSOR), PARA QUE A
003130*    CADEIA PARADA NAO ESPERE A CHEGADA DA EQUIPE DE MANHA.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
004400 01  WS-AREA-TRABALHO.
004500     05 WS-CPGM-PREDEC           PIC X(8).
004600     05 WS-QTDE-SUCESSO          PIC S9(5) COMP VALUE ZERO.
004610     05 WS-RCHAVE-ALERTA         PIC X(40).
004620 COPY UORGL216.
004700 LINKAGE SECTION.
004800 COPY UORGL120.
004900 PROCEDURE DIVISION USING UORGL120-PARMS.
009900         WHEN WS-QTDE-SUCESSO = ZERO
010000             MOVE WS-CPGM-PREDEC TO UORGL120-CPGM-PENDENTE
010100             MOVE '08' TO UORGL120-RETORNO
010110             PERFORM 2000-EMITIR-ALERTA
010120                 THRU 2000-EMITIR-ALERTA-EXIT
010200         WHEN OTHER
010300             PERFORM 8000-LER-CURSOR
010400                 THRU 8000-LER-CURSOR-EXIT
010500     END-EVALUATE.
010600 1000-CONFERIR-PREDECESSOR-EXIT.
010700     EXIT.
010702******************************************************************
010704*    2000-EMITIR-ALERTA                                         *
010706*    AVISA O PLANTAO DA PARTIDA RECUSADA (UORG0216)             *
010708******************************************************************
010710 2000-EMITIR-ALERTA             SECTION.
010712     MOVE SPACES TO UORGL216-PARMS WS-RCHAVE-ALERTA.
010714     MOVE 'R' TO UORGL216-FUNCTION.
010716     MOVE 'UORG0120' TO UORGL216-CORIGEM.
010718     MOVE 'PORTEIRO' TO UORGL216-CTPO-ALERTA.
010720     STRING UORGL120-CPGM-BATCH ' ' WS-CPGM-PREDEC
010722            DELIMITED BY SIZE INTO WS-RCHAVE-ALERTA.
010724     MOVE WS-RCHAVE-ALERTA TO UORGL216-RCHAVE.
010726     STRING 'PARTIDA DE ' UORGL120-CPGM-BATCH
010728            ' RECUSADA: PREDECESSOR ' WS-CPGM-PREDEC
010730            ' PENDENTE'
010732            DELIMITED BY SIZE INTO UORGL216-RTEXTO.
010734     CALL 'UORG0216' USING UORGL216-PARMS.
010736     IF UORGL216-ERRO-SQL
010738         DISPLAY 'UORG0120 - ERRO NO REGISTRO DO ALERTA'
010740     END-IF.
010742 2000-EMITIR-ALERTA-EXIT.
010744     EXIT.
010800******************************************************************
010900*    8000-LER-CURSOR                                            *
011000******************************************************************
