001600*                DE ARQUIVO (TCTRL_RECEPC_ARQ): QUARENTENAS DO   *
001700*                SERVICO UORG0122 E RECEPCOES ABERTAS SEM        *
001800*                CONFIRMACAO, NO ESPIRITO DO UORG0089.           *
001810* 15/10/2026 ES  RECEPCAO ABERTA ALEM DO PRAZO EMITE ALERTA AO   *
001820*                PLANTAO (UORG0216, TIPO RECEPCAO).              *
001900******************************************************************
002000*
002100*    FUNCAO: PERCORRE TCTRL_RECEPC_ARQ IMPRIMINDO AS RECEPCOES
002500*    WS-PRAZO-HORAS HORAS, QUE INDICAM CARGA INTERROMPIDA NO
002600*    MEIO. CADA LINHA TRAZ INTERFACE, SEQUENCIAL, REFERENCIA DO
002700*    HEADER, CONTAGENS E MOTIVO - O SUFICIENTE PARA O OPERADOR
002710*    LOCALIZAR O ARQUIVO EXATO. A RECEPCAO ABERTA ALEM DO PRAZO
002720*    (CARGA INTERROMPIDA) E TAMBEM AVISADA AO PLANTAO PELA
002730*    UORG0216 (TIPO RECEPCAO); A QUARENTENA JA E AVISADA PELA
002740*    PROPRIA UORG0122 NO MOMENTO DA RECUSA.
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
006300     05 WS-IND-RMOTIVO           PIC S9(4) COMP-5.
006400 COPY UORGR123.
006500 COPY UORGL043.
006510 COPY UORGL216.
006600 PROCEDURE DIVISION.
006700******************************************************************
006800*    0000-MAINLINE                                               *
011400     ELSE
011500         MOVE 'RECEPCAO SEM CONFIRMACAO DE APLICACAO'
011600             TO UORGR123-RMOTIVO
011610         PERFORM 2100-EMITIR-ALERTA
011620             THRU 2100-EMITIR-ALERTA-EXIT
011700     END-IF.
011800     WRITE REL-UORGR123-REG FROM UORGR123-LINHA.
011900     PERFORM 8000-LER-CURSOR
012000         THRU 8000-LER-CURSOR-EXIT.
012100 2000-IMPRIMIR-RECEPCAO-EXIT.
012200     EXIT.
012202******************************************************************
012204*    2100-EMITIR-ALERTA                                         *
012206*    AVISA O PLANTAO DA CARGA INTERROMPIDA (UORG0216)           *
012208******************************************************************
012210 2100-EMITIR-ALERTA             SECTION.
012212     MOVE SPACES TO UORGL216-PARMS.
012214     MOVE 'R' TO UORGL216-FUNCTION.
012216     MOVE 'UORG0123' TO UORGL216-CORIGEM.
012218     MOVE 'RECEPCAO' TO UORGL216-CTPO-ALERTA.
012220     STRING WS-CINTERF ' ' WS-IREFER-HEADER
012222            DELIMITED BY SIZE INTO UORGL216-RCHAVE.
012224     STRING 'RECEPCAO ' WS-CINTERF ' ' WS-IREFER-HEADER
012226            ' ABERTA DESDE ' WS-HRECEPC (1:16)
012228            DELIMITED BY SIZE INTO UORGL216-RTEXTO.
012230     CALL 'UORG0216' USING UORGL216-PARMS.
012232     IF UORGL216-ERRO-SQL
012234         DISPLAY 'UORG0123 - ERRO NO REGISTRO DO ALERTA DE '
012236             WS-CINTERF
012238     END-IF.
012240 2100-EMITIR-ALERTA-EXIT.
012242     EXIT.
012300******************************************************************
012400*    7000-ENCERRAR                                               *
012500******************************************************************
