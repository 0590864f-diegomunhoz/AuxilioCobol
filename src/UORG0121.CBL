001700*                COMPARADA COM A MEDIA HISTORICA DO PROPRIO      *
001800*                PROGRAMA (TCTRL_EXEC_BATCH), COMPLEMENTANDO O   *
001900*                PLACAR UORG0044, QUE SO OLHA A VESPERA.         *
001910* 15/10/2026 ES  DESVIO DE VOLUME LIDO OU GRAVADO EMITE ALERTA   *
001920*                AO PLANTAO (UORG0216, TIPO ANOMALIA).           *
002000******************************************************************
002100*
002200*    FUNCAO: PARA CADA PROGRAMA COM EXECUCAO ENCERRADA NAS
002800*    DAS TRES MEDIDAS GERA LINHA DE EXCECAO - E ASSIM TRES
002900*    SEMANAS DE MEIA-CARGA DA UORG0013 APARECEM NO PRIMEIRO
003000*    DIA, NAO NA REJEICAO DO BACEN. PROGRAMA SEM HISTORICO
003010*    ANTERIOR SAI MARCADO 'SEM LINHA DE BASE'. O DESVIO DE
003020*    VOLUME (LIDO OU GRAVADO) E TAMBEM AVISADO AO PLANTAO PELA
003030*    UORG0216 (TIPO ANOMALIA, CHAVE O PROGRAMA), POIS INDICA
003040*    CARGA PARCIAL; DURACAO FORA DA FAIXA E PROGRAMA SEM LINHA
003050*    DE BASE FICAM SO NO RELATORIO.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
007400     05 WS-IND-MEDIA-GRAV        PIC S9(4) COMP-5.
007500 COPY UORGR121.
007600 COPY UORGL043.
007610 COPY UORGL216.
007700 PROCEDURE DIVISION.
007800******************************************************************
007900*    0000-MAINLINE                                               *
023200         MOVE 'VOLUME LIDO FORA DA TOLERANCIA'
023300             TO UORGR121-MENSAGEM
023400         GO TO 5000-AVALIAR-DESVIOS-GRAVAR
023410         PERFORM 5200-EMITIR-ALERTA
023420             THRU 5200-EMITIR-ALERTA-EXIT
023500     END-IF.
023600     MOVE WS-QREG-GRAVADOS TO WS-DESVIO.
023700     MOVE WS-MEDIA-GRAVADOS TO WS-FAIXA.
024000     IF WS-ANOMALIA
024100         MOVE 'VOLUME GRAVADO FORA DA TOLERANCIA'
024200             TO UORGR121-MENSAGEM
024210         PERFORM 5200-EMITIR-ALERTA
024220             THRU 5200-EMITIR-ALERTA-EXIT
024300         GO TO 5000-AVALIAR-DESVIOS-GRAVAR
024400     END-IF.
024500     GO TO 5000-AVALIAR-DESVIOS-EXIT.
026600     END-IF.
026700 5100-TESTAR-DESVIO-EXIT.
026800     EXIT.
026805******************************************************************
026810*    5200-EMITIR-ALERTA                                         *
026815*    AVISA O PLANTAO DO DESVIO DE VOLUME (UORG0216)             *
026820******************************************************************
026825 5200-EMITIR-ALERTA             SECTION.
026830     MOVE SPACES TO UORGL216-PARMS.
026835     MOVE 'R' TO UORGL216-FUNCTION.
026840     MOVE 'UORG0121' TO UORGL216-CORIGEM.
026845     MOVE 'ANOMALIA' TO UORGL216-CTPO-ALERTA.
026850     MOVE WS-CPGM-BATCH TO UORGL216-RCHAVE.
026855     STRING WS-CPGM-BATCH ': ' UORGR121-MENSAGEM
026860            DELIMITED BY SIZE INTO UORGL216-RTEXTO.
026865     CALL 'UORG0216' USING UORGL216-PARMS.
026870     IF UORGL216-ERRO-SQL
026875         DISPLAY 'UORG0121 - ERRO NO REGISTRO DO ALERTA DE '
026880             WS-CPGM-BATCH
026885     END-IF.
026890 5200-EMITIR-ALERTA-EXIT.
026895     EXIT.
026900******************************************************************
027000*    7000-ENCERRAR                                               *
027100******************************************************************
