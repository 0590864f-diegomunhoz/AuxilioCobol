001700*                HISTORICO PELA UORG0002 E VINCULO AO CHAMADO DE *
001800*                REFORMA EM TSUSPN_OBRA, REABERTO                *
001900*                AUTOMATICAMENTE PELO RETORNO UORG0041.          *
001910* 14/10/2026 ES  DATA PREVISTA DE REABERTURA (OPCIONAL) NO       *
001920*                COMANDO, VALIDADA (FUTURA) E GRAVADA EM         *
001930*                TSUSPN_OBRA.DPREVS_REABERT PARA O LOCALIZADOR   *
001940*                PUBLICO DE AGENCIAS.                            *
002000******************************************************************
002100*
002200*    FUNCAO: PROCESSA O ARQUIVO DE COMANDOS UORGS154. CADA
005100 01  WS-SWITCHES.
005200     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
005300        88 WS-FIM-ARQUIVO             VALUE 'S'.
005310     05 WS-SW-DATA-INVALIDA      PIC X(1) VALUE 'N'.
005320        88 WS-DATA-INVALIDA           VALUE 'S'.
005400 01  WS-CONTADORES.
005500     05 WS-QTDE-COMANDOS         PIC S9(7) COMP VALUE ZERO.
005600     05 WS-QTDE-SUSPENSAS        PIC S9(7) COMP VALUE ZERO.
006400     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
006500     05 WS-CCLASF-UND-ORGNZ      PIC S9(1)V COMP-3.
006600     05 WS-CSIT-ATUAL            PIC S9(1)V COMP-3.
006610     05 WS-DPREVS-REABERT        PIC X(10).
006620     05 WS-DATA-VALIDADA         PIC X(10).
006700 01  WS-INDICADORES.
006800     05 WS-IND-CCLASF            PIC S9(4) COMP-5.
006810     05 WS-IND-DPREVS            PIC S9(4) COMP-5.
006900 COPY UORGS154.
007000 COPY UORGL002.
007100 COPY UORGL043.
011000     MOVE UORGS154-NSEQ-SOLTC-MANUT TO WS-NSEQ-SOLTC-MANUT.
011100     MOVE UORGS154-CTPO-SIT-PRDIO TO WS-CTPO-SIT-PRDIO.
011200     MOVE UORGS154-CUSUARIO TO WS-CUSUARIO.
011205     MOVE SPACES TO WS-DPREVS-REABERT.
011210     MOVE -1 TO WS-IND-DPREVS.
011215     IF UORGS154-DPREVS-REABERT NOT = SPACES
011220         PERFORM 2100-VALIDAR-REABERTURA
011225             THRU 2100-VALIDAR-REABERTURA-EXIT
011230         IF WS-DATA-INVALIDA
011235             DISPLAY 'UORG0154 - DATA PREVISTA DE REABERTURA '
011240                 'INVALIDA OU NAO FUTURA: '
011245                 UORGS154-CPSSOA-JURID '/'
011250                 UORGS154-NSEQ-UND-ORGNZ ' '
011255                 UORGS154-DPREVS-REABERT
011260             ADD 1 TO WS-QTDE-REJEITADAS
011265             GO TO 2000-PROCESSAR-COMANDO-LER
011270         END-IF
011275     END-IF.
011300     PERFORM 3000-SUSPENDER-UNIDADE
011400         THRU 3000-SUSPENDER-UNIDADE-EXIT.
011500 2000-PROCESSAR-COMANDO-LER.
011700         THRU 8000-LER-ARQUIVO-EXIT.
011800 2000-PROCESSAR-COMANDO-EXIT.
011900     EXIT.
011902******************************************************************
011904*    2100-VALIDAR-REABERTURA                                    *
011906*    A DATA PREVISTA PRECISA SER VALIDA E POSTERIOR A HOJE      *
011908******************************************************************
011910 2100-VALIDAR-REABERTURA        SECTION.
011912     MOVE 'N' TO WS-SW-DATA-INVALIDA.
011914     IF UORGS154-DPREVS-REABERT IS NOT NUMERIC
011916         MOVE 'S' TO WS-SW-DATA-INVALIDA
011918         GO TO 2100-VALIDAR-REABERTURA-EXIT
011920     END-IF.
011922     STRING UORGS154-DPREVS-REABERT (1:4) '-'
011924            UORGS154-DPREVS-REABERT (5:2) '-'
011926            UORGS154-DPREVS-REABERT (7:2)
011928            DELIMITED BY SIZE INTO WS-DPREVS-REABERT.
011930     EXEC SQL
011932         SELECT CHAR(DATE(:WS-DPREVS-REABERT), ISO)
011934           INTO :WS-DATA-VALIDADA
011936           FROM SYSIBM.SYSDUMMY1
011938          WHERE DATE(:WS-DPREVS-REABERT) > CURRENT DATE
011940     END-EXEC.
011942     IF SQLCODE NOT = ZERO
011944         MOVE 'S' TO WS-SW-DATA-INVALIDA
011946         GO TO 2100-VALIDAR-REABERTURA-EXIT
011948     END-IF.
011950     MOVE ZERO TO WS-IND-DPREVS.
011952 2100-VALIDAR-REABERTURA-EXIT.
011954     EXIT.
012000******************************************************************
012100*    3000-SUSPENDER-UNIDADE                                     *
012200******************************************************************
020400         INSERT INTO DB2PRD.TSUSPN_OBRA
020500                (CPSSOA_JURID, NSEQ_UND_ORGNZ,
020600                 NSEQ_SOLTC_MANUT, CTPO_SIT_PRDIO,
020700                 CSIT_SUSPN, HINCL_REG, CUSUAR_INCL,
020710                 DPREVS_REABERT)
020800         VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
020900                 :WS-NSEQ-SOLTC-MANUT, :WS-CTPO-SIT-PRDIO,
021000                 1, CURRENT TIMESTAMP, :WS-CUSUARIO,
021010                 :WS-DPREVS-REABERT:WS-IND-DPREVS)
021100     END-EXEC.
021200     IF SQLCODE NOT = ZERO
021300         DISPLAY 'UORG0154 - ERRO SQLCODE=' SQLCODE
