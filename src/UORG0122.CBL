001920*                DE RETORNO/ACUSE QUE APONTA GERACAO            *
001930*                INEXISTENTE OU JA SUPERADA EM TCTRL_TRANSM_ARQ *
001940*                VAI PARA A QUARENTENA COM RETORNO '16'.        *
001950* 15/10/2026 ES  RECEPCAO POSTA EM QUARENTENA EMITE ALERTA AO   *
001960*                PLANTAO (UORG0216, TIPO QUARENT).              *
002000******************************************************************
002100*
002200*    FUNCAO: SUBPROGRAMA DE SERVICO CHAMADO PELAS CARGAS DE
002900*    (UORG0123) E A ROTINA CHAMADORA NAO
003000*    DEVE APLICAR O ARQUIVO. RECEPCAO SADIA E GRAVADA COM CSIT
003100*    0 E O SEQUENCIAL E DEVOLVIDO. FUNCAO 'C': MARCA A RECEPCAO
003110*    COMO APLICADA (CSIT 1). TODA RECEPCAO POSTA EM QUARENTENA
003120*    ('08', '12' OU '16') EMITE ALERTA AO PLANTAO PELA UORG0216
003130*    (TIPO QUARENT, CHAVE INTERFACE + REFERENCIA DO HEADER).
003140*    NAO EFETUA COMMIT.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
004520        88 WS-GERACAO-OK             VALUE 'S'.
004530     05 WS-NSEQ-GER-MAX          PIC S9(9)V COMP-3.
004540     05 WS-QTDE-GERACAO          PIC S9(5) COMP VALUE ZERO.
004550 COPY UORGL216.
004600 LINKAGE SECTION.
004700 COPY UORGL122.
004800 PROCEDURE DIVISION USING UORGL122-PARMS.
012400         GO TO 1000-VALIDAR-RECEPCAO-EXIT
012500     END-IF.
012600     MOVE WS-NSEQ-RECEPC TO UORGL122-NSEQ-RECEPC.
012610     IF WS-CSIT-RECEPC = 9
012620         PERFORM 1600-EMITIR-ALERTA
012630             THRU 1600-EMITIR-ALERTA-EXIT
012640     END-IF.
012700 1000-VALIDAR-RECEPCAO-EXIT.
012800     EXIT.
012810******************************************************************
012901     END-EVALUATE.
012902 1500-CONFERIR-GERACAO-EXIT.
012903     EXIT.
012904******************************************************************
012905*    1600-EMITIR-ALERTA                                         *
012906*    AVISA O PLANTAO DA RECEPCAO EM QUARENTENA (UORG0216)       *
012907******************************************************************
012908 1600-EMITIR-ALERTA             SECTION.
012909     MOVE SPACES TO UORGL216-PARMS.
012910     MOVE 'R' TO UORGL216-FUNCTION.
012911     MOVE 'UORG0122' TO UORGL216-CORIGEM.
012912     MOVE 'QUARENT' TO UORGL216-CTPO-ALERTA.
012913     STRING UORGL122-CINTERF ' ' UORGL122-IREFER-HEADER
012914            DELIMITED BY SIZE INTO UORGL216-RCHAVE.
012915     STRING 'QUARENTENA ' UORGL122-CINTERF ': ' WS-RMOTIVO
012916            DELIMITED BY SIZE INTO UORGL216-RTEXTO.
012917     CALL 'UORG0216' USING UORGL216-PARMS.
012918     IF UORGL216-ERRO-SQL
012919         DISPLAY 'UORG0122 - ERRO NO REGISTRO DO ALERTA DE '
012920             UORGL122-CINTERF
012921     END-IF.
012922 1600-EMITIR-ALERTA-EXIT.
012923     EXIT.
012924******************************************************************
013000*    2000-CONFIRMAR-RECEPCAO                                    *
013100******************************************************************
013200 2000-CONFIRMAR-RECEPCAO        SECTION.
