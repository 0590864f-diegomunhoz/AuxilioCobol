001925* 22/08/2026 ES  PRIMEIRA ENTRADA (SEM COMMAREA) PASSA A      *
001950*                DEVOLVER COMMAREA INICIAL DE WORKING-STORAGE *
001975*                (DFHCOMMAREA NAO ENDERECAVEL, EIBCALEN = 0). *
001980* 14/10/2026 ES  ATUALIZACAO RECUSADA COM MENSAGEM DO CATALOGO*
001985*                ENQUANTO A CADEIA BATCH MANTEM A JANELA DE   *
001990*                PROCESSAMENTO FECHADA (UORG0183).            *
002000******************************************************************
002100*
002200*    FUNCAO: TRANSACAO CICS PSEUDO-CONVERSACIONAL. FUNCAO 'A'
005200     05 WS-PF3                   PIC X(1) VALUE '3'.
005300 COPY UORGM083.
005400 COPY UORGL081.
005410 COPY UORGL183.
005500 LINKAGE SECTION.
005600     COPY UORGL083 REPLACING UORGL083-COMMAREA BY DFHCOMMAREA.
005700 PROCEDURE DIVISION.
010000     MOVE SPACES TO WS-MENSAGEM.
010100     PERFORM 3000-VALIDAR-ENTRADA
010200         THRU 3000-VALIDAR-ENTRADA-EXIT.
010210     IF WS-MENSAGEM = SPACES
010220         PERFORM 8900-VERIFICAR-JANELA
010230             THRU 8900-VERIFICAR-JANELA-EXIT
010240     END-IF.
010300     IF WS-MENSAGEM = SPACES
010400         IF FUNCAOI = 'A'
010500             PERFORM 4000-ABRIR-SITUACAO
029400         RETURN TRANSID('UO83') COMMAREA(DFHCOMMAREA)
029500     END-EXEC.
029600     GOBACK.
029610******************************************************************
029620*    8900-VERIFICAR-JANELA                                       *
029630*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
029640*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
029650******************************************************************
029660 8900-VERIFICAR-JANELA          SECTION.
029670     MOVE 'C' TO UORGL183-FUNCTION.
029680     CALL 'UORG0183' USING UORGL183-PARMS.
029690     IF UORGL183-JANELA-FECHADA
029700         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
029710     END-IF.
029720 8900-VERIFICAR-JANELA-EXIT.
029730     EXIT.
