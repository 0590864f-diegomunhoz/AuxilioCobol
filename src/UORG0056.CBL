001885*                DOS CORREIOS (TCEP_CORREIO VIA UORG0134):    *
001890*                CEP INEXISTENTE OU DE OUTRO MUNICIPIO E      *
001895*                RECUSADO NA DIGITACAO.                       *
001896* 14/10/2026 ES  ATUALIZACAO RECUSADA COM MENSAGEM DO CATALOGO*
001897*                ENQUANTO A CADEIA BATCH MANTEM A JANELA DE   *
001898*                PROCESSAMENTO FECHADA (UORG0183).            *
001900******************************************************************
002000*
002100*    FUNCAO: TRANSACAO CICS DE MANUTENCAO PSEUDO-CONVERSACIONAL
005200     05 WS-PF3                   PIC X(1) VALUE '3'.
005250 COPY UORGL134.
005300 COPY UORGM056.
005310 COPY UORGL183.
005400 LINKAGE SECTION.
005500     COPY UORGL056 REPLACING UORGL056-COMMAREA BY DFHCOMMAREA.
005600 PROCEDURE DIVISION.
009900     MOVE SPACES TO WS-MENSAGEM.
010000     PERFORM 3000-VALIDAR-ENTRADA
010100         THRU 3000-VALIDAR-ENTRADA-EXIT.
010110     IF WS-MENSAGEM = SPACES
010120         PERFORM 8900-VERIFICAR-JANELA
010130             THRU 8900-VERIFICAR-JANELA-EXIT
010140     END-IF.
010200     IF WS-MENSAGEM = SPACES
010300         EVALUATE FUNCAOI
010400             WHEN 'I'
029200         RETURN TRANSID('UO56') COMMAREA(DFHCOMMAREA)
029300     END-EXEC.
029400     GOBACK.
029410******************************************************************
029420*    8900-VERIFICAR-JANELA                                       *
029430*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
029440*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
029450******************************************************************
029460 8900-VERIFICAR-JANELA          SECTION.
029470     MOVE 'C' TO UORGL183-FUNCTION.
029480     CALL 'UORG0183' USING UORGL183-PARMS.
029490     IF UORGL183-JANELA-FECHADA
029500         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
029510     END-IF.
029520 8900-VERIFICAR-JANELA-EXIT.
029530     EXIT.
