001794*                PASSA PELA GUARDA DE CONFLITOS UORG0112        *
001796*                (CATALOGO TCONFL_ACSSO), RECUSANDO PARES       *
001798*                PROIBIDOS NA PROPRIA CONCESSAO.                *
001800* 14/10/2026 ES  ATUALIZACAO RECUSADA COM MENSAGEM DO CATALOGO  *
001802*                ENQUANTO A CADEIA BATCH MANTEM A JANELA DE     *
001804*                PROCESSAMENTO FECHADA (UORG0183).              *
001806******************************************************************
001900*
002000*    FUNCAO: TRANSACAO CICS DE MANUTENCAO. NA PRIMEIRA ENTRADA
002100*    (SEM COMMAREA) EXIBE A TELA EM BRANCO. NAS ENTRADAS
004805 COPY UORGL073.
004810 COPY UORGL112.
004852 COPY UORGM019.
004862 COPY UORGL183.
004900 LINKAGE SECTION.
005000     COPY UORGL019 REPLACING UORGL019-COMMAREA BY DFHCOMMAREA.
005100 PROCEDURE DIVISION.
009300     MOVE SPACES TO WS-MENSAGEM.
009400     PERFORM 3000-VALIDAR-ENTRADA
009500         THRU 3000-VALIDAR-ENTRADA-EXIT.
009510     IF WS-MENSAGEM = SPACES
009520         PERFORM 8900-VERIFICAR-JANELA
009530             THRU 8900-VERIFICAR-JANELA-EXIT
009540     END-IF.
009600     IF WS-MENSAGEM = SPACES
009700         PERFORM 4500-REGISTRAR-PENDENCIA
009800             THRU 4500-REGISTRAR-PENDENCIA-EXIT
028145         RETURN TRANSID('UO19') COMMAREA(DFHCOMMAREA)
028155     END-EXEC.
028165     GOBACK.
028175******************************************************************
028185*    8900-VERIFICAR-JANELA                                       *
028195*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
028205*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
028215******************************************************************
028225 8900-VERIFICAR-JANELA          SECTION.
028235     MOVE 'C' TO UORGL183-FUNCTION.
028245     CALL 'UORG0183' USING UORGL183-PARMS.
028255     IF UORGL183-JANELA-FECHADA
028265         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
028275     END-IF.
028285 8900-VERIFICAR-JANELA-EXIT.
028295     EXIT.
