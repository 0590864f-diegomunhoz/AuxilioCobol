001600*                DIRETORIO DE CONTATOS DA UNIDADE                *
001700*                (TCONTT_UND_ORGNZ): TELEFONES, E-MAIL, GERENTE  *
001800*                E MATRICULA, NOS MOLDES DA UO56.                *
001810* 14/10/2026 ES  ATUALIZACAO RECUSADA COM MENSAGEM DO CATALOGO   *
001820*                ENQUANTO A CADEIA BATCH MANTEM A JANELA DE      *
001830*                PROCESSAMENTO FECHADA (UORG0183).               *
001900******************************************************************
002000*
002100*    FUNCAO: TRANSACAO CICS DE MANUTENCAO PSEUDO-CONVERSACIONAL
005300     05 WS-PF3                   PIC X(1) VALUE '3'.
005400 COPY UORGL072.
005500 COPY UORGM098.
005510 COPY UORGL183.
005600 LINKAGE SECTION.
005700     COPY UORGL098 REPLACING UORGL098-COMMAREA BY DFHCOMMAREA.
005800 PROCEDURE DIVISION.
011500     MOVE SPACES TO WS-MENSAGEM.
011600     PERFORM 3000-VALIDAR-ENTRADA
011700         THRU 3000-VALIDAR-ENTRADA-EXIT.
011710     IF WS-MENSAGEM = SPACES
011720         PERFORM 8900-VERIFICAR-JANELA
011730             THRU 8900-VERIFICAR-JANELA-EXIT
011740     END-IF.
011800     IF WS-MENSAGEM = SPACES
011900         EVALUATE FUNCAOI
012000             WHEN 'I'
027800         RETURN TRANSID('UO98') COMMAREA(DFHCOMMAREA)
027900     END-EXEC.
028000     GOBACK.
028010******************************************************************
028020*    8900-VERIFICAR-JANELA                                       *
028030*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
028040*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
028050******************************************************************
028060 8900-VERIFICAR-JANELA          SECTION.
028070     MOVE 'C' TO UORGL183-FUNCTION.
028080     CALL 'UORG0183' USING UORGL183-PARMS.
028090     IF UORGL183-JANELA-FECHADA
028100         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
028110     END-IF.
028120 8900-VERIFICAR-JANELA-EXIT.
028130     EXIT.
