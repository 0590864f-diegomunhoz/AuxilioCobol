001700*                UNIDADE, E VINCULOS DO ENDERECO DA UNIDADE      *
001800*                (TENDRC_UND_ORGNZ) E DA SOLICITACAO DE OCUPACAO *
001900*                (TMANUT_PRDIO_OCPDO) AO IMOVEL.                 *
001910* 14/10/2026 ES  ATUALIZACAO RECUSADA COM MENSAGEM DO CATALOGO   *
001920*                ENQUANTO A CADEIA BATCH MANTEM A JANELA DE      *
001930*                PROCESSAMENTO FECHADA (UORG0183).               *
002000******************************************************************
002100*
002200*    FUNCAO: TRANSACAO CICS DE MANUTENCAO PSEUDO-CONVERSACIONAL
005900     05 WS-PF3                   PIC X(1) VALUE '3'.
006000 COPY UORGL072.
006100 COPY UORGM096.
006110 COPY UORGL183.
006200 LINKAGE SECTION.
006300     COPY UORGL096 REPLACING UORGL096-COMMAREA BY DFHCOMMAREA.
006400 PROCEDURE DIVISION.
011900         GO TO 2000-PROCESSAR-TELA-EXIT
012000     END-IF.
012100     MOVE SPACES TO WS-MENSAGEM.
012110     PERFORM 8900-VERIFICAR-JANELA
012120         THRU 8900-VERIFICAR-JANELA-EXIT.
012130     IF WS-MENSAGEM NOT = SPACES
012140         CONTINUE
012150     ELSE
012200     IF CPRDIOI IS NOT NUMERIC OR CPRDIOI = SPACES
012300         MOVE 'CODIGO DO IMOVEL INVALIDO' TO WS-MENSAGEM
012400     ELSE
014300                 MOVE 'FUNCAO INVALIDA - INFORME I, A, E, V OU O'
014400                     TO WS-MENSAGEM
014500         END-EVALUATE
014600     END-IF
014610     END-IF.
014700     MOVE WS-MENSAGEM TO MSGO.
014800     EXEC CICS
014900         SEND MAP('UORGM096') MAPSET('UORGS96')
038000         RETURN TRANSID('UO96') COMMAREA(DFHCOMMAREA)
038100     END-EXEC.
038200     GOBACK.
038210******************************************************************
038220*    8900-VERIFICAR-JANELA                                       *
038230*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
038240*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
038250******************************************************************
038260 8900-VERIFICAR-JANELA          SECTION.
038270     MOVE 'C' TO UORGL183-FUNCTION.
038280     CALL 'UORG0183' USING UORGL183-PARMS.
038290     IF UORGL183-JANELA-FECHADA
038300         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
038310     END-IF.
038320 8900-VERIFICAR-JANELA-EXIT.
038330     EXIT.
