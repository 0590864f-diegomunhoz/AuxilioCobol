002048* 22/08/2026 ES  PRIMEIRA ENTRADA (SEM COMMAREA) PASSA A       *
002064*                DEVOLVER COMMAREA INICIAL DE WORKING-STORAGE - *
002080*                DFHCOMMAREA NAO E ENDERECAVEL COM EIBCALEN = 0.*
002085* 14/10/2026 ES  ATUALIZACAO RECUSADA COM MENSAGEM DO CATALOGO  *
002090*                ENQUANTO A CADEIA BATCH MANTEM A JANELA DE     *
002095*                PROCESSAMENTO FECHADA (UORG0183).              *
002096* 14/10/2026 ES  ENCERRAMENTO EXIGE A UNIDADE DESTINO DA        *
002097*                CARTEIRA DE CLIENTES (CAMPOS CARTC/CARTN),     *
002098*                REPASSADA A UORG0059.                          *
002108* 15/10/2026 ES  ENCERRAMENTO RECUSADO POR CORRESPONDENTE       *
002118*                BANCARIO ATIVO SUPERVISIONADO PELA UNIDADE     *
002128*                EXIBE A QUANTIDADE E ORIENTA A UO84.           *
002138* 15/10/2026 ES  ENCERRAMENTO COM TERMINAIS DE AUTOATENDIMENTO  *
002148*                INSTALADOS AVISA A RETIRADA PELA OPERADORA     *
002158*                DA REDE (QTDE-ATM DA UORG0059).                *
002168* 15/10/2026 ES  ERRO DO SERVICO DE ENCERRAMENTO (UORG0059)     *
002178*                DESFAZ A UNIDADE DE TRABALHO (SYNCPOINT        *
002188*                ROLLBACK) ANTES DE AVISAR O USUARIO.           *
002199******************************************************************
002200*
002300*    FUNCAO: TRANSACAO CICS DE MANUTENCAO PSEUDO-CONVERSACIONAL.
002400*    FUNCAO 'C' CONSULTA A UNIDADE E GUARDA O HMANUT_REG LIDO NA
007410 COPY UORGL059.
007415 COPY UORGL063.
007417 COPY UORGL090.
007419 COPY UORGL183.
007420 01  WS-QTDE-PENDENTE-ED         PIC ZZZZZZ9.
007500 LINKAGE SECTION.
007600     COPY UORGL046 REPLACING UORGL046-COMMAREA BY DFHCOMMAREA.
012300     MOVE SPACES TO WS-MENSAGEM.
012400     PERFORM 3000-VALIDAR-CHAVE
012500         THRU 3000-VALIDAR-CHAVE-EXIT.
012510     IF WS-MENSAGEM = SPACES AND FUNCAOI NOT = 'C'
012520         PERFORM 8900-VERIFICAR-JANELA
012530             THRU 8900-VERIFICAR-JANELA-EXIT
012540     END-IF.
012600     IF WS-MENSAGEM = SPACES
012700         EVALUATE FUNCAOI
012800             WHEN 'C'
037354     MOVE WS-CPSSOA-JURID TO UORGL059-CPSSOA-JURID.
037356     MOVE WS-NSEQ-UND-ORGNZ TO UORGL059-NSEQ-UND-ORGNZ.
037358     MOVE WS-CUSUARIO TO UORGL059-CUSUAR-MANUT.
037359     IF CARTCI IS NOT NUMERIC OR CARTNI IS NOT NUMERIC
037360         MOVE 'INFORME A UNIDADE DESTINO DA CARTEIRA DE CLIENTES'
037361             TO WS-MENSAGEM
037362         GO TO 6500-ENCERRAR-VIA-SERVICO-EXIT
037363     END-IF.
037364     MOVE CARTCI TO UORGL059-CPSSOA-JURID-DEST.
037365     MOVE CARTNI TO UORGL059-NSEQ-UND-DEST.
037366     MOVE DESTI TO UORGL059-CINDCD-DESTINO.
037367     CALL 'UORG0059' USING UORGL059-PARMS.
037368     EVALUATE TRUE
037369         WHEN UORGL059-OK
037370             MOVE SPACES TO UORGL046-HMANUT-REG
037371             MOVE 'UNIDADE ENCERRADA COM SUCESSO' TO WS-MENSAGEM
037372             IF UORGL059-QTDE-ATM > ZERO
037373                 MOVE SPACES TO WS-MENSAGEM
037374                 MOVE UORGL059-QTDE-ATM TO WS-QTDE-PENDENTE-ED
037375                 STRING 'UNIDADE ENCERRADA - TERMINAIS A RETIRAR:'
037376                        WS-QTDE-PENDENTE-ED
037377                        DELIMITED BY SIZE INTO WS-MENSAGEM
037378             END-IF
037379         WHEN UORGL059-PENDENCIAS
037380             MOVE SPACES TO WS-MENSAGEM
037381             STRING 'PENDENCIAS - OCUPACAO:'
037382                 DELIMITED BY SIZE INTO WS-MENSAGEM
037383             MOVE UORGL059-QTDE-OCPDO-ABERTA
037384                 TO WS-QTDE-PENDENTE-ED
037385             MOVE WS-QTDE-PENDENTE-ED TO WS-MENSAGEM (23 : 7)
037386             MOVE ' ACESSOS:' TO WS-MENSAGEM (30 : 9)
037388             MOVE UORGL059-QTDE-ACESSO TO WS-QTDE-PENDENTE-ED
037390             MOVE WS-QTDE-PENDENTE-ED TO WS-MENSAGEM (39 : 7)
037392             MOVE ' AREAS:' TO WS-MENSAGEM (46 : 7)
037394             MOVE UORGL059-QTDE-AREA TO WS-QTDE-PENDENTE-ED
037396             MOVE WS-QTDE-PENDENTE-ED TO WS-MENSAGEM (53 : 7)
037397             IF UORGL059-QTDE-CORRESP > ZERO
037398                 MOVE SPACES TO WS-MENSAGEM
037399                 MOVE UORGL059-QTDE-CORRESP TO WS-QTDE-PENDENTE-ED
037400                 STRING 'CORRESPONDENTES ATIVOS:'
037401                        WS-QTDE-PENDENTE-ED
037402                        ' - TRANSFERIR NA UO84'
037403                        DELIMITED BY SIZE INTO WS-MENSAGEM
037404             END-IF
037405         WHEN UORGL059-JA-ENCERRADA
037406             MOVE 'UNIDADE JA ESTA ENCERRADA' TO WS-MENSAGEM
037407         WHEN UORGL059-DESTINO-INVALIDO
037408             MOVE 'DESTINO DA CARTEIRA NAO E OUTRA UNIDADE ATIVA'
037409                 TO WS-MENSAGEM
037410         WHEN UORGL059-NAO-ENCONTRADA
037411             MOVE 'UNIDADE NAO ENCONTRADA' TO WS-MENSAGEM
037412         WHEN OTHER
037413             EXEC CICS
037414                 SYNCPOINT ROLLBACK
037415             END-EXEC
037416             MOVE 'ERRO NO SERVICO DE ENCERRAMENTO'
037417                 TO WS-MENSAGEM
037418     END-EVALUATE.
037419 6500-ENCERRAR-VIA-SERVICO-EXIT.
037420     EXIT.
037421******************************************************************
037500*    7000-LER-UNIDADE                                           *
037600******************************************************************
037700 7000-LER-UNIDADE               SECTION.
043100         RETURN TRANSID('UO46') COMMAREA(DFHCOMMAREA)
043200     END-EXEC.
043300     GOBACK.
043310******************************************************************
043320*    8900-VERIFICAR-JANELA                                       *
043330*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
043340*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
043350******************************************************************
043360 8900-VERIFICAR-JANELA          SECTION.
043370     MOVE 'C' TO UORGL183-FUNCTION.
043380     CALL 'UORG0183' USING UORGL183-PARMS.
043390     IF UORGL183-JANELA-FECHADA
043400         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
043410     END-IF.
043420 8900-VERIFICAR-JANELA-EXIT.
043430     EXIT.
