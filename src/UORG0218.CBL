000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0218                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0218.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - TRANSACAO UO86, CONSULTA E            *
001600*                RECONHECIMENTO PELO OPERADOR DOS ALERTAS AO     *
001700*                PLANTAO (TALERTA_OPER).                         *
001800******************************************************************
001900*
002000*    FUNCAO: TRANSACAO CICS PSEUDO-CONVERSACIONAL DO PLANTAO.
002100*    A TELA TRAZ SEMPRE A LISTA DOS ALERTAS EM ABERTO (PENDENTES
002200*    DE ENVIO OU ENVIADOS E AINDA NAO RECONHECIDOS), DO MAIS
002300*    RECENTE PARA O MAIS ANTIGO. FUNCAO 'C' CONSULTA O ALERTA
002400*    INFORMADO (ORIGEM, TIPO, CHAVE, TEXTO, PRIMEIRA E ULTIMA
002500*    OCORRENCIA, OCORRENCIAS SUPRIMIDAS E ENVIOS AO GATEWAY);
002600*    SEM ALERTA INFORMADO SO ATUALIZA A LISTA. FUNCAO 'R'
002700*    REGISTRA O RECONHECIMENTO PELO SERVICO UORG0216, QUE
002800*    ENCERRA O ALERTA E INTERROMPE O REENVIO PELA UORG0217.
002900*    AUTORIZACAO PELA UORG0072 (FUNCAO ALERTA; CONSULTA PARA
003000*    'C'). O RECONHECIMENTO NAO DEPENDE DA JANELA BATCH
003100*    (UORG0183), POIS OS ALERTAS CHEGAM JUSTAMENTE DURANTE O
003200*    PROCESSAMENTO NOTURNO. PF3 ENCERRA.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.         IBM-390.
003700 OBJECT-COMPUTER.         IBM-390.
003800 DATA DIVISION.
003900 WORKING-STORAGE SECTION.
004000     EXEC SQL INCLUDE SQLCA END-EXEC.
004100 01  WS-SWITCHES.
004200     05 WS-SW-ACHOU-ALERTA       PIC X(1) VALUE 'N'.
004300        88 WS-ACHOU-ALERTA            VALUE 'S'.
004400     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
004500        88 WS-FIM-CURSOR              VALUE 'S'.
004600 01  WS-CONSTANTES.
004700     05 WS-QTDE-LINHAS           PIC S9(4) COMP VALUE 8.
004800 01  WS-AREA-TRABALHO.
004900     05 WS-NSEQ-ALERTA           PIC S9(9)V COMP-3.
005000     05 WS-CORIGEM-ALERTA        PIC X(8).
005100     05 WS-CTPO-ALERTA           PIC X(8).
005200     05 WS-RCHAVE-ALERTA         PIC X(40).
005300     05 WS-RTEXTO-ALERTA         PIC X(70).
005400     05 WS-HPRIM-OCORR           PIC X(26).
005500     05 WS-HULT-OCORR            PIC X(26).
005600     05 WS-QOCORR-ALERTA         PIC S9(5)V COMP-3.
005700     05 WS-QENVIO-ALERTA         PIC S9(3)V COMP-3.
005800     05 WS-CSIT-ALERTA           PIC S9(1)V COMP-3.
005900     05 WS-HRECONH-ALERTA        PIC X(26).
006000     05 WS-CUSUAR-RECONH         PIC X(9).
006100     05 WS-IND-LIN               PIC S9(4) COMP.
006200     05 WS-NSEQ-ED               PIC Z(8)9.
006300     05 WS-QOCORR-ED             PIC ZZZZ9.
006400     05 WS-QENVIO-ED             PIC ZZ9.
006500 01  WS-LINHA-LISTA.
006600     05 WS-LIS-NSEQ-ALERTA       PIC Z(8)9.
006700     05 FILLER                   PIC X(1) VALUE SPACE.
006800     05 WS-LIS-HPRIM-OCORR       PIC X(16).
006900     05 FILLER                   PIC X(1) VALUE SPACE.
007000     05 WS-LIS-CORIGEM-ALERTA    PIC X(8).
007100     05 FILLER                   PIC X(1) VALUE SPACE.
007200     05 WS-LIS-CSIT-ALERTA       PIC 9(1).
007300     05 FILLER                   PIC X(1) VALUE SPACE.
007400     05 WS-LIS-RTEXTO-ALERTA     PIC X(38).
007500 01  WS-INDICADORES.
007600     05 WS-IND-HRECONH           PIC S9(4) COMP-5.
007700     05 WS-IND-CUSUAR-RECONH     PIC S9(4) COMP-5.
007800 01  WS-CUSUARIO                 PIC X(9).
007900 01  WS-MENSAGEM                 PIC X(60).
008000 01  WS-COMMAREA-INICIAL.
008100     05 FILLER                   PIC X(1)  VALUE SPACE.
008200     05 FILLER                   PIC X(9)  VALUE ZEROS.
008300 01  WS-TECLAS-PF.
008400     05 WS-PF3                   PIC X(1) VALUE '3'.
008500 COPY UORGM218.
008600 COPY UORGL072.
008700 COPY UORGL216.
008800 LINKAGE SECTION.
008900     COPY UORGL218 REPLACING UORGL218-COMMAREA BY DFHCOMMAREA.
009000 PROCEDURE DIVISION.
009100******************************************************************
009200*    0000-MAINLINE                                               *
009300******************************************************************
009400 0000-MAINLINE                  SECTION.
009500     IF EIBCALEN = ZERO
009600         PERFORM 1000-TELA-INICIAL
009700             THRU 1000-TELA-INICIAL-EXIT
009800     ELSE
009900         PERFORM 2000-PROCESSAR-TELA
010000             THRU 2000-PROCESSAR-TELA-EXIT
010100     END-IF.
010200     GO TO 9000-ENCERRAR.
010300******************************************************************
010400*    1000-TELA-INICIAL                                          *
010500******************************************************************
010600 1000-TELA-INICIAL              SECTION.
010700     MOVE SPACES TO UORGM218O.
010800     PERFORM 4100-MONTAR-LISTA
010900         THRU 4100-MONTAR-LISTA-EXIT.
011000     MOVE 'ALERTAS EM ABERTO, DO MAIS RECENTE' TO MSGO.
011100     MOVE -1 TO FUNCAOL.
011200     EXEC CICS
011300         SEND MAP('UORGM218') MAPSET('UORGS86')
011400              FROM(UORGM218O) ERASE
011500     END-EXEC.
011600 1000-TELA-INICIAL-EXIT.
011700     EXIT.
011800******************************************************************
011900*    2000-PROCESSAR-TELA                                        *
012000******************************************************************
012100 2000-PROCESSAR-TELA            SECTION.
012200     IF EIBAID = WS-PF3
012300         EXEC CICS
012400             SEND TEXT FROM('FIM DO RECONHECIMENTO DE ALERTAS')
012500                  ERASE FREEKB
012600         END-EXEC
012700         EXEC CICS
012800             RETURN
012900         END-EXEC
013000     END-IF.
013100     EXEC CICS
013200         RECEIVE MAP('UORGM218') MAPSET('UORGS86')
013300              INTO(UORGM218I)
013400     END-EXEC.
013500     MOVE EIBOPID TO WS-CUSUARIO.
013600     MOVE WS-CUSUARIO TO UORGL072-CUSUAR.
013700     IF FUNCAOI = 'R'
013800         MOVE 'ALERTA' TO UORGL072-CFUNCAO
013900     ELSE
014000         MOVE 'CONSULTA' TO UORGL072-CFUNCAO
014100     END-IF.
014200     MOVE ZERO TO UORGL072-CPSSOA-JURID.
014300     CALL 'UORG0072' USING UORGL072-PARMS.
014400     IF NOT UORGL072-AUTORIZADO
014500         MOVE 'USUARIO SEM AUTORIZACAO PARA A FUNCAO'
014600             TO WS-MENSAGEM
014700         MOVE WS-MENSAGEM TO MSGO
014800         EXEC CICS
014900             SEND MAP('UORGM218') MAPSET('UORGS86')
015000                  FROM(UORGM218O) ERASE
015100         END-EXEC
015200         GO TO 2000-PROCESSAR-TELA-EXIT
015300     END-IF.
015400     MOVE SPACES TO WS-MENSAGEM.
015500     MOVE 'N' TO WS-SW-ACHOU-ALERTA.
015600     PERFORM 3000-VALIDAR-ALERTA
015700         THRU 3000-VALIDAR-ALERTA-EXIT.
015800     IF WS-MENSAGEM = SPACES
015900         EVALUATE FUNCAOI
016000             WHEN 'C'
016100             WHEN SPACE
016200                 CONTINUE
016300             WHEN 'R'
016400                 PERFORM 5000-RECONHECER-ALERTA
016500                     THRU 5000-RECONHECER-ALERTA-EXIT
016600             WHEN OTHER
016700                 MOVE 'FUNCAO INVALIDA - INFORME C OU R'
016800                     TO WS-MENSAGEM
016900         END-EVALUATE
017000     END-IF.
017100     MOVE SPACES TO UORGM218O.
017200     IF WS-ACHOU-ALERTA
017300         PERFORM 7000-LER-ALERTA
017400             THRU 7000-LER-ALERTA-EXIT
017500         PERFORM 4000-EXIBIR-ALERTA
017600             THRU 4000-EXIBIR-ALERTA-EXIT
017700         MOVE WS-NSEQ-ALERTA TO UORGL218-NSEQ-ALERTA
017800     END-IF.
017900     PERFORM 4100-MONTAR-LISTA
018000         THRU 4100-MONTAR-LISTA-EXIT.
018100     IF WS-MENSAGEM = SPACES
018200         MOVE 'ALERTAS EM ABERTO, DO MAIS RECENTE' TO WS-MENSAGEM
018300     END-IF.
018400     MOVE WS-MENSAGEM TO MSGO.
018500     MOVE -1 TO FUNCAOL.
018600     EXEC CICS
018700         SEND MAP('UORGM218') MAPSET('UORGS86')
018800              FROM(UORGM218O) ERASE
018900     END-EXEC.
019000 2000-PROCESSAR-TELA-EXIT.
019100     EXIT.
019200******************************************************************
019300*    3000-VALIDAR-ALERTA                                        *
019400*    ALERTA OBRIGATORIO NO RECONHECIMENTO E OPCIONAL NA CONSULTA *
019500******************************************************************
019600 3000-VALIDAR-ALERTA            SECTION.
019700     IF NSEQI = SPACES OR NSEQI = LOW-VALUES
019800         IF FUNCAOI = 'R'
019900             MOVE 'INFORME O NUMERO DO ALERTA' TO WS-MENSAGEM
020000         END-IF
020100         GO TO 3000-VALIDAR-ALERTA-EXIT
020200     END-IF.
020300     IF NSEQI IS NOT NUMERIC
020400         MOVE 'NUMERO DO ALERTA INVALIDO' TO WS-MENSAGEM
020500         GO TO 3000-VALIDAR-ALERTA-EXIT
020600     END-IF.
020700     MOVE NSEQI TO WS-NSEQ-ALERTA.
020800     PERFORM 7000-LER-ALERTA
020900         THRU 7000-LER-ALERTA-EXIT.
021000     IF WS-MENSAGEM = SPACES
021100        AND NOT WS-ACHOU-ALERTA
021200         MOVE 'ALERTA NAO ENCONTRADO' TO WS-MENSAGEM
021300     END-IF.
021400 3000-VALIDAR-ALERTA-EXIT.
021500     EXIT.
021600******************************************************************
021700*    4000-EXIBIR-ALERTA                                         *
021800******************************************************************
021900 4000-EXIBIR-ALERTA             SECTION.
022000     MOVE WS-NSEQ-ALERTA TO WS-NSEQ-ED.
022100     MOVE WS-NSEQ-ED TO NSEQO.
022200     MOVE WS-CORIGEM-ALERTA TO ORIGEMO.
022300     MOVE WS-CTPO-ALERTA TO TIPOO.
022400     EVALUATE WS-CSIT-ALERTA
022500         WHEN 0
022600             MOVE 'PENDENTE' TO SITALO
022700         WHEN 1
022800             MOVE 'ENVIADO' TO SITALO
022900         WHEN OTHER
023000             MOVE 'RECONHECIDO' TO SITALO
023100     END-EVALUATE.
023200     MOVE WS-RCHAVE-ALERTA TO CHAVEO.
023300     MOVE WS-RTEXTO-ALERTA TO TEXTOO.
023400     MOVE WS-HPRIM-OCORR (1:19) TO PRIMO.
023500     MOVE WS-HULT-OCORR (1:19) TO ULTO.
023600     MOVE WS-QOCORR-ALERTA TO WS-QOCORR-ED.
023700     MOVE WS-QOCORR-ED TO QOCORRO.
023800     MOVE WS-QENVIO-ALERTA TO WS-QENVIO-ED.
023900     MOVE WS-QENVIO-ED TO QENVIOO.
024000     IF WS-CSIT-ALERTA = 2
024100         STRING WS-HRECONH-ALERTA (1:19) ' ' WS-CUSUAR-RECONH
024200                DELIMITED BY SIZE INTO RECONHO
024300     END-IF.
024400 4000-EXIBIR-ALERTA-EXIT.
024500     EXIT.
024600******************************************************************
024700*    4100-MONTAR-LISTA                                          *
024800*    ALERTAS AINDA NAO RECONHECIDOS, DO MAIS RECENTE            *
024900******************************************************************
025000 4100-MONTAR-LISTA              SECTION.
025100     MOVE ZERO TO WS-IND-LIN.
025200     MOVE 'N' TO WS-SW-FIM-CURSOR.
025300     PERFORM 4110-LIMPAR-LINHA
025400         THRU 4110-LIMPAR-LINHA-EXIT
025500         VARYING WS-IND-LIN FROM 1 BY 1
025600         UNTIL WS-IND-LIN > WS-QTDE-LINHAS.
025700     MOVE ZERO TO WS-IND-LIN.
025800     EXEC SQL
025900         DECLARE CUR-LISTA CURSOR FOR
026000         SELECT NSEQ_ALERTA, HPRIM_OCORR, CORIGEM_ALERTA,
026100                CSIT_ALERTA, RTEXTO_ALERTA
026200           FROM DB2PRD.TALERTA_OPER
026300          WHERE CSIT_ALERTA < 2
026400          ORDER BY NSEQ_ALERTA DESC
026500     END-EXEC.
026600     EXEC SQL
026700         OPEN CUR-LISTA
026800     END-EXEC.
026900     IF SQLCODE NOT = ZERO
027000         GO TO 4100-MONTAR-LISTA-EXIT
027100     END-IF.
027200     PERFORM 4120-LER-LINHA
027300         THRU 4120-LER-LINHA-EXIT
027400         UNTIL WS-FIM-CURSOR
027500            OR WS-IND-LIN NOT < WS-QTDE-LINHAS.
027600     EXEC SQL
027700         CLOSE CUR-LISTA
027800     END-EXEC.
027900 4100-MONTAR-LISTA-EXIT.
028000     EXIT.
028100******************************************************************
028200*    4110-LIMPAR-LINHA                                          *
028300******************************************************************
028400 4110-LIMPAR-LINHA              SECTION.
028500     MOVE SPACES TO LINO (WS-IND-LIN).
028600 4110-LIMPAR-LINHA-EXIT.
028700     EXIT.
028800******************************************************************
028900*    4120-LER-LINHA                                             *
029000******************************************************************
029100 4120-LER-LINHA                 SECTION.
029200     EXEC SQL
029300         FETCH CUR-LISTA
029400          INTO :WS-NSEQ-ALERTA, :WS-HPRIM-OCORR,
029500               :WS-CORIGEM-ALERTA, :WS-CSIT-ALERTA,
029600               :WS-RTEXTO-ALERTA
029700     END-EXEC.
029800     IF SQLCODE NOT = ZERO
029900         MOVE 'S' TO WS-SW-FIM-CURSOR
030000         GO TO 4120-LER-LINHA-EXIT
030100     END-IF.
030200     MOVE WS-NSEQ-ALERTA TO WS-LIS-NSEQ-ALERTA.
030300     MOVE WS-HPRIM-OCORR (1:16) TO WS-LIS-HPRIM-OCORR.
030400     MOVE WS-CORIGEM-ALERTA TO WS-LIS-CORIGEM-ALERTA.
030500     MOVE WS-CSIT-ALERTA TO WS-LIS-CSIT-ALERTA.
030600     MOVE WS-RTEXTO-ALERTA TO WS-LIS-RTEXTO-ALERTA.
030700     ADD 1 TO WS-IND-LIN.
030800     MOVE WS-LINHA-LISTA TO LINO (WS-IND-LIN).
030900 4120-LER-LINHA-EXIT.
031000     EXIT.
031100******************************************************************
031200*    5000-RECONHECER-ALERTA                                     *
031300******************************************************************
031400 5000-RECONHECER-ALERTA         SECTION.
031500     IF WS-CSIT-ALERTA = 2
031600         MOVE 'ALERTA JA RECONHECIDO' TO WS-MENSAGEM
031700         GO TO 5000-RECONHECER-ALERTA-EXIT
031800     END-IF.
031900     MOVE 'K' TO UORGL216-FUNCTION.
032000     MOVE WS-NSEQ-ALERTA TO UORGL216-NSEQ-ALERTA.
032100     MOVE WS-CUSUARIO TO UORGL216-CUSUAR.
032200     CALL 'UORG0216' USING UORGL216-PARMS.
032300     EVALUATE TRUE
032400         WHEN UORGL216-OK
032500             MOVE 'ALERTA RECONHECIDO E ENCERRADO' TO WS-MENSAGEM
032600         WHEN UORGL216-NAO-ENCONTRADO
032700             MOVE 'ALERTA JA RECONHECIDO' TO WS-MENSAGEM
032800         WHEN OTHER
032900             MOVE 'ERRO NO RECONHECIMENTO DO ALERTA'
033000                 TO WS-MENSAGEM
033100     END-EVALUATE.
033200 5000-RECONHECER-ALERTA-EXIT.
033300     EXIT.
033400******************************************************************
033500*    7000-LER-ALERTA                                            *
033600******************************************************************
033700 7000-LER-ALERTA                SECTION.
033800     MOVE 'N' TO WS-SW-ACHOU-ALERTA.
033900     EXEC SQL
034000         SELECT CORIGEM_ALERTA, CTPO_ALERTA, RCHAVE_ALERTA,
034100                RTEXTO_ALERTA, HPRIM_OCORR, HULT_OCORR,
034200                QOCORR_ALERTA, QENVIO_ALERTA, CSIT_ALERTA,
034300                HRECONH_ALERTA, CUSUAR_RECONH
034400           INTO :WS-CORIGEM-ALERTA, :WS-CTPO-ALERTA,
034500                :WS-RCHAVE-ALERTA, :WS-RTEXTO-ALERTA,
034600                :WS-HPRIM-OCORR, :WS-HULT-OCORR,
034700                :WS-QOCORR-ALERTA, :WS-QENVIO-ALERTA,
034800                :WS-CSIT-ALERTA,
034900                :WS-HRECONH-ALERTA:WS-IND-HRECONH,
035000                :WS-CUSUAR-RECONH:WS-IND-CUSUAR-RECONH
035100           FROM DB2PRD.TALERTA_OPER
035200          WHERE NSEQ_ALERTA = :WS-NSEQ-ALERTA
035300     END-EXEC.
035400     EVALUATE TRUE
035500         WHEN SQLCODE = ZERO
035600             IF WS-IND-HRECONH < ZERO
035700                 MOVE SPACES TO WS-HRECONH-ALERTA
035800             END-IF
035900             IF WS-IND-CUSUAR-RECONH < ZERO
036000                 MOVE SPACES TO WS-CUSUAR-RECONH
036100             END-IF
036200             MOVE 'S' TO WS-SW-ACHOU-ALERTA
036300         WHEN SQLCODE = 100
036400             CONTINUE
036500         WHEN OTHER
036600             MOVE 'ERRO NA CONSULTA DO ALERTA' TO WS-MENSAGEM
036700     END-EVALUATE.
036800 7000-LER-ALERTA-EXIT.
036900     EXIT.
037000******************************************************************
037100*    9000-ENCERRAR                                               *
037200******************************************************************
037300 9000-ENCERRAR                  SECTION.
037400     IF EIBCALEN = ZERO
037500         EXEC CICS
037600             RETURN TRANSID('UO86')
037700                  COMMAREA(WS-COMMAREA-INICIAL)
037800         END-EXEC
037900     END-IF.
038000     EXEC CICS
038100         RETURN TRANSID('UO86') COMMAREA(DFHCOMMAREA)
038200     END-EXEC.
038300     GOBACK.
