000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0205                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0205.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - TRANSACAO UO82, SOLICITACAO DE        *
001600*                CORRECAO RETROATIVA DE EVENTO DO HISTORICO DE   *
001700*                SITUACAO DA UNIDADE (TUND_ORGNZ_HIST), COM      *
001800*                MOTIVO OBRIGATORIO E APROVACAO QUATRO OLHOS NA  *
001900*                UO71 - SUBSTITUI A CORRECAO DIRETA PELO DBA.    *
002000******************************************************************
002100*
002200*    FUNCAO: TRANSACAO CICS PSEUDO-CONVERSACIONAL. RECEBE A
002300*    UNIDADE, O MOMENTO DO EVENTO COMO EXIBIDO NA UO48
002400*    (AAAA-MM-DD-HH.MM.SS), A FUNCAO ('R' RETROAGE PARA A NOVA
002500*    DATA AAAAMMDD, MANTIDA A HORA; 'C' CANCELA O EVENTO) E O
002600*    MOTIVO (CATALOGO TMOTVO_CORRC_HIST, ATIVO). VALIDA QUE O
002700*    EVENTO EXISTE E NAO FOI SUPERADO, QUE A NOVA DATA NAO E
002800*    FUTURA NEM ULTRAPASSA OUTRO EVENTO VALIDO DA UNIDADE, QUE O
002900*    CANCELAMENTO NAO E DO ULTIMO EVENTO (ESTE REFLETE A SITUACAO
003000*    CORRENTE E SE CORRIGE PELA MANUTENCAO DA UNIDADE) E QUE NAO
003100*    HA OUTRA SOLICITACAO EM ABERTO PARA O MESMO EVENTO. A
003200*    CORRECAO NAO E APLICADA AQUI: FICA PENDENTE EM
003300*    TPEND_APRVC_MANUT (CTAB_DESTINO 'TUND_ORGNZ_HIST', MOTIVO EM
003400*    CCOD_PRINCIPAL, UNIDADE EM CCOD_AUXILIAR/NSEQ_AUXILIAR,
003500*    MOMENTO DO EVENTO E NOVA DATA EM RDESCR_PEND) E SO E
003600*    EXECUTADA NA APROVACAO POR OUTRO USUARIO NA UO71, PELO
003700*    SERVICO UORG0206. PF3 ENCERRA.
003800*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.         IBM-390.
004200 OBJECT-COMPUTER.         IBM-390.
004300 DATA DIVISION.
004400 WORKING-STORAGE SECTION.
004500     EXEC SQL INCLUDE SQLCA END-EXEC.
004600 01  WS-AREA-TRABALHO.
004700     05 WS-NSEQ-PEND             PIC S9(10)V COMP-3.
004800     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
004900     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
005000     05 WS-IABREV-UND-ORGNZ      PIC X(40).
005100     05 WS-CMOTVO-CORRC          PIC S9(2)V COMP-3.
005200     05 WS-RMOTVO-CORRC          PIC X(40).
005300     05 WS-HEVENTO-INI           PIC X(26).
005400     05 WS-HEVENTO-FIM           PIC X(26).
005500     05 WS-HEVENTO-HIST          PIC X(26).
005600     05 WS-HEVENTO-NOVO          PIC X(26).
005700     05 WS-HEVENTO-MENOR         PIC X(26).
005800     05 WS-HEVENTO-MAIOR         PIC X(26).
005900     05 WS-CINDCD-FUTURO         PIC X(1).
006000     05 WS-DNOVA-EVENTO          PIC X(10).
006100     05 WS-CSIT-ANT              PIC S9(3)V COMP-3.
006200     05 WS-CSIT-NOVO             PIC S9(3)V COMP-3.
006300     05 WS-CCLASF-ANT            PIC S9(1)V COMP-3.
006400     05 WS-CCLASF-NOVO           PIC S9(1)V COMP-3.
006500     05 WS-CUSUAR-MANUT          PIC X(9).
006600     05 WS-QTDE-EXISTE           PIC S9(7) COMP VALUE ZERO.
006700     05 WS-RDESCR-PEND           PIC X(40).
006800     05 WS-SIT-ANT-ED            PIC ZZ9.
006900     05 WS-SIT-NOVO-ED           PIC ZZ9.
007000     05 WS-CLASF-ANT-ED          PIC 9.
007100     05 WS-CLASF-NOVO-ED         PIC 9.
007200 01  WS-INDICADORES.
007300     05 WS-IND-ABREV             PIC S9(4) COMP-5.
007400     05 WS-IND-CSIT-ANT          PIC S9(4) COMP-5.
007500     05 WS-IND-CSIT-NOVO         PIC S9(4) COMP-5.
007600     05 WS-IND-CCLASF-ANT        PIC S9(4) COMP-5.
007700     05 WS-IND-CCLASF-NOVO       PIC S9(4) COMP-5.
007800 01  WS-CUSUARIO                 PIC X(9).
007900 01  WS-MENSAGEM                 PIC X(60).
008000 01  WS-COMMAREA-INICIAL.
008100     05 FILLER                   PIC X(1)  VALUE SPACE.
008200 01  WS-TECLAS-PF.
008300     05 WS-PF3                   PIC X(1) VALUE '3'.
008400 COPY UORGL072.
008500 COPY UORGM205.
008600 LINKAGE SECTION.
008700     COPY UORGL205 REPLACING UORGL205-COMMAREA BY DFHCOMMAREA.
008800 PROCEDURE DIVISION.
008900******************************************************************
009000*    0000-MAINLINE                                               *
009100******************************************************************
009200 0000-MAINLINE                  SECTION.
009300     IF EIBCALEN = ZERO
009400         PERFORM 1000-TELA-INICIAL
009500             THRU 1000-TELA-INICIAL-EXIT
009600     ELSE
009700         PERFORM 2000-PROCESSAR-TELA
009800             THRU 2000-PROCESSAR-TELA-EXIT
009900     END-IF.
010000     GO TO 9000-ENCERRAR.
010100******************************************************************
010200*    1000-TELA-INICIAL                                          *
010300******************************************************************
010400 1000-TELA-INICIAL              SECTION.
010500     MOVE SPACES TO UORGM205O.
010600     MOVE -1 TO FUNCAOL.
010700     EXEC CICS
010800         SEND MAP('UORGM205') MAPSET('UORGS82')
010900              FROM(UORGM205O) ERASE
011000     END-EXEC.
011100 1000-TELA-INICIAL-EXIT.
011200     EXIT.
011300******************************************************************
011400*    2000-PROCESSAR-TELA                                        *
011500******************************************************************
011600 2000-PROCESSAR-TELA            SECTION.
011700     IF EIBAID = WS-PF3
011800         EXEC CICS
011900             SEND TEXT FROM('FIM DA CORRECAO DE HISTORICO')
012000                  ERASE FREEKB
012100         END-EXEC
012200         EXEC CICS
012300             RETURN
012400         END-EXEC
012500     END-IF.
012600     EXEC CICS
012700         RECEIVE MAP('UORGM205') MAPSET('UORGS82')
012800              INTO(UORGM205I)
012900     END-EXEC.
013000     MOVE EIBOPID TO WS-CUSUARIO.
013100     MOVE SPACES TO WS-MENSAGEM.
013200     PERFORM 3000-VALIDAR-CHAVE
013300         THRU 3000-VALIDAR-CHAVE-EXIT.
013400     IF WS-MENSAGEM = SPACES
013500         MOVE WS-CUSUARIO TO UORGL072-CUSUAR
013600         MOVE 'CORRHIST' TO UORGL072-CFUNCAO
013700         MOVE WS-CPSSOA-JURID TO UORGL072-CPSSOA-JURID
013800         CALL 'UORG0072' USING UORGL072-PARMS
013900         IF NOT UORGL072-AUTORIZADO
014000             MOVE 'USUARIO SEM AUTORIZACAO PARA CORRECAO'
014100                 TO WS-MENSAGEM
014200         END-IF
014300     END-IF.
014400     IF WS-MENSAGEM = SPACES
014500         PERFORM 3100-VALIDAR-EVENTO
014600             THRU 3100-VALIDAR-EVENTO-EXIT
014700     END-IF.
014800     IF WS-MENSAGEM = SPACES
014900         PERFORM 3200-VALIDAR-CORRECAO
015000             THRU 3200-VALIDAR-CORRECAO-EXIT
015100     END-IF.
015200     IF WS-MENSAGEM = SPACES
015300         PERFORM 4500-REGISTRAR-PENDENCIA
015400             THRU 4500-REGISTRAR-PENDENCIA-EXIT
015500     END-IF.
015600     MOVE WS-MENSAGEM TO MSGO.
015700     EXEC CICS
015800         SEND MAP('UORGM205') MAPSET('UORGS82')
015900              FROM(UORGM205O) ERASE
016000     END-EXEC.
016100 2000-PROCESSAR-TELA-EXIT.
016200     EXIT.
016300******************************************************************
016400*    3000-VALIDAR-CHAVE                                         *
016500*    FUNCAO, UNIDADE E MOTIVO                                    *
016600******************************************************************
016700 3000-VALIDAR-CHAVE             SECTION.
016800     IF FUNCAOI NOT = 'R' AND FUNCAOI NOT = 'C'
016900         MOVE 'FUNCAO INVALIDA - INFORME R OU C'
017000             TO WS-MENSAGEM
017100         GO TO 3000-VALIDAR-CHAVE-EXIT
017200     END-IF.
017300     IF CPSSOAI IS NOT NUMERIC OR CPSSOAI = SPACES
017400         MOVE 'CPSSOA_JURID INVALIDO' TO WS-MENSAGEM
017500         GO TO 3000-VALIDAR-CHAVE-EXIT
017600     END-IF.
017700     IF NSEQI IS NOT NUMERIC OR NSEQI = SPACES
017800         MOVE 'NSEQ_UND_ORGNZ INVALIDO' TO WS-MENSAGEM
017900         GO TO 3000-VALIDAR-CHAVE-EXIT
018000     END-IF.
018100     MOVE CPSSOAI TO WS-CPSSOA-JURID.
018200     MOVE NSEQI TO WS-NSEQ-UND-ORGNZ.
018300     EXEC SQL
018400         SELECT IABREV_UND_ORGNZ
018500           INTO :WS-IABREV-UND-ORGNZ:WS-IND-ABREV
018600           FROM DB2PRD.TUND_ORGNZ
018700          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
018800            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
018900     END-EXEC.
019000     IF SQLCODE = 100
019100         MOVE 'UNIDADE NAO CADASTRADA' TO WS-MENSAGEM
019200         GO TO 3000-VALIDAR-CHAVE-EXIT
019300     END-IF.
019400     IF SQLCODE NOT = ZERO
019500         MOVE 'ERRO NA LEITURA DA UNIDADE' TO WS-MENSAGEM
019600         GO TO 3000-VALIDAR-CHAVE-EXIT
019700     END-IF.
019800     IF WS-IND-ABREV < ZERO
019900         MOVE SPACES TO WS-IABREV-UND-ORGNZ
020000     END-IF.
020100     MOVE WS-IABREV-UND-ORGNZ TO ABREVO.
020200     IF MOTIVOI IS NOT NUMERIC OR MOTIVOI = SPACES
020300         MOVE 'MOTIVO DA CORRECAO OBRIGATORIO' TO WS-MENSAGEM
020400         GO TO 3000-VALIDAR-CHAVE-EXIT
020500     END-IF.
020600     MOVE MOTIVOI TO WS-CMOTVO-CORRC.
020700     EXEC SQL
020800         SELECT RMOTVO_CORRC_HIST
020900           INTO :WS-RMOTVO-CORRC
021000           FROM DB2PRD.TMOTVO_CORRC_HIST
021100          WHERE CMOTVO_CORRC_HIST = :WS-CMOTVO-CORRC
021200            AND CSIT_ATUAL_REG    = 1
021300     END-EXEC.
021400     IF SQLCODE NOT = ZERO
021500         MOVE 'MOTIVO INEXISTENTE OU INATIVO (TMOTVO_CORRC_HIST)'
021600             TO WS-MENSAGEM
021700         GO TO 3000-VALIDAR-CHAVE-EXIT
021800     END-IF.
021900     MOVE WS-RMOTVO-CORRC TO IMOTVOO.
022000 3000-VALIDAR-CHAVE-EXIT.
022100     EXIT.
022200******************************************************************
022300*    3100-VALIDAR-EVENTO                                        *
022400*    LOCALIZA O EVENTO VALIDO NO SEGUNDO INFORMADO              *
022500******************************************************************
022600 3100-VALIDAR-EVENTO            SECTION.
022700     IF HEVENTOI = SPACES OR HEVENTOI = LOW-VALUES
022800         MOVE 'MOMENTO DO EVENTO NAO INFORMADO (VER UO48)'
022900             TO WS-MENSAGEM
023000         GO TO 3100-VALIDAR-EVENTO-EXIT
023100     END-IF.
023200     MOVE SPACES TO WS-HEVENTO-INI WS-HEVENTO-FIM.
023300     STRING HEVENTOI '.000000'
023400            DELIMITED BY SIZE INTO WS-HEVENTO-INI.
023500     STRING HEVENTOI '.999999'
023600            DELIMITED BY SIZE INTO WS-HEVENTO-FIM.
023700     EXEC SQL
023800         SELECT HEVENTO_HIST,
023900                CSIT_UND_ORGNZ_ANT, CSIT_UND_ORGNZ_NOVO,
024000                CCLASF_UND_ORGNZ_ANT, CCLASF_UND_ORGNZ_NOVO,
024100                CUSUAR_MANUT
024200           INTO :WS-HEVENTO-HIST,
024300                :WS-CSIT-ANT:WS-IND-CSIT-ANT,
024400                :WS-CSIT-NOVO:WS-IND-CSIT-NOVO,
024500                :WS-CCLASF-ANT:WS-IND-CCLASF-ANT,
024600                :WS-CCLASF-NOVO:WS-IND-CCLASF-NOVO,
024700                :WS-CUSUAR-MANUT
024800           FROM DB2PRD.TUND_ORGNZ_HIST
024900          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
025000            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
025100            AND HEVENTO_HIST BETWEEN :WS-HEVENTO-INI
025200                                 AND :WS-HEVENTO-FIM
025300            AND COALESCE(CINDCD_EVENTO_SUPERD, 'N') = 'N'
025400     END-EXEC.
025500     EVALUATE TRUE
025600         WHEN SQLCODE = ZERO
025700             CONTINUE
025800         WHEN SQLCODE = 100
025900             MOVE 'EVENTO NAO ENCONTRADO OU JA CORRIGIDO'
026000                 TO WS-MENSAGEM
026100             GO TO 3100-VALIDAR-EVENTO-EXIT
026200         WHEN SQLCODE = -811
026300             MOVE 'MAIS DE UM EVENTO NO MESMO SEGUNDO'
026400                 TO WS-MENSAGEM
026500             GO TO 3100-VALIDAR-EVENTO-EXIT
026600         WHEN OTHER
026700             MOVE 'ERRO NA LEITURA DO HISTORICO' TO WS-MENSAGEM
026800             GO TO 3100-VALIDAR-EVENTO-EXIT
026900     END-EVALUATE.
027000     IF WS-IND-CSIT-ANT < ZERO
027100         MOVE ZERO TO WS-CSIT-ANT
027200     END-IF.
027300     IF WS-IND-CSIT-NOVO < ZERO
027400         MOVE ZERO TO WS-CSIT-NOVO
027500     END-IF.
027600     IF WS-IND-CCLASF-ANT < ZERO
027700         MOVE ZERO TO WS-CCLASF-ANT
027800     END-IF.
027900     IF WS-IND-CCLASF-NOVO < ZERO
028000         MOVE ZERO TO WS-CCLASF-NOVO
028100     END-IF.
028200     MOVE WS-CSIT-ANT TO WS-SIT-ANT-ED.
028300     MOVE WS-CSIT-NOVO TO WS-SIT-NOVO-ED.
028400     MOVE WS-CCLASF-ANT TO WS-CLASF-ANT-ED.
028500     MOVE WS-CCLASF-NOVO TO WS-CLASF-NOVO-ED.
028600     MOVE SPACES TO DESCEVO.
028700     STRING 'SIT ' WS-SIT-ANT-ED '>' WS-SIT-NOVO-ED
028800            '  CLASF ' WS-CLASF-ANT-ED '>' WS-CLASF-NOVO-ED
028900            '  POR ' WS-CUSUAR-MANUT
029000            DELIMITED BY SIZE INTO DESCEVO.
029100 3100-VALIDAR-EVENTO-EXIT.
029200     EXIT.
029300******************************************************************
029400*    3200-VALIDAR-CORRECAO                                      *
029500*    'C': PRECISA HAVER EVENTO VALIDO POSTERIOR. 'R': NOVA DATA  *
029600*    CONFERIDA PELO DB2, NAO FUTURA E SEM OUTRO EVENTO VALIDO   *
029700*    ENTRE ELA E O ORIGINAL. NAO PODE HAVER OUTRA SOLICITACAO   *
029800*    EM ABERTO PARA O MESMO EVENTO                              *
029900******************************************************************
030000 3200-VALIDAR-CORRECAO          SECTION.
030100     MOVE SPACES TO WS-DNOVA-EVENTO.
030200     IF FUNCAOI = 'C'
030300         MOVE ZERO TO WS-QTDE-EXISTE
030400         EXEC SQL
030500             SELECT COUNT(*)
030600               INTO :WS-QTDE-EXISTE
030700               FROM DB2PRD.TUND_ORGNZ_HIST
030800              WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
030900                AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
031000                AND HEVENTO_HIST   > :WS-HEVENTO-HIST
031100                AND COALESCE(CINDCD_EVENTO_SUPERD, 'N') = 'N'
031200         END-EXEC
031300         IF WS-QTDE-EXISTE = ZERO
031400             MOVE 'ULTIMO EVENTO - USE A MANUTENCAO DA UNIDADE'
031500                 TO WS-MENSAGEM
031600             GO TO 3200-VALIDAR-CORRECAO-EXIT
031700         END-IF
031800     ELSE
031900         PERFORM 3300-VALIDAR-NOVA-DATA
032000             THRU 3300-VALIDAR-NOVA-DATA-EXIT
032100         IF WS-MENSAGEM NOT = SPACES
032200             GO TO 3200-VALIDAR-CORRECAO-EXIT
032300         END-IF
032400     END-IF.
032500     MOVE ZERO TO WS-QTDE-EXISTE.
032600     EXEC SQL
032700         SELECT COUNT(*)
032800           INTO :WS-QTDE-EXISTE
032900           FROM DB2PRD.TPEND_APRVC_MANUT
033000          WHERE CTAB_DESTINO  = 'TUND_ORGNZ_HIST'
033100            AND CSIT_PEND     = 0
033200            AND CCOD_AUXILIAR = :WS-CPSSOA-JURID
033300            AND NSEQ_AUXILIAR = :WS-NSEQ-UND-ORGNZ
033400            AND SUBSTR(RDESCR_PEND, 1, 26) = :WS-HEVENTO-HIST
033500     END-EXEC.
033600     IF WS-QTDE-EXISTE > ZERO
033700         MOVE 'JA HA SOLICITACAO EM ABERTO PARA O EVENTO'
033800             TO WS-MENSAGEM
033900     END-IF.
034000 3200-VALIDAR-CORRECAO-EXIT.
034100     EXIT.
034200******************************************************************
034300*    3300-VALIDAR-NOVA-DATA                                     *
034400*    NOVO MOMENTO = NOVA DATA + HORA ORIGINAL DO EVENTO          *
034500******************************************************************
034600 3300-VALIDAR-NOVA-DATA         SECTION.
034700     IF DNOVAI IS NOT NUMERIC
034800         MOVE 'NOVA DATA INVALIDA - INFORME AAAAMMDD'
034900             TO WS-MENSAGEM
035000         GO TO 3300-VALIDAR-NOVA-DATA-EXIT
035100     END-IF.
035200     STRING DNOVAI (1:4) '-' DNOVAI (5:2) '-' DNOVAI (7:2)
035300            DELIMITED BY SIZE INTO WS-DNOVA-EVENTO.
035400     MOVE WS-HEVENTO-HIST TO WS-HEVENTO-NOVO.
035500     MOVE WS-DNOVA-EVENTO TO WS-HEVENTO-NOVO (1:10).
035600     EXEC SQL
035700         SELECT CASE WHEN TIMESTAMP(:WS-HEVENTO-NOVO) >
035800                          CURRENT TIMESTAMP
035900                     THEN 'S' ELSE 'N' END
036000           INTO :WS-CINDCD-FUTURO
036100           FROM SYSIBM.SYSDUMMY1
036200     END-EXEC.
036300     IF SQLCODE NOT = ZERO
036400         MOVE 'NOVA DATA INVALIDA - INFORME AAAAMMDD'
036500             TO WS-MENSAGEM
036600         GO TO 3300-VALIDAR-NOVA-DATA-EXIT
036700     END-IF.
036800     IF WS-CINDCD-FUTURO = 'S'
036900         MOVE 'NOVA DATA NAO PODE SER FUTURA' TO WS-MENSAGEM
037000         GO TO 3300-VALIDAR-NOVA-DATA-EXIT
037100     END-IF.
037200     IF WS-HEVENTO-NOVO = WS-HEVENTO-HIST
037300         MOVE 'NOVA DATA IGUAL A DATA DO EVENTO' TO WS-MENSAGEM
037400         GO TO 3300-VALIDAR-NOVA-DATA-EXIT
037500     END-IF.
037600     IF WS-HEVENTO-NOVO < WS-HEVENTO-HIST
037700         MOVE WS-HEVENTO-NOVO TO WS-HEVENTO-MENOR
037800         MOVE WS-HEVENTO-HIST TO WS-HEVENTO-MAIOR
037900     ELSE
038000         MOVE WS-HEVENTO-HIST TO WS-HEVENTO-MENOR
038100         MOVE WS-HEVENTO-NOVO TO WS-HEVENTO-MAIOR
038200     END-IF.
038300     MOVE ZERO TO WS-QTDE-EXISTE.
038400     EXEC SQL
038500         SELECT COUNT(*)
038600           INTO :WS-QTDE-EXISTE
038700           FROM DB2PRD.TUND_ORGNZ_HIST
038800          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
038900            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
039000            AND HEVENTO_HIST  <> :WS-HEVENTO-HIST
039100            AND HEVENTO_HIST BETWEEN :WS-HEVENTO-MENOR
039200                                 AND :WS-HEVENTO-MAIOR
039300            AND COALESCE(CINDCD_EVENTO_SUPERD, 'N') = 'N'
039400     END-EXEC.
039500     IF WS-QTDE-EXISTE > ZERO
039600         MOVE 'NOVA DATA ULTRAPASSA OUTRO EVENTO DA UNIDADE'
039700             TO WS-MENSAGEM
039800     END-IF.
039900 3300-VALIDAR-NOVA-DATA-EXIT.
040000     EXIT.
040100******************************************************************
040200*    4500-REGISTRAR-PENDENCIA                                   *
040300*    QUATRO OLHOS: A CORRECAO VALIDADA NAO E APLICADA AQUI -    *
040400*    FICA PENDENTE EM TPEND_APRVC_MANUT ATE OUTRO USUARIO       *
040500*    APROVAR PELA TRANSACAO UO71 (UORG0071)                     *
040600******************************************************************
040700 4500-REGISTRAR-PENDENCIA       SECTION.
040800     MOVE ZERO TO WS-NSEQ-PEND.
040900     EXEC SQL
041000         SELECT COALESCE(MAX(NSEQ_PEND_APRVC), 0) + 1
041100           INTO :WS-NSEQ-PEND
041200           FROM DB2PRD.TPEND_APRVC_MANUT
041300     END-EXEC.
041400     IF SQLCODE NOT = ZERO
041500         MOVE 'ERRO NA NUMERACAO DA PENDENCIA' TO WS-MENSAGEM
041600         GO TO 4500-REGISTRAR-PENDENCIA-EXIT
041700     END-IF.
041800     MOVE SPACES TO WS-RDESCR-PEND.
041900     MOVE WS-HEVENTO-HIST TO WS-RDESCR-PEND (1:26).
042000     MOVE WS-DNOVA-EVENTO TO WS-RDESCR-PEND (28:10).
042100     EXEC SQL
042200         INSERT INTO DB2PRD.TPEND_APRVC_MANUT
042300                (NSEQ_PEND_APRVC, CTAB_DESTINO, CFUNCAO_PEND,
042400                 CCOD_PRINCIPAL, CCOD_AUXILIAR, NSEQ_AUXILIAR,
042500                 RDESCR_PEND, CSIT_PEND, CUSUAR_SOLIC, HSOLIC_REG)
042600         VALUES (:WS-NSEQ-PEND, 'TUND_ORGNZ_HIST', :FUNCAOI,
042700                 :WS-CMOTVO-CORRC, :WS-CPSSOA-JURID,
042800                 :WS-NSEQ-UND-ORGNZ, :WS-RDESCR-PEND,
042900                 0, :WS-CUSUARIO, CURRENT TIMESTAMP)
043000     END-EXEC.
043100     IF SQLCODE = ZERO
043200         MOVE 'SOLICITACAO REGISTRADA PARA APROVACAO (UO71)'
043300             TO WS-MENSAGEM
043400     ELSE
043500         MOVE 'ERRO NO REGISTRO DA PENDENCIA' TO WS-MENSAGEM
043600     END-IF.
043700 4500-REGISTRAR-PENDENCIA-EXIT.
043800     EXIT.
043900******************************************************************
044000*    9000-ENCERRAR                                               *
044100******************************************************************
044200 9000-ENCERRAR                  SECTION.
044300     IF EIBCALEN = ZERO
044400         EXEC CICS
044500             RETURN TRANSID('UO82')
044600                  COMMAREA(WS-COMMAREA-INICIAL)
044700         END-EXEC
044800     END-IF.
044900     EXEC CICS
045000         RETURN TRANSID('UO82') COMMAREA(DFHCOMMAREA)
045100     END-EXEC.
045200     GOBACK.
