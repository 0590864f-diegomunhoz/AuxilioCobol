000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0166                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0166.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - TRANSACAO UO79, VINCULACAO ONLINE DA  *
001600*                UNIDADE A SUPERINTENDENCIA REGIONAL COM DATA DE *
001700*                INICIO DE VIGENCIA (TUND_NO_HIER), PELO SERVICO *
001800*                UORG0167.                                       *
001810* 15/10/2026 ES  ATUALIZACAO RECUSADA COM MENSAGEM DO CATALOGO   *
001820*                ENQUANTO A CADEIA BATCH MANTEM A JANELA DE      *
001830*                PROCESSAMENTO FECHADA (UORG0183).               *
001900******************************************************************
002000*
002100*    FUNCAO: TRANSACAO CICS PSEUDO-CONVERSACIONAL. FUNCAO 'C'
002200*    LISTA O HISTORICO DE VINCULACOES DA UNIDADE A HIERARQUIA
002300*    REGIONAL (ATE 10 VIGENCIAS, DA MAIS RECENTE PARA A MAIS
002400*    ANTIGA) COM A SUPERINTENDENCIA E SUA DIRETORIA REGIONAL;
002500*    'I' VINCULA A UNIDADE A SUPERINTENDENCIA INFORMADA A PARTIR
002600*    DA DATA DE INICIO (AAAAMMDD), ENCERRANDO NA VESPERA A
002700*    VINCULACAO ENTAO VIGENTE; 'E' EXCLUI A VIGENCIA INICIADA NA
002800*    DATA INFORMADA, REABRINDO A ANTERIOR. AS REGRAS DE VIGENCIA
002900*    FICAM NO SERVICO UORG0167, O MESMO DA REDISTRIBUICAO EM
003000*    MASSA UORG0168. PF3 ENCERRA.
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.         IBM-390.
003500 OBJECT-COMPUTER.         IBM-390.
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800     EXEC SQL INCLUDE SQLCA END-EXEC.
003900 01  WS-SWITCHES.
004000     05 WS-SW-ACHOU-UNIDADE      PIC X(1) VALUE 'N'.
004100        88 WS-ACHOU-UNIDADE           VALUE 'S'.
004200     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
004300        88 WS-FIM-CURSOR              VALUE 'S'.
004400 01  WS-CONTADORES.
004500     05 WS-QTDE-LINHAS           PIC S9(4) COMP VALUE ZERO.
004600 01  WS-AREA-TRABALHO.
004700     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
004800     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
004900     05 WS-IABREV-UND-ORGNZ      PIC X(40).
005000     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
005100     05 WS-CNO-HIER              PIC S9(5)V COMP-3.
005200     05 WS-CNO-HIER-PAI          PIC S9(5)V COMP-3.
005300     05 WS-INO-HIER              PIC X(40).
005400     05 WS-DINIC-DIGITADA        PIC X(8).
005500     05 WS-DINIC-VIGEN           PIC X(10).
005600     05 WS-DFIM-VIGEN            PIC X(10).
005700     05 WS-DATA-VALIDADA         PIC X(10).
005800     05 WS-SIT-ED                PIC ZZ9.
005900     05 WS-QTDE-ED               PIC Z9.
006000 01  WS-LINHA-LISTA.
006100     05 WS-LIN-DINIC-VIGEN       PIC X(10).
006200     05 FILLER                   PIC X(2)  VALUE SPACES.
006300     05 WS-LIN-DFIM-VIGEN        PIC X(10).
006400     05 FILLER                   PIC X(2)  VALUE SPACES.
006500     05 WS-LIN-CNO-HIER          PIC ZZZZ9.
006600     05 FILLER                   PIC X(1)  VALUE SPACES.
006700     05 WS-LIN-INO-HIER          PIC X(40).
006800     05 FILLER                   PIC X(1)  VALUE SPACES.
006900     05 WS-LIN-CNO-PAI           PIC ZZZZ9.
007000 01  WS-INDICADORES.
007100     05 WS-IND-ABREV             PIC S9(4) COMP-5.
007200     05 WS-IND-CSIT              PIC S9(4) COMP-5.
007300 01  WS-CUSUARIO                 PIC X(9).
007400 01  WS-MENSAGEM                 PIC X(60).
007500 01  WS-COMMAREA-INICIAL.
007600     05 FILLER                   PIC X(1)  VALUE SPACE.
007700     05 FILLER                   PIC X(18) VALUE ZEROS.
007800 01  WS-TECLAS-PF.
007900     05 WS-PF3                   PIC X(1) VALUE '3'.
008000 COPY UORGM166.
008100 COPY UORGL167.
008200 COPY UORGL072.
008210 COPY UORGL183.
008300 LINKAGE SECTION.
008400     COPY UORGL166 REPLACING UORGL166-COMMAREA BY DFHCOMMAREA.
008500 PROCEDURE DIVISION.
008600******************************************************************
008700*    0000-MAINLINE                                               *
008800******************************************************************
008900 0000-MAINLINE                  SECTION.
009000     IF EIBCALEN = ZERO
009100         PERFORM 1000-TELA-INICIAL
009200             THRU 1000-TELA-INICIAL-EXIT
009300     ELSE
009400         PERFORM 2000-PROCESSAR-TELA
009500             THRU 2000-PROCESSAR-TELA-EXIT
009600     END-IF.
009700     GO TO 9000-ENCERRAR.
009800******************************************************************
009900*    1000-TELA-INICIAL                                          *
010000******************************************************************
010100 1000-TELA-INICIAL              SECTION.
010200     MOVE SPACES TO UORGM166O.
010300     MOVE -1 TO FUNCAOL.
010400     EXEC CICS
010500         SEND MAP('UORGM166') MAPSET('UORGS79')
010600              FROM(UORGM166O) ERASE
010700     END-EXEC.
010800 1000-TELA-INICIAL-EXIT.
010900     EXIT.
011000******************************************************************
011100*    2000-PROCESSAR-TELA                                        *
011200******************************************************************
011300 2000-PROCESSAR-TELA            SECTION.
011400     IF EIBAID = WS-PF3
011500         EXEC CICS
011600             SEND TEXT FROM('FIM DA VINCULACAO REGIONAL')
011700                  ERASE FREEKB
011800         END-EXEC
011900         EXEC CICS
012000             RETURN
012100         END-EXEC
012200     END-IF.
012300     EXEC CICS
012400         RECEIVE MAP('UORGM166') MAPSET('UORGS79')
012500              INTO(UORGM166I)
012600     END-EXEC.
012700     MOVE EIBOPID TO WS-CUSUARIO.
012800     MOVE WS-CUSUARIO TO UORGL072-CUSUAR.
012900     IF FUNCAOI = 'C'
013000         MOVE 'CONSULTA' TO UORGL072-CFUNCAO
013100     ELSE
013200         MOVE 'HIERARQ' TO UORGL072-CFUNCAO
013300     END-IF.
013400     MOVE ZERO TO UORGL072-CPSSOA-JURID.
013500     CALL 'UORG0072' USING UORGL072-PARMS.
013600     IF NOT UORGL072-AUTORIZADO
013700         MOVE 'USUARIO SEM AUTORIZACAO PARA A FUNCAO'
013800             TO WS-MENSAGEM
013900         MOVE WS-MENSAGEM TO MSGO
014000         EXEC CICS
014100             SEND MAP('UORGM166') MAPSET('UORGS79')
014200                  FROM(UORGM166O) ERASE
014300         END-EXEC
014400         GO TO 2000-PROCESSAR-TELA-EXIT
014500     END-IF.
014600     MOVE SPACES TO WS-MENSAGEM.
014700     PERFORM 3000-VALIDAR-CHAVE
014800         THRU 3000-VALIDAR-CHAVE-EXIT.
014810     IF WS-MENSAGEM = SPACES
014820        AND (FUNCAOI = 'I' OR FUNCAOI = 'E')
014830         PERFORM 8900-VERIFICAR-JANELA
014840             THRU 8900-VERIFICAR-JANELA-EXIT
014850     END-IF.
014900     IF WS-MENSAGEM = SPACES
015000         EVALUATE FUNCAOI
015100             WHEN 'C'
015200                 CONTINUE
015300             WHEN 'I'
015400                 PERFORM 5000-VINCULAR
015500                     THRU 5000-VINCULAR-EXIT
015600             WHEN 'E'
015700                 PERFORM 6500-EXCLUIR
015800                     THRU 6500-EXCLUIR-EXIT
015900             WHEN OTHER
016000                 MOVE 'FUNCAO INVALIDA - INFORME C, I OU E'
016100                     TO WS-MENSAGEM
016200         END-EVALUATE
016300     END-IF.
016400     IF WS-ACHOU-UNIDADE
016500         PERFORM 4000-LISTAR-VIGENCIAS
016600             THRU 4000-LISTAR-VIGENCIAS-EXIT
016700         MOVE WS-CPSSOA-JURID TO UORGL166-CPSSOA-JURID
016800         MOVE WS-NSEQ-UND-ORGNZ TO UORGL166-NSEQ-UND-ORGNZ
016900     END-IF.
017000     MOVE WS-MENSAGEM TO MSGO.
017100     EXEC CICS
017200         SEND MAP('UORGM166') MAPSET('UORGS79')
017300              FROM(UORGM166O) ERASE
017400     END-EXEC.
017500 2000-PROCESSAR-TELA-EXIT.
017600     EXIT.
017700******************************************************************
017800*    3000-VALIDAR-CHAVE                                         *
017900*    VALIDA A CHAVE DA UNIDADE E LE NOME E SITUACAO             *
018000******************************************************************
018100 3000-VALIDAR-CHAVE             SECTION.
018200     IF CPSSOAI IS NOT NUMERIC OR CPSSOAI = SPACES
018300         MOVE 'CPSSOA_JURID INVALIDO' TO WS-MENSAGEM
018400         GO TO 3000-VALIDAR-CHAVE-EXIT
018500     END-IF.
018600     IF NSEQI IS NOT NUMERIC OR NSEQI = SPACES
018700         MOVE 'NSEQ_UND_ORGNZ INVALIDO' TO WS-MENSAGEM
018800         GO TO 3000-VALIDAR-CHAVE-EXIT
018900     END-IF.
019000     MOVE CPSSOAI TO WS-CPSSOA-JURID.
019100     MOVE NSEQI TO WS-NSEQ-UND-ORGNZ.
019200     PERFORM 7000-LER-UNIDADE
019300         THRU 7000-LER-UNIDADE-EXIT.
019400 3000-VALIDAR-CHAVE-EXIT.
019500     EXIT.
019600******************************************************************
019700*    3100-VALIDAR-DATA                                          *
019800*    DATA DE INICIO AAAAMMDD, CONFERIDA PELO DB2                *
019900******************************************************************
020000 3100-VALIDAR-DATA              SECTION.
020100     MOVE DINICI TO WS-DINIC-DIGITADA.
020200     IF WS-DINIC-DIGITADA IS NOT NUMERIC
020300         MOVE 'DATA DE INICIO INVALIDA - INFORME AAAAMMDD'
020400             TO WS-MENSAGEM
020500         GO TO 3100-VALIDAR-DATA-EXIT
020600     END-IF.
020700     STRING WS-DINIC-DIGITADA (1:4) '-'
020800            WS-DINIC-DIGITADA (5:2) '-'
020900            WS-DINIC-DIGITADA (7:2)
021000            DELIMITED BY SIZE INTO WS-DINIC-VIGEN.
021100     EXEC SQL
021200         SELECT CHAR(DATE(:WS-DINIC-VIGEN), ISO)
021300           INTO :WS-DATA-VALIDADA
021400           FROM SYSIBM.SYSDUMMY1
021500     END-EXEC.
021600     IF SQLCODE NOT = ZERO
021700         MOVE 'DATA DE INICIO INVALIDA - INFORME AAAAMMDD'
021800             TO WS-MENSAGEM
021900     END-IF.
022000 3100-VALIDAR-DATA-EXIT.
022100     EXIT.
022200******************************************************************
022300*    4000-LISTAR-VIGENCIAS                                      *
022400*    LISTA ATE 10 VIGENCIAS DA MAIS RECENTE PARA A MAIS ANTIGA  *
022500******************************************************************
022600 4000-LISTAR-VIGENCIAS          SECTION.
022700     MOVE WS-IABREV-UND-ORGNZ TO ABREVO.
022800     MOVE WS-CSIT-UND-ORGNZ TO WS-SIT-ED.
022900     MOVE WS-SIT-ED TO SITO.
023000     PERFORM 4050-LIMPAR-LINHA
023100         THRU 4050-LIMPAR-LINHA-EXIT
023200         VARYING WS-QTDE-LINHAS FROM 1 BY 1
023300         UNTIL WS-QTDE-LINHAS > 10.
023400     MOVE 'N' TO WS-SW-FIM-CURSOR.
023500     MOVE ZERO TO WS-QTDE-LINHAS.
023600     EXEC SQL
023700         OPEN CUR-UORG0166
023800     END-EXEC.
023900     IF SQLCODE NOT = ZERO
024000         MOVE 'ERRO NA LEITURA DAS VINCULACOES DA UNIDADE'
024100             TO WS-MENSAGEM
024200         GO TO 4000-LISTAR-VIGENCIAS-EXIT
024300     END-IF.
024400     PERFORM 8000-LER-VIGENCIA
024500         THRU 8000-LER-VIGENCIA-EXIT.
024600     PERFORM 4100-MOVER-LINHA
024700         THRU 4100-MOVER-LINHA-EXIT
024800         UNTIL WS-FIM-CURSOR
024900            OR WS-QTDE-LINHAS >= 10.
025000     EXEC SQL
025100         CLOSE CUR-UORG0166
025200     END-EXEC.
025300     IF WS-MENSAGEM = SPACES
025400         MOVE WS-QTDE-LINHAS TO WS-QTDE-ED
025500         STRING WS-QTDE-ED ' VIGENCIA(S) LISTADA(S)'
025600                DELIMITED BY SIZE INTO WS-MENSAGEM
025700     END-IF.
025800 4000-LISTAR-VIGENCIAS-EXIT.
025900     EXIT.
026000******************************************************************
026100*    4050-LIMPAR-LINHA                                          *
026200******************************************************************
026300 4050-LIMPAR-LINHA              SECTION.
026400     MOVE SPACES TO LINO (WS-QTDE-LINHAS).
026500 4050-LIMPAR-LINHA-EXIT.
026600     EXIT.
026700******************************************************************
026800*    4100-MOVER-LINHA                                           *
026900******************************************************************
027000 4100-MOVER-LINHA               SECTION.
027100     ADD 1 TO WS-QTDE-LINHAS.
027200     MOVE WS-DINIC-VIGEN TO WS-LIN-DINIC-VIGEN.
027300     IF WS-DFIM-VIGEN = '9999-12-31'
027400         MOVE 'EM ABERTO' TO WS-LIN-DFIM-VIGEN
027500     ELSE
027600         MOVE WS-DFIM-VIGEN TO WS-LIN-DFIM-VIGEN
027700     END-IF.
027800     MOVE WS-CNO-HIER TO WS-LIN-CNO-HIER.
027900     MOVE WS-INO-HIER TO WS-LIN-INO-HIER.
028000     MOVE WS-CNO-HIER-PAI TO WS-LIN-CNO-PAI.
028100     MOVE WS-LINHA-LISTA TO LINO (WS-QTDE-LINHAS).
028200     PERFORM 8000-LER-VIGENCIA
028300         THRU 8000-LER-VIGENCIA-EXIT.
028400 4100-MOVER-LINHA-EXIT.
028500     EXIT.
028600******************************************************************
028700*    5000-VINCULAR                                              *
028800******************************************************************
028900 5000-VINCULAR                  SECTION.
029000     IF CNOI IS NOT NUMERIC OR CNOI = SPACES
029100         MOVE 'CODIGO DA SUPERINTENDENCIA INVALIDO' TO WS-MENSAGEM
029200         GO TO 5000-VINCULAR-EXIT
029300     END-IF.
029400     PERFORM 3100-VALIDAR-DATA
029500         THRU 3100-VALIDAR-DATA-EXIT.
029600     IF WS-MENSAGEM NOT = SPACES
029700         GO TO 5000-VINCULAR-EXIT
029800     END-IF.
029900     MOVE 'A' TO UORGL167-FUNCTION.
030000     MOVE WS-CPSSOA-JURID TO UORGL167-CPSSOA-JURID.
030100     MOVE WS-NSEQ-UND-ORGNZ TO UORGL167-NSEQ-UND-ORGNZ.
030200     MOVE CNOI TO UORGL167-CNO-HIER.
030300     MOVE WS-DINIC-VIGEN TO UORGL167-DINIC-VIGEN.
030400     MOVE WS-CUSUARIO TO UORGL167-CUSUAR.
030500     CALL 'UORG0167' USING UORGL167-PARMS.
030600     EVALUATE TRUE
030700         WHEN UORGL167-OK
030800             MOVE 'VINCULACAO REGISTRADA COM SUCESSO'
030900                 TO WS-MENSAGEM
031000         WHEN UORGL167-NO-INVALIDO
031100             MOVE 'NO NAO E SUPERINTENDENCIA ATIVA' TO WS-MENSAGEM
031200         WHEN UORGL167-UNIDADE-INVALIDA
031300             MOVE 'UNIDADE NAO ENCONTRADA' TO WS-MENSAGEM
031400         WHEN OTHER
031500             MOVE 'ERRO NA GRAVACAO DA VINCULACAO' TO WS-MENSAGEM
031600     END-EVALUATE.
031700 5000-VINCULAR-EXIT.
031800     EXIT.
031900******************************************************************
032000*    6500-EXCLUIR                                               *
032100******************************************************************
032200 6500-EXCLUIR                   SECTION.
032300     PERFORM 3100-VALIDAR-DATA
032400         THRU 3100-VALIDAR-DATA-EXIT.
032500     IF WS-MENSAGEM NOT = SPACES
032600         GO TO 6500-EXCLUIR-EXIT
032700     END-IF.
032800     MOVE 'E' TO UORGL167-FUNCTION.
032900     MOVE WS-CPSSOA-JURID TO UORGL167-CPSSOA-JURID.
033000     MOVE WS-NSEQ-UND-ORGNZ TO UORGL167-NSEQ-UND-ORGNZ.
033100     MOVE ZERO TO UORGL167-CNO-HIER.
033200     MOVE WS-DINIC-VIGEN TO UORGL167-DINIC-VIGEN.
033300     MOVE WS-CUSUARIO TO UORGL167-CUSUAR.
033400     CALL 'UORG0167' USING UORGL167-PARMS.
033500     EVALUATE TRUE
033600         WHEN UORGL167-OK
033700             MOVE 'VIGENCIA EXCLUIDA - ANTERIOR REABERTA'
033800                 TO WS-MENSAGEM
033900         WHEN UORGL167-VINC-NAO-ENCONTRADA
034000             MOVE 'NAO HA VIGENCIA INICIADA NA DATA INFORMADA'
034100                 TO WS-MENSAGEM
034200         WHEN OTHER
034300             MOVE 'ERRO NA EXCLUSAO DA VIGENCIA' TO WS-MENSAGEM
034400     END-EVALUATE.
034500 6500-EXCLUIR-EXIT.
034600     EXIT.
034700******************************************************************
034800*    7000-LER-UNIDADE                                           *
034900******************************************************************
035000 7000-LER-UNIDADE               SECTION.
035100     MOVE 'N' TO WS-SW-ACHOU-UNIDADE.
035200     EXEC SQL
035300         SELECT IABREV_UND_ORGNZ, CSIT_UND_ORGNZ
035400           INTO :WS-IABREV-UND-ORGNZ:WS-IND-ABREV,
035500                :WS-CSIT-UND-ORGNZ:WS-IND-CSIT
035600           FROM DB2PRD.TUND_ORGNZ
035700          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
035800            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
035900     END-EXEC.
036000     EVALUATE TRUE
036100         WHEN SQLCODE = ZERO
036200             IF WS-IND-ABREV < ZERO
036300                 MOVE SPACES TO WS-IABREV-UND-ORGNZ
036400             END-IF
036500             IF WS-IND-CSIT < ZERO
036600                 MOVE ZERO TO WS-CSIT-UND-ORGNZ
036700             END-IF
036800             MOVE 'S' TO WS-SW-ACHOU-UNIDADE
036900         WHEN SQLCODE = 100
037000             MOVE 'UNIDADE NAO ENCONTRADA' TO WS-MENSAGEM
037100         WHEN OTHER
037200             MOVE 'ERRO NA CONSULTA DA UNIDADE' TO WS-MENSAGEM
037300     END-EVALUATE.
037400 7000-LER-UNIDADE-EXIT.
037500     EXIT.
037600******************************************************************
037700*    8000-LER-VIGENCIA                                          *
037800******************************************************************
037900 8000-LER-VIGENCIA              SECTION.
038000     EXEC SQL
038100         FETCH CUR-UORG0166
038200          INTO :WS-DINIC-VIGEN, :WS-DFIM-VIGEN, :WS-CNO-HIER,
038300               :WS-INO-HIER, :WS-CNO-HIER-PAI
038400     END-EXEC.
038500     IF SQLCODE NOT = ZERO
038600         MOVE 'S' TO WS-SW-FIM-CURSOR
038700     END-IF.
038800 8000-LER-VIGENCIA-EXIT.
038900     EXIT.
039000******************************************************************
039100*    8500-DECLARACOES-SQL                                       *
039200******************************************************************
039300 8500-DECLARACOES-SQL           SECTION.
039400     EXEC SQL
039500         DECLARE CUR-UORG0166 CURSOR FOR
039600         SELECT CHAR(V.DINIC_VIGEN, ISO), CHAR(V.DFIM_VIGEN, ISO),
039700                V.CNO_HIER, COALESCE(N.INO_HIER, ' '),
039800                COALESCE(N.CNO_HIER_PAI, 0)
039900           FROM DB2PRD.TUND_NO_HIER V
040000           LEFT OUTER JOIN DB2PRD.TNO_HIER_REGNL N
040100             ON N.CNO_HIER = V.CNO_HIER
040200          WHERE V.CPSSOA_JURID   = :WS-CPSSOA-JURID
040300            AND V.NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
040400          ORDER BY V.DINIC_VIGEN DESC
040500     END-EXEC.
040600 8500-DECLARACOES-SQL-EXIT.
040700     EXIT.
040705******************************************************************
040710*    8900-VERIFICAR-JANELA                                       *
040715*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
040720*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
040725******************************************************************
040730 8900-VERIFICAR-JANELA          SECTION.
040735     MOVE 'C' TO UORGL183-FUNCTION.
040740     CALL 'UORG0183' USING UORGL183-PARMS.
040745     IF UORGL183-JANELA-FECHADA
040750         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
040755     END-IF.
040760 8900-VERIFICAR-JANELA-EXIT.
040765     EXIT.
040800******************************************************************
040900*    9000-ENCERRAR                                               *
041000******************************************************************
041100 9000-ENCERRAR                  SECTION.
041200     IF EIBCALEN = ZERO
041300         EXEC CICS
041400             RETURN TRANSID('UO79')
041500                  COMMAREA(WS-COMMAREA-INICIAL)
041600         END-EXEC
041700     END-IF.
041800     EXEC CICS
041900         RETURN TRANSID('UO79') COMMAREA(DFHCOMMAREA)
042000     END-EXEC.
042100     GOBACK.
