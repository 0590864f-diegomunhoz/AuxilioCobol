000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0157                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0157.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - TRANSACAO UO77, MANUTENCAO ONLINE DAS *
001600*                AREAS CONSIDERADAS DA UNIDADE (TAREA_CONSD_UND):*
001700*                LISTA, INCLUSAO, ALTERACAO E EXCLUSAO, COM A    *
001800*                UNIDADE DE MEDIDA CONFERIDA EM TUND_MEDD E A    *
001900*                AREA EM M2 PELA UORG0030. UNIDADE ENCERRADA NAO *
002000*                ACEITA MANUTENCAO.                              *
002010* 15/10/2026 ES  ATUALIZACAO RECUSADA COM MENSAGEM DO CATALOGO   *
002020*                ENQUANTO A CADEIA BATCH MANTEM A JANELA DE      *
002030*                PROCESSAMENTO FECHADA (UORG0183).               *
002040* 15/10/2026 ES  INCLUSAO E ALTERACAO GRAVAM AS COLUNAS DE       *
002050*                AUDITORIA (DELTA DO DW, UORG0181); EXCLUSAO     *
002060*                DEIXA MARCA EM TEXCL_REG_DW (UORG0180).         *
002100******************************************************************
002200*
002300*    FUNCAO: TRANSACAO CICS DE MANUTENCAO PSEUDO-CONVERSACIONAL
002400*    DAS LINHAS DE AREA CONSIDERADA DE UMA UNIDADE, ATE ENTAO
002500*    GRAVADAS SOMENTE PELOS JOBS UORG0015, UORG0042, UORG0060 E
002600*    UORG0139. FUNCAO 'C' LISTA AS LINHAS DA UNIDADE (A PARTIR
002700*    DO TIPO DE AREA INFORMADO, ATE 10 POR TELA) COM A AREA
002800*    CONVERTIDA EM M2; 'I' INCLUI, 'A' ALTERA E 'E' EXCLUI A
002900*    LINHA DO TIPO DE AREA INFORMADO. A UNIDADE DE MEDIDA E
003000*    CONFERIDA EM TUND_MEDD PELO SERVICO UORG0030 (INEXISTENTE
003100*    OU INATIVA E RECUSADA) E O EQUIVALENTE EM M2 DA LINHA
003200*    DIGITADA VOLTA NA TELA A CADA ENTER. UNIDADE ENCERRADA
003300*    (CSIT_UND_ORGNZ = 0) SO PODE SER CONSULTADA. PF3 ENCERRA.
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.         IBM-390.
003800 OBJECT-COMPUTER.         IBM-390.
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100     EXEC SQL INCLUDE SQLCA END-EXEC.
004200 01  WS-SWITCHES.
004300     05 WS-SW-ACHOU-UNIDADE      PIC X(1) VALUE 'N'.
004400        88 WS-ACHOU-UNIDADE           VALUE 'S'.
004500     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
004600        88 WS-FIM-CURSOR              VALUE 'S'.
004700 01  WS-CONTADORES.
004800     05 WS-QTDE-LINHAS           PIC S9(4) COMP VALUE ZERO.
004900     05 WS-QTDE-EXISTE           PIC S9(7) COMP VALUE ZERO.
005000 01  WS-AREA-TRABALHO.
005100     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
005200     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
005300     05 WS-IABREV-UND-ORGNZ      PIC X(40).
005400     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
005500     05 WS-CTPO-AREA-CONSD       PIC S9(2)V COMP-3.
005600     05 WS-CTPO-AREA-INICIAL     PIC S9(2)V COMP-3.
005700     05 WS-CUND-MEDD             PIC S9(3)V COMP-3.
005800     05 WS-IUND-MEDD             PIC X(20).
005900     05 WS-MAREA-CONSD           PIC S9(5)V9(4) COMP-3.
006000     05 WS-MAREA-DIGITADA.
006100        10 WS-MAREA-INTEIRA      PIC 9(5).
006200        10 WS-MAREA-DECIMAL      PIC 9(4).
006300     05 WS-MAREA-DIGITADA-N REDEFINES WS-MAREA-DIGITADA
006400                                 PIC 9(5)V9(4).
006500     05 WS-AREA-M2-TOTAL         PIC S9(11)V99 COMP-3.
006600     05 WS-SIT-ED                PIC ZZ9.
006700     05 WS-M2-ED                 PIC ZZZ,ZZZ,ZZ9.99.
006800     05 WS-M2-TOTAL-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
006900     05 WS-QTDE-ED               PIC Z9.
006910     05 WS-CTPO-DW-ED            PIC 9(2).
007000 01  WS-LINHA-LISTA.
007100     05 WS-LIN-CTPO-AREA         PIC Z9.
007200     05 FILLER                   PIC X(3)  VALUE SPACES.
007300     05 WS-LIN-CUND-MEDD         PIC ZZ9.
007400     05 FILLER                   PIC X(1)  VALUE SPACES.
007500     05 WS-LIN-IUND-MEDD         PIC X(20).
007600     05 FILLER                   PIC X(1)  VALUE SPACES.
007700     05 WS-LIN-MAREA-CONSD       PIC ZZ,ZZ9.9999.
007800     05 FILLER                   PIC X(2)  VALUE SPACES.
007900     05 WS-LIN-AREA-M2           PIC ZZZ,ZZZ,ZZ9.99.
008000     05 FILLER                   PIC X(2)  VALUE SPACES.
008100     05 WS-LIN-OBSERVACAO        PIC X(19).
008200 01  WS-INDICADORES.
008300     05 WS-IND-ABREV             PIC S9(4) COMP-5.
008400     05 WS-IND-CSIT              PIC S9(4) COMP-5.
008500     05 WS-IND-MAREA             PIC S9(4) COMP-5.
008600 01  WS-CUSUARIO                 PIC X(9).
008700 01  WS-MENSAGEM                 PIC X(60).
008800 01  WS-COMMAREA-INICIAL.
008900     05 FILLER                   PIC X(1)  VALUE SPACE.
009000     05 FILLER                   PIC X(18) VALUE ZEROS.
009100 01  WS-TECLAS-PF.
009200     05 WS-PF3                   PIC X(1) VALUE '3'.
009300 COPY UORGM157.
009400 COPY UORGL030.
009500 COPY UORGL072.
009510 COPY UORGL180.
009520 COPY UORGL183.
009600 LINKAGE SECTION.
009700     COPY UORGL157 REPLACING UORGL157-COMMAREA BY DFHCOMMAREA.
009800 PROCEDURE DIVISION.
009900******************************************************************
010000*    0000-MAINLINE                                               *
010100******************************************************************
010200 0000-MAINLINE                  SECTION.
010300     IF EIBCALEN = ZERO
010400         PERFORM 1000-TELA-INICIAL
010500             THRU 1000-TELA-INICIAL-EXIT
010600     ELSE
010700         PERFORM 2000-PROCESSAR-TELA
010800             THRU 2000-PROCESSAR-TELA-EXIT
010900     END-IF.
011000     GO TO 9000-ENCERRAR.
011100******************************************************************
011200*    1000-TELA-INICIAL                                          *
011300******************************************************************
011400 1000-TELA-INICIAL              SECTION.
011500     MOVE SPACES TO UORGM157O.
011600     MOVE -1 TO FUNCAOL.
011700     EXEC CICS
011800         SEND MAP('UORGM157') MAPSET('UORGS77')
011900              FROM(UORGM157O) ERASE
012000     END-EXEC.
012100 1000-TELA-INICIAL-EXIT.
012200     EXIT.
012300******************************************************************
012400*    2000-PROCESSAR-TELA                                        *
012500******************************************************************
012600 2000-PROCESSAR-TELA            SECTION.
012700     IF EIBAID = WS-PF3
012800         EXEC CICS
012900             SEND TEXT FROM('FIM DA MANUTENCAO DE AREAS')
013000                  ERASE FREEKB
013100         END-EXEC
013200         EXEC CICS
013300             RETURN
013400         END-EXEC
013500     END-IF.
013600     EXEC CICS
013700         RECEIVE MAP('UORGM157') MAPSET('UORGS77')
013800              INTO(UORGM157I)
013900     END-EXEC.
014000     MOVE EIBOPID TO WS-CUSUARIO.
014100     MOVE WS-CUSUARIO TO UORGL072-CUSUAR.
014200     IF FUNCAOI = 'C'
014300         MOVE 'CONSULTA' TO UORGL072-CFUNCAO
014400     ELSE
014500         MOVE 'AREA' TO UORGL072-CFUNCAO
014600     END-IF.
014700     MOVE ZERO TO UORGL072-CPSSOA-JURID.
014800     CALL 'UORG0072' USING UORGL072-PARMS.
014900     IF NOT UORGL072-AUTORIZADO
015000         MOVE 'USUARIO SEM AUTORIZACAO PARA A FUNCAO'
015100             TO WS-MENSAGEM
015200         MOVE WS-MENSAGEM TO MSGO
015300         EXEC CICS
015400             SEND MAP('UORGM157') MAPSET('UORGS77')
015500                  FROM(UORGM157O) ERASE
015600         END-EXEC
015700         GO TO 2000-PROCESSAR-TELA-EXIT
015800     END-IF.
015900     MOVE SPACES TO WS-MENSAGEM.
016000     PERFORM 3000-VALIDAR-CHAVE
016100         THRU 3000-VALIDAR-CHAVE-EXIT.
016110     IF WS-MENSAGEM = SPACES
016120        AND (FUNCAOI = 'I' OR FUNCAOI = 'A' OR FUNCAOI = 'E')
016130         PERFORM 8900-VERIFICAR-JANELA
016140             THRU 8900-VERIFICAR-JANELA-EXIT
016150     END-IF.
016200     IF WS-MENSAGEM = SPACES
016300         EVALUATE FUNCAOI
016400             WHEN 'C'
016500                 IF UNDMEDI NOT = SPACES
016600                     AND UNDMEDI NOT = LOW-VALUES
016700                     PERFORM 3200-CONVERTER-AREA
016800                         THRU 3200-CONVERTER-AREA-EXIT
016900                 END-IF
017000             WHEN 'I'
017100                 PERFORM 5000-INCLUIR
017200                     THRU 5000-INCLUIR-EXIT
017300             WHEN 'A'
017400                 PERFORM 6000-ALTERAR
017500                     THRU 6000-ALTERAR-EXIT
017600             WHEN 'E'
017700                 PERFORM 6500-EXCLUIR
017800                     THRU 6500-EXCLUIR-EXIT
017900             WHEN OTHER
018000                 MOVE 'FUNCAO INVALIDA - INFORME C, I, A OU E'
018100                     TO WS-MENSAGEM
018200         END-EVALUATE
018300     END-IF.
018400     IF WS-ACHOU-UNIDADE
018500         PERFORM 4000-LISTAR-AREAS
018600             THRU 4000-LISTAR-AREAS-EXIT
018700         MOVE WS-CPSSOA-JURID TO UORGL157-CPSSOA-JURID
018800         MOVE WS-NSEQ-UND-ORGNZ TO UORGL157-NSEQ-UND-ORGNZ
018900     END-IF.
019000     MOVE WS-MENSAGEM TO MSGO.
019100     EXEC CICS
019200         SEND MAP('UORGM157') MAPSET('UORGS77')
019300              FROM(UORGM157O) ERASE
019400     END-EXEC.
019500 2000-PROCESSAR-TELA-EXIT.
019600     EXIT.
019700******************************************************************
019800*    3000-VALIDAR-CHAVE                                         *
019900*    VALIDA A CHAVE DA UNIDADE E LE NOME E SITUACAO             *
020000******************************************************************
020100 3000-VALIDAR-CHAVE             SECTION.
020200     IF CPSSOAI IS NOT NUMERIC OR CPSSOAI = SPACES
020300         MOVE 'CPSSOA_JURID INVALIDO' TO WS-MENSAGEM
020400         GO TO 3000-VALIDAR-CHAVE-EXIT
020500     END-IF.
020600     IF NSEQI IS NOT NUMERIC OR NSEQI = SPACES
020700         MOVE 'NSEQ_UND_ORGNZ INVALIDO' TO WS-MENSAGEM
020800         GO TO 3000-VALIDAR-CHAVE-EXIT
020900     END-IF.
021000     MOVE CPSSOAI TO WS-CPSSOA-JURID.
021100     MOVE NSEQI TO WS-NSEQ-UND-ORGNZ.
021200     PERFORM 7000-LER-UNIDADE
021300         THRU 7000-LER-UNIDADE-EXIT.
021400     IF NOT WS-ACHOU-UNIDADE
021500         GO TO 3000-VALIDAR-CHAVE-EXIT
021600     END-IF.
021700     MOVE ZERO TO WS-CTPO-AREA-INICIAL.
021800     IF TPAREAI IS NUMERIC AND TPAREAI NOT = SPACES
021900         MOVE TPAREAI TO WS-CTPO-AREA-INICIAL
022000     END-IF.
022100 3000-VALIDAR-CHAVE-EXIT.
022200     EXIT.
022300******************************************************************
022400*    3100-VALIDAR-LINHA                                         *
022500*    RECUSA UNIDADE ENCERRADA, VALIDA O TIPO DE AREA E, NA      *
022600*    INCLUSAO/ALTERACAO, A MEDIDA E A AREA DIGITADAS            *
022700******************************************************************
022800 3100-VALIDAR-LINHA             SECTION.
022900     IF WS-CSIT-UND-ORGNZ = ZERO
023000         MOVE 'UNIDADE ENCERRADA - AREAS SOMENTE PARA CONSULTA'
023100             TO WS-MENSAGEM
023200         GO TO 3100-VALIDAR-LINHA-EXIT
023300     END-IF.
023400     IF TPAREAI IS NOT NUMERIC OR TPAREAI = SPACES
023500         MOVE 'TIPO DE AREA CONSIDERADA INVALIDO' TO WS-MENSAGEM
023600         GO TO 3100-VALIDAR-LINHA-EXIT
023700     END-IF.
023800     MOVE TPAREAI TO WS-CTPO-AREA-CONSD.
023900     IF FUNCAOI NOT = 'E'
024000         PERFORM 3200-CONVERTER-AREA
024100             THRU 3200-CONVERTER-AREA-EXIT
024200     END-IF.
024300 3100-VALIDAR-LINHA-EXIT.
024400     EXIT.
024500******************************************************************
024600*    3200-CONVERTER-AREA                                        *
024700*    VALIDA UNIDADE DE MEDIDA E AREA DIGITADAS E DEVOLVE NA     *
024800*    TELA O EQUIVALENTE EM M2 (UORG0030)                        *
024900******************************************************************
025000 3200-CONVERTER-AREA            SECTION.
025100     IF UNDMEDI IS NOT NUMERIC OR UNDMEDI = SPACES
025200         MOVE 'UNIDADE DE MEDIDA INVALIDA' TO WS-MENSAGEM
025300         GO TO 3200-CONVERTER-AREA-EXIT
025400     END-IF.
025500     MOVE UNDMEDI TO WS-CUND-MEDD.
025600     IF MAREAI IS NOT NUMERIC OR MAREAI = SPACES
025700         MOVE 'AREA INVALIDA - PARTE INTEIRA COM 5 DIGITOS'
025800             TO WS-MENSAGEM
025900         GO TO 3200-CONVERTER-AREA-EXIT
026000     END-IF.
026100     MOVE MAREAI TO WS-MAREA-INTEIRA.
026200     IF MDECI = SPACES OR MDECI = LOW-VALUES
026300         MOVE ZERO TO WS-MAREA-DECIMAL
026400     ELSE
026500     IF MDECI IS NOT NUMERIC
026600         MOVE 'AREA INVALIDA - PARTE DECIMAL COM 4 DIGITOS'
026700             TO WS-MENSAGEM
026800         GO TO 3200-CONVERTER-AREA-EXIT
026900     ELSE
027000         MOVE MDECI TO WS-MAREA-DECIMAL
027100     END-IF
027200     END-IF.
027300     MOVE WS-MAREA-DIGITADA-N TO WS-MAREA-CONSD.
027400     MOVE WS-CUND-MEDD TO UORGL030-CUND-MEDD.
027500     MOVE WS-MAREA-CONSD TO UORGL030-MAREA-CONSD.
027600     CALL 'UORG0030' USING UORGL030-PARMS.
027700     EVALUATE TRUE
027800         WHEN UORGL030-OK
027900             MOVE UORGL030-AREA-M2 TO WS-M2-ED
028000             MOVE WS-M2-ED TO M2O
028100         WHEN UORGL030-UNIDADE-NAO-RECONHEC
028200             MOVE 'UNIDADE DE MEDIDA INATIVA EM TUND_MEDD'
028300                 TO WS-MENSAGEM
028400         WHEN UORGL030-UNIDADE-SEM-CATALOGO
028500             MOVE 'UNIDADE DE MEDIDA NAO CADASTRADA EM TUND_MEDD'
028600                 TO WS-MENSAGEM
028700         WHEN OTHER
028800             MOVE 'ERRO NA CONVERSAO DA AREA PARA M2'
028900                 TO WS-MENSAGEM
029000     END-EVALUATE.
029100 3200-CONVERTER-AREA-EXIT.
029200     EXIT.
029300******************************************************************
029400*    4000-LISTAR-AREAS                                          *
029500*    LISTA ATE 10 LINHAS DA UNIDADE A PARTIR DO TIPO DE AREA    *
029600*    INFORMADO, COM A AREA CONVERTIDA EM M2                     *
029700******************************************************************
029800 4000-LISTAR-AREAS              SECTION.
029900     MOVE WS-IABREV-UND-ORGNZ TO ABREVO.
030000     MOVE WS-CSIT-UND-ORGNZ TO WS-SIT-ED.
030100     MOVE WS-SIT-ED TO SITO.
030200     PERFORM 4050-LIMPAR-LINHA
030300         THRU 4050-LIMPAR-LINHA-EXIT
030400         VARYING WS-QTDE-LINHAS FROM 1 BY 1
030500         UNTIL WS-QTDE-LINHAS > 10.
030600     MOVE 'N' TO WS-SW-FIM-CURSOR.
030700     MOVE ZERO TO WS-QTDE-LINHAS WS-AREA-M2-TOTAL.
030800     EXEC SQL
030900         OPEN CUR-UORG0157
031000     END-EXEC.
031100     IF SQLCODE NOT = ZERO
031200         MOVE 'ERRO NA LEITURA DAS AREAS DA UNIDADE'
031300             TO WS-MENSAGEM
031400         GO TO 4000-LISTAR-AREAS-EXIT
031500     END-IF.
031600     PERFORM 8000-LER-AREA
031700         THRU 8000-LER-AREA-EXIT.
031800     PERFORM 4100-MOVER-LINHA
031900         THRU 4100-MOVER-LINHA-EXIT
032000         UNTIL WS-FIM-CURSOR
032100            OR WS-QTDE-LINHAS >= 10.
032200     EXEC SQL
032300         CLOSE CUR-UORG0157
032400     END-EXEC.
032500     IF WS-MENSAGEM = SPACES
032600         MOVE WS-QTDE-LINHAS TO WS-QTDE-ED
032700         MOVE WS-AREA-M2-TOTAL TO WS-M2-TOTAL-ED
032800         STRING WS-QTDE-ED ' LINHA(S) LISTADA(S) - TOTAL M2 '
032900                WS-M2-TOTAL-ED
033000                DELIMITED BY SIZE INTO WS-MENSAGEM
033100     END-IF.
033200 4000-LISTAR-AREAS-EXIT.
033300     EXIT.
033400******************************************************************
033500*    4050-LIMPAR-LINHA                                          *
033600******************************************************************
033700 4050-LIMPAR-LINHA              SECTION.
033800     MOVE SPACES TO LINO (WS-QTDE-LINHAS).
033900 4050-LIMPAR-LINHA-EXIT.
034000     EXIT.
034100******************************************************************
034200*    4100-MOVER-LINHA                                           *
034300******************************************************************
034400 4100-MOVER-LINHA               SECTION.
034500     ADD 1 TO WS-QTDE-LINHAS.
034600     MOVE WS-CTPO-AREA-CONSD TO WS-LIN-CTPO-AREA.
034700     MOVE WS-CUND-MEDD TO WS-LIN-CUND-MEDD.
034800     MOVE WS-IUND-MEDD TO WS-LIN-IUND-MEDD.
034900     MOVE WS-MAREA-CONSD TO WS-LIN-MAREA-CONSD.
035000     MOVE SPACES TO WS-LIN-OBSERVACAO.
035100     MOVE WS-CUND-MEDD TO UORGL030-CUND-MEDD.
035200     MOVE WS-MAREA-CONSD TO UORGL030-MAREA-CONSD.
035300     CALL 'UORG0030' USING UORGL030-PARMS.
035400     MOVE UORGL030-AREA-M2 TO WS-LIN-AREA-M2.
035500     ADD UORGL030-AREA-M2 TO WS-AREA-M2-TOTAL.
035600     EVALUATE TRUE
035700         WHEN UORGL030-UNIDADE-NAO-RECONHEC
035800             MOVE 'MEDIDA INATIVA' TO WS-LIN-OBSERVACAO
035900         WHEN UORGL030-UNIDADE-SEM-CATALOGO
036000             MOVE 'MEDIDA SEM CATALOGO' TO WS-LIN-OBSERVACAO
036100         WHEN OTHER
036200             CONTINUE
036300     END-EVALUATE.
036400     MOVE WS-LINHA-LISTA TO LINO (WS-QTDE-LINHAS).
036500     PERFORM 8000-LER-AREA
036600         THRU 8000-LER-AREA-EXIT.
036700 4100-MOVER-LINHA-EXIT.
036800     EXIT.
036900******************************************************************
037000*    5000-INCLUIR                                               *
037100******************************************************************
037200 5000-INCLUIR                   SECTION.
037300     PERFORM 3100-VALIDAR-LINHA
037400         THRU 3100-VALIDAR-LINHA-EXIT.
037500     IF WS-MENSAGEM NOT = SPACES
037600         GO TO 5000-INCLUIR-EXIT
037700     END-IF.
037800     PERFORM 7100-CONTAR-LINHA
037900         THRU 7100-CONTAR-LINHA-EXIT.
038000     IF WS-QTDE-EXISTE > ZERO
038100         MOVE 'TIPO DE AREA JA CADASTRADO - USE FUNCAO A'
038200             TO WS-MENSAGEM
038300         GO TO 5000-INCLUIR-EXIT
038400     END-IF.
038500     EXEC SQL
038600         INSERT INTO DB2PRD.TAREA_CONSD_UND
038700                (CPSSOA_JURID, NSEQ_UND_ORGNZ, CTPO_AREA_CONSD,
038800                 CUND_MEDD, MAREA_CONSD, HINCL_REG, CUSUAR_INCL)
038900         VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
039000                 :WS-CTPO-AREA-CONSD, :WS-CUND-MEDD,
039100                 :WS-MAREA-CONSD, CURRENT TIMESTAMP, :WS-CUSUARIO)
039200     END-EXEC.
039300     IF SQLCODE NOT = ZERO
039400         MOVE 'ERRO NA INCLUSAO DA AREA' TO WS-MENSAGEM
039500         GO TO 5000-INCLUIR-EXIT
039600     END-IF.
039700     MOVE ZERO TO WS-CTPO-AREA-INICIAL.
039800     MOVE 'AREA INCLUIDA COM SUCESSO' TO WS-MENSAGEM.
039900 5000-INCLUIR-EXIT.
040000     EXIT.
040100******************************************************************
040200*    6000-ALTERAR                                               *
040300******************************************************************
040400 6000-ALTERAR                   SECTION.
040500     PERFORM 3100-VALIDAR-LINHA
040600         THRU 3100-VALIDAR-LINHA-EXIT.
040700     IF WS-MENSAGEM NOT = SPACES
040800         GO TO 6000-ALTERAR-EXIT
040900     END-IF.
041000     EXEC SQL
041100         UPDATE DB2PRD.TAREA_CONSD_UND
041200            SET CUND_MEDD    = :WS-CUND-MEDD,
041300                MAREA_CONSD  = :WS-MAREA-CONSD,
041310                HMANUT_REG   = CURRENT TIMESTAMP,
041320                CUSUAR_MANUT = :WS-CUSUARIO
041400          WHERE CPSSOA_JURID    = :WS-CPSSOA-JURID
041500            AND NSEQ_UND_ORGNZ  = :WS-NSEQ-UND-ORGNZ
041600            AND CTPO_AREA_CONSD = :WS-CTPO-AREA-CONSD
041700     END-EXEC.
041800     EVALUATE TRUE
041900         WHEN SQLCODE = ZERO
042000             MOVE ZERO TO WS-CTPO-AREA-INICIAL
042100             MOVE 'AREA ALTERADA COM SUCESSO' TO WS-MENSAGEM
042200         WHEN SQLCODE = 100
042300             MOVE 'TIPO DE AREA NAO CADASTRADO - USE FUNCAO I'
042400                 TO WS-MENSAGEM
042500         WHEN OTHER
042600             MOVE 'ERRO NA ALTERACAO DA AREA' TO WS-MENSAGEM
042700     END-EVALUATE.
042800 6000-ALTERAR-EXIT.
042900     EXIT.
043000******************************************************************
043100*    6500-EXCLUIR                                               *
043200******************************************************************
043300 6500-EXCLUIR                   SECTION.
043400     PERFORM 3100-VALIDAR-LINHA
043500         THRU 3100-VALIDAR-LINHA-EXIT.
043600     IF WS-MENSAGEM NOT = SPACES
043700         GO TO 6500-EXCLUIR-EXIT
043800     END-IF.
043810     PERFORM 6600-MARCAR-EXCLUSAO-DW
043820         THRU 6600-MARCAR-EXCLUSAO-DW-EXIT.
043830     IF WS-MENSAGEM NOT = SPACES
043840         GO TO 6500-EXCLUIR-EXIT
043850     END-IF.
043900     EXEC SQL
044000         DELETE FROM DB2PRD.TAREA_CONSD_UND
044100          WHERE CPSSOA_JURID    = :WS-CPSSOA-JURID
044200            AND NSEQ_UND_ORGNZ  = :WS-NSEQ-UND-ORGNZ
044300            AND CTPO_AREA_CONSD = :WS-CTPO-AREA-CONSD
044400     END-EXEC.
044500     EVALUATE TRUE
044600         WHEN SQLCODE = ZERO
044700             MOVE ZERO TO WS-CTPO-AREA-INICIAL
044800             MOVE SPACES TO M2O
044900             MOVE 'AREA EXCLUIDA COM SUCESSO' TO WS-MENSAGEM
045000         WHEN SQLCODE = 100
045100             MOVE 'TIPO DE AREA NAO CADASTRADO PARA A UNIDADE'
045200                 TO WS-MENSAGEM
045300         WHEN OTHER
045400             MOVE 'ERRO NA EXCLUSAO DA AREA' TO WS-MENSAGEM
045500     END-EVALUATE.
045510     IF SQLCODE NOT = ZERO
045520         EXEC CICS
045530             SYNCPOINT ROLLBACK
045540         END-EXEC
045550     END-IF.
045600 6500-EXCLUIR-EXIT.
045700     EXIT.
045705******************************************************************
045710*    6600-MARCAR-EXCLUSAO-DW                                     *
045715*    REGISTRA A LINHA EXCLUIDA PARA O ARQUIVO DO DATA WAREHOUSE, *
045720*    NA MESMA UNIDADE DE TRABALHO DA EXCLUSAO                    *
045725******************************************************************
045730 6600-MARCAR-EXCLUSAO-DW        SECTION.
045735     MOVE 05 TO UORGL180-CTAB-DW.
045740     MOVE WS-CPSSOA-JURID TO UORGL180-CPSSOA-JURID.
045745     MOVE WS-NSEQ-UND-ORGNZ TO UORGL180-NSEQ-UND-ORGNZ.
045750     MOVE WS-CTPO-AREA-CONSD TO WS-CTPO-DW-ED.
045755     MOVE WS-CTPO-DW-ED TO UORGL180-CCHAVE-COMPL.
045760     MOVE 'UORG0157' TO UORGL180-CPGM-EXCL.
045765     CALL 'UORG0180' USING UORGL180-PARMS.
045770     IF NOT UORGL180-OK
045775         MOVE 'ERRO NA MARCA DE EXCLUSAO PARA O DW' TO WS-MENSAGEM
045780     END-IF.
045785 6600-MARCAR-EXCLUSAO-DW-EXIT.
045790     EXIT.
045800******************************************************************
045900*    7000-LER-UNIDADE                                           *
046000******************************************************************
046100 7000-LER-UNIDADE               SECTION.
046200     MOVE 'N' TO WS-SW-ACHOU-UNIDADE.
046300     EXEC SQL
046400         SELECT IABREV_UND_ORGNZ, CSIT_UND_ORGNZ
046500           INTO :WS-IABREV-UND-ORGNZ:WS-IND-ABREV,
046600                :WS-CSIT-UND-ORGNZ:WS-IND-CSIT
046700           FROM DB2PRD.TUND_ORGNZ
046800          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
046900            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
047000     END-EXEC.
047100     EVALUATE TRUE
047200         WHEN SQLCODE = ZERO
047300             IF WS-IND-ABREV < ZERO
047400                 MOVE SPACES TO WS-IABREV-UND-ORGNZ
047500             END-IF
047600             IF WS-IND-CSIT < ZERO
047700                 MOVE ZERO TO WS-CSIT-UND-ORGNZ
047800             END-IF
047900             MOVE 'S' TO WS-SW-ACHOU-UNIDADE
048000         WHEN SQLCODE = 100
048100             MOVE 'UNIDADE NAO ENCONTRADA' TO WS-MENSAGEM
048200         WHEN OTHER
048300             MOVE 'ERRO NA CONSULTA DA UNIDADE' TO WS-MENSAGEM
048400     END-EVALUATE.
048500 7000-LER-UNIDADE-EXIT.
048600     EXIT.
048700******************************************************************
048800*    7100-CONTAR-LINHA                                          *
048900******************************************************************
049000 7100-CONTAR-LINHA              SECTION.
049100     MOVE ZERO TO WS-QTDE-EXISTE.
049200     EXEC SQL
049300         SELECT COUNT(*)
049400           INTO :WS-QTDE-EXISTE
049500           FROM DB2PRD.TAREA_CONSD_UND
049600          WHERE CPSSOA_JURID    = :WS-CPSSOA-JURID
049700            AND NSEQ_UND_ORGNZ  = :WS-NSEQ-UND-ORGNZ
049800            AND CTPO_AREA_CONSD = :WS-CTPO-AREA-CONSD
049900     END-EXEC.
050000 7100-CONTAR-LINHA-EXIT.
050100     EXIT.
050200******************************************************************
050300*    8000-LER-AREA                                              *
050400******************************************************************
050500 8000-LER-AREA                  SECTION.
050600     EXEC SQL
050700         FETCH CUR-UORG0157
050800          INTO :WS-CTPO-AREA-CONSD, :WS-CUND-MEDD,
050900               :WS-MAREA-CONSD:WS-IND-MAREA,
051000               :WS-IUND-MEDD
051100     END-EXEC.
051200     IF SQLCODE NOT = ZERO
051300         MOVE 'S' TO WS-SW-FIM-CURSOR
051400     ELSE
051500         IF WS-IND-MAREA < ZERO
051600             MOVE ZERO TO WS-MAREA-CONSD
051700         END-IF
051800     END-IF.
051900 8000-LER-AREA-EXIT.
052000     EXIT.
052100******************************************************************
052200*    8500-DECLARACOES-SQL                                       *
052300******************************************************************
052400 8500-DECLARACOES-SQL           SECTION.
052500     EXEC SQL
052600         DECLARE CUR-UORG0157 CURSOR FOR
052700         SELECT A.CTPO_AREA_CONSD, A.CUND_MEDD, A.MAREA_CONSD,
052800                COALESCE(M.IUND_MEDD, ' ')
052900           FROM DB2PRD.TAREA_CONSD_UND A
053000           LEFT OUTER JOIN DB2PRD.TUND_MEDD M
053100             ON M.CUND_MEDD = A.CUND_MEDD
053200          WHERE A.CPSSOA_JURID    = :WS-CPSSOA-JURID
053300            AND A.NSEQ_UND_ORGNZ  = :WS-NSEQ-UND-ORGNZ
053400            AND A.CTPO_AREA_CONSD >= :WS-CTPO-AREA-INICIAL
053500          ORDER BY A.CTPO_AREA_CONSD
053600     END-EXEC.
053700 8500-DECLARACOES-SQL-EXIT.
053800     EXIT.
053805******************************************************************
053810*    8900-VERIFICAR-JANELA                                       *
053815*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
053820*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
053825******************************************************************
053830 8900-VERIFICAR-JANELA          SECTION.
053835     MOVE 'C' TO UORGL183-FUNCTION.
053840     CALL 'UORG0183' USING UORGL183-PARMS.
053845     IF UORGL183-JANELA-FECHADA
053850         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
053855     END-IF.
053860 8900-VERIFICAR-JANELA-EXIT.
053865     EXIT.
053900******************************************************************
054000*    9000-ENCERRAR                                               *
054100******************************************************************
054200 9000-ENCERRAR                  SECTION.
054300     IF EIBCALEN = ZERO
054400         EXEC CICS
054500             RETURN TRANSID('UO77')
054600                  COMMAREA(WS-COMMAREA-INICIAL)
054700         END-EXEC
054800     END-IF.
054900     EXEC CICS
055000         RETURN TRANSID('UO77') COMMAREA(DFHCOMMAREA)
055100     END-EXEC.
055200     GOBACK.
