000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0222                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0222.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - CARGA MENSAL DO CONSUMO DE ENERGIA E  *
001600*                AGUA POR IMOVEL (UORGS222) EM TCONSUMO_PRDIO,   *
001700*                PARA O RELATORIO DE ANOMALIAS UORG0223.         *
001800******************************************************************
001900*
002000*    FUNCAO: LE O ARQUIVO UORGS222 DA EMPRESA DE GESTAO DE
002100*    FATURAS E GRAVA O CONSUMO EM TCONSUMO_PRDIO, UMA LINHA POR
002200*    IMOVEL E MES DE REFERENCIA: O DETALHE DE ENERGIA ('E') ALTERA
002300*    QKWH_ENERGIA E VFATURA_ENERGIA, O DE AGUA ('A') QM3_AGUA E
002400*    VFATURA_AGUA; A LINHA E INCLUIDA NO PRIMEIRO DETALHE DO MES
002500*    E O REENVIO SUBSTITUI OS VALORES DO SERVICO. O IMOVEL PRECISA
002600*    EXISTIR EM TPRDIO E O MES NAO PODE SER FUTURO. A RECEPCAO E
002700*    PRE-VALIDADA E CONFIRMADA PELA UORG0122, COM REFERENCIA NO
002800*    MES DO PRIMEIRO DETALHE. COMMIT A CADA WS-INTERVALO-CKPT
002900*    GRAVACOES.
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.         IBM-390.
003400 OBJECT-COMPUTER.         IBM-390.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ARQ-UORGS222 ASSIGN TO UORGS222
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  ARQ-UORGS222
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400 01  ARQ-UORGS222-REG            PIC X(80).
004500 WORKING-STORAGE SECTION.
004600     EXEC SQL INCLUDE SQLCA END-EXEC.
004700 01  WS-SWITCHES.
004800     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
004900        88 WS-FIM-ARQUIVO             VALUE 'S'.
005000     05 WS-SW-ARQ-BLOQUEADO      PIC X(1) VALUE 'N'.
005100        88 WS-ARQ-BLOQUEADO           VALUE 'S'.
005200 01  WS-CONTADORES.
005300     05 WS-QTDE-GRAVADA          PIC S9(7) COMP VALUE ZERO.
005400     05 WS-QTDE-REJEITADA        PIC S9(7) COMP VALUE ZERO.
005500     05 WS-CONTADOR-CKPT         PIC S9(5) COMP VALUE ZERO.
005600     05 WS-QTDE-DETALHE          PIC S9(9) COMP VALUE ZERO.
005700 01  WS-CONSTANTES.
005800     05 WS-INTERVALO-CKPT        PIC S9(5) COMP VALUE 100.
005900 01  WS-AREA-TRABALHO.
006000     05 WS-DATA-HOJE             PIC 9(8).
006100     05 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
006200        10 WS-HOJE-ANO-MES       PIC 9(6).
006300        10 WS-HOJE-DIA           PIC 9(2).
006400     05 WS-CPRDIO                PIC S9(7)V COMP-3.
006500     05 WS-AANO-REF              PIC S9(4)V COMP-3.
006600     05 WS-MMES-REF              PIC S9(2)V COMP-3.
006700     05 WS-QCONSUMO              PIC S9(9)V99 COMP-3.
006800     05 WS-VFATURA               PIC S9(9)V99 COMP-3.
006900     05 WS-QTDE-IMOVEL           PIC S9(9) COMP.
007000     05 WS-IREFER-HEADER         PIC X(10).
007100     05 WS-NSEQ-RECEPC           PIC S9(9)V COMP-3.
007200 COPY UORGS222.
007300 COPY UORGL122.
007400 COPY UORGL043.
007500 PROCEDURE DIVISION.
007600******************************************************************
007700*    0000-MAINLINE                                               *
007800******************************************************************
007900 0000-MAINLINE                  SECTION.
008000     PERFORM 9500-REGISTRAR-INICIO
008100         THRU 9500-REGISTRAR-INICIO-EXIT.
008200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
008300     PERFORM 0500-PRE-VALIDAR-RECEPCAO
008400         THRU 0500-PRE-VALIDAR-RECEPCAO-EXIT.
008500     IF WS-ARQ-BLOQUEADO
008600         PERFORM 9600-REGISTRAR-FIM
008700             THRU 9600-REGISTRAR-FIM-EXIT
008800         GOBACK
008900     END-IF.
009000     OPEN INPUT ARQ-UORGS222.
009100     PERFORM 8000-LER-ARQUIVO
009200         THRU 8000-LER-ARQUIVO-EXIT.
009300     PERFORM 2000-PROCESSAR-CONSUMO
009400         THRU 2000-PROCESSAR-CONSUMO-EXIT
009500         UNTIL WS-FIM-ARQUIVO.
009600     EXEC SQL
009700         COMMIT
009800     END-EXEC.
009900     CLOSE ARQ-UORGS222.
010000     DISPLAY 'UORG0222 - CONSUMOS GRAVADOS: ' WS-QTDE-GRAVADA
010100         ' REJEITADOS: ' WS-QTDE-REJEITADA.
010200     PERFORM 7500-CONFIRMAR-RECEPCAO
010300         THRU 7500-CONFIRMAR-RECEPCAO-EXIT.
010400     PERFORM 9600-REGISTRAR-FIM
010500         THRU 9600-REGISTRAR-FIM-EXIT.
010600     GOBACK.
010700 0000-MAINLINE-EXIT.
010800     EXIT.
010900******************************************************************
011000*    0500-PRE-VALIDAR-RECEPCAO                                   *
011100*    CONTA OS DETALHES E SUBMETE A RECEPCAO A UORG0122 ANTES DE  *
011200*    APLICAR; A REFERENCIA E O MES DO PRIMEIRO DETALHE           *
011300******************************************************************
011400 0500-PRE-VALIDAR-RECEPCAO      SECTION.
011500     OPEN INPUT ARQ-UORGS222.
011600     MOVE SPACES TO WS-IREFER-HEADER.
011700     PERFORM 0600-CONTAR-REGISTRO
011800         THRU 0600-CONTAR-REGISTRO-EXIT
011900         UNTIL WS-FIM-ARQUIVO.
012000     CLOSE ARQ-UORGS222.
012100     MOVE 'V' TO UORGL122-FUNCTION.
012200     MOVE 'UORGS222' TO UORGL122-CINTERF.
012300     MOVE WS-IREFER-HEADER TO UORGL122-IREFER-HEADER.
012400     MOVE WS-QTDE-DETALHE TO UORGL122-QREG-DETALHE
012500                             UORGL122-QTOTAL-TRAILER.
012600     MOVE SPACES TO UORGL122-CINTERF-REFER.
012700     MOVE ZERO TO UORGL122-NSEQ-GER-REFER.
012800     MOVE 'UORG0222' TO UORGL122-CUSUAR.
012900     CALL 'UORG0122' USING UORGL122-PARMS.
013000     EXEC SQL
013100         COMMIT
013200     END-EXEC.
013300     IF NOT UORGL122-OK
013400         DISPLAY 'UORG0222 - ARQUIVO EM QUARENTENA, RETORNO '
013500             UORGL122-RETORNO ' (VIDE UORG0123)'
013600         MOVE 'S' TO WS-SW-ARQ-BLOQUEADO
013700         GO TO 0500-PRE-VALIDAR-RECEPCAO-EXIT
013800     END-IF.
013900     MOVE UORGL122-NSEQ-RECEPC TO WS-NSEQ-RECEPC.
014000     MOVE ZERO TO WS-QTDE-DETALHE.
014100     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
014200 0500-PRE-VALIDAR-RECEPCAO-EXIT.
014300     EXIT.
014400******************************************************************
014500*    0600-CONTAR-REGISTRO                                        *
014600******************************************************************
014700 0600-CONTAR-REGISTRO           SECTION.
014800     READ ARQ-UORGS222 INTO UORGS222-REGISTRO
014900         AT END
015000             MOVE 'S' TO WS-SW-FIM-ARQUIVO
015100             GO TO 0600-CONTAR-REGISTRO-EXIT
015200     END-READ.
015300     ADD 1 TO WS-QTDE-DETALHE.
015400     IF WS-QTDE-DETALHE = 1
015500         MOVE UORGS222-ANO-MES-REF TO WS-IREFER-HEADER
015600     END-IF.
015700 0600-CONTAR-REGISTRO-EXIT.
015800     EXIT.
015900******************************************************************
016000*    2000-PROCESSAR-CONSUMO                                      *
016100******************************************************************
016200 2000-PROCESSAR-CONSUMO         SECTION.
016300     IF UORGS222-CPRDIO IS NOT NUMERIC
016400         OR UORGS222-ANO-MES-REF IS NOT NUMERIC
016500         OR UORGS222-QCONSUMO IS NOT NUMERIC
016600         OR UORGS222-VFATURA IS NOT NUMERIC
016700         OR NOT UORGS222-MES-VALIDO
016800         DISPLAY 'UORG0222 - CAMPO INVALIDO, REGISTRO REJEITADO: '
016900             UORGS222-CPRDIO ' ' UORGS222-ANO-MES-REF
017000         ADD 1 TO WS-QTDE-REJEITADA
017100         GO TO 2000-PROCESSAR-CONSUMO-LER
017200     END-IF.
017300     IF NOT UORGS222-ENERGIA AND NOT UORGS222-AGUA
017400         DISPLAY 'UORG0222 - TIPO DE SERVICO INVALIDO: '
017500             UORGS222-CPRDIO ' ' UORGS222-CTPO-SERVC
017600         ADD 1 TO WS-QTDE-REJEITADA
017700         GO TO 2000-PROCESSAR-CONSUMO-LER
017800     END-IF.
017900     IF UORGS222-ANO-MES-REF > WS-HOJE-ANO-MES
018000         DISPLAY 'UORG0222 - MES DE REFERENCIA FUTURO: '
018100             UORGS222-CPRDIO ' ' UORGS222-ANO-MES-REF
018200         ADD 1 TO WS-QTDE-REJEITADA
018300         GO TO 2000-PROCESSAR-CONSUMO-LER
018400     END-IF.
018500     MOVE UORGS222-CPRDIO TO WS-CPRDIO.
018600     MOVE UORGS222-AANO-REF TO WS-AANO-REF.
018700     MOVE UORGS222-MMES-REF TO WS-MMES-REF.
018800     MOVE UORGS222-QCONSUMO TO WS-QCONSUMO.
018900     MOVE UORGS222-VFATURA TO WS-VFATURA.
019000     EXEC SQL
019100         SELECT COUNT(*)
019200           INTO :WS-QTDE-IMOVEL
019300           FROM DB2PRD.TPRDIO
019400          WHERE CPRDIO = :WS-CPRDIO
019500     END-EXEC.
019600     IF SQLCODE NOT = ZERO OR WS-QTDE-IMOVEL = ZERO
019700         DISPLAY 'UORG0222 - IMOVEL INEXISTENTE: '
019800             UORGS222-CPRDIO
019900         ADD 1 TO WS-QTDE-REJEITADA
020000         GO TO 2000-PROCESSAR-CONSUMO-LER
020100     END-IF.
020200     IF UORGS222-ENERGIA
020300         PERFORM 3000-GRAVAR-ENERGIA
020400             THRU 3000-GRAVAR-ENERGIA-EXIT
020500     ELSE
020600         PERFORM 3500-GRAVAR-AGUA
020700             THRU 3500-GRAVAR-AGUA-EXIT
020800     END-IF.
020900     IF SQLCODE = ZERO
021000         ADD 1 TO WS-QTDE-GRAVADA
021100         PERFORM 6000-CHECKPOINT
021200             THRU 6000-CHECKPOINT-EXIT
021300     ELSE
021400         DISPLAY 'UORG0222 - ERRO SQLCODE=' SQLCODE
021500             ' NA GRAVACAO DO CONSUMO ' UORGS222-CPRDIO
021600             ' ' UORGS222-ANO-MES-REF
021700         ADD 1 TO WS-QTDE-REJEITADA
021800     END-IF.
021900 2000-PROCESSAR-CONSUMO-LER.
022000     PERFORM 8000-LER-ARQUIVO
022100         THRU 8000-LER-ARQUIVO-EXIT.
022200 2000-PROCESSAR-CONSUMO-EXIT.
022300     EXIT.
022400******************************************************************
022500*    3000-GRAVAR-ENERGIA                                         *
022600******************************************************************
022700 3000-GRAVAR-ENERGIA            SECTION.
022800     EXEC SQL
022900         UPDATE DB2PRD.TCONSUMO_PRDIO
023000            SET QKWH_ENERGIA    = :WS-QCONSUMO,
023100                VFATURA_ENERGIA = :WS-VFATURA,
023200                CUSUAR_MANUT    = 'UORG0222',
023300                HMANUT_REG      = CURRENT TIMESTAMP
023400          WHERE CPRDIO   = :WS-CPRDIO
023500            AND AANO_REF = :WS-AANO-REF
023600            AND MMES_REF = :WS-MMES-REF
023700     END-EXEC.
023800     IF SQLCODE = 100
023900         EXEC SQL
024000             INSERT INTO DB2PRD.TCONSUMO_PRDIO
024100                    (CPRDIO, AANO_REF, MMES_REF, QKWH_ENERGIA,
024200                     VFATURA_ENERGIA, CUSUAR_INCL, HINCL_REG)
024300             VALUES (:WS-CPRDIO, :WS-AANO-REF, :WS-MMES-REF,
024400                     :WS-QCONSUMO, :WS-VFATURA,
024500                     'UORG0222', CURRENT TIMESTAMP)
024600         END-EXEC
024700     END-IF.
024800 3000-GRAVAR-ENERGIA-EXIT.
024900     EXIT.
025000******************************************************************
025100*    3500-GRAVAR-AGUA                                            *
025200******************************************************************
025300 3500-GRAVAR-AGUA               SECTION.
025400     EXEC SQL
025500         UPDATE DB2PRD.TCONSUMO_PRDIO
025600            SET QM3_AGUA        = :WS-QCONSUMO,
025700                VFATURA_AGUA    = :WS-VFATURA,
025800                CUSUAR_MANUT    = 'UORG0222',
025900                HMANUT_REG      = CURRENT TIMESTAMP
026000          WHERE CPRDIO   = :WS-CPRDIO
026100            AND AANO_REF = :WS-AANO-REF
026200            AND MMES_REF = :WS-MMES-REF
026300     END-EXEC.
026400     IF SQLCODE = 100
026500         EXEC SQL
026600             INSERT INTO DB2PRD.TCONSUMO_PRDIO
026700                    (CPRDIO, AANO_REF, MMES_REF, QM3_AGUA,
026800                     VFATURA_AGUA, CUSUAR_INCL, HINCL_REG)
026900             VALUES (:WS-CPRDIO, :WS-AANO-REF, :WS-MMES-REF,
027000                     :WS-QCONSUMO, :WS-VFATURA,
027100                     'UORG0222', CURRENT TIMESTAMP)
027200         END-EXEC
027300     END-IF.
027400 3500-GRAVAR-AGUA-EXIT.
027500     EXIT.
027600******************************************************************
027700*    6000-CHECKPOINT                                             *
027800******************************************************************
027900 6000-CHECKPOINT                SECTION.
028000     ADD 1 TO WS-CONTADOR-CKPT.
028100     IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
028200         EXEC SQL
028300             COMMIT
028400         END-EXEC
028500         MOVE ZERO TO WS-CONTADOR-CKPT
028600     END-IF.
028700 6000-CHECKPOINT-EXIT.
028800     EXIT.
028900******************************************************************
029000*    7500-CONFIRMAR-RECEPCAO                                     *
029100******************************************************************
029200 7500-CONFIRMAR-RECEPCAO        SECTION.
029300     MOVE 'C' TO UORGL122-FUNCTION.
029400     MOVE 'UORGS222' TO UORGL122-CINTERF.
029500     MOVE WS-NSEQ-RECEPC TO UORGL122-NSEQ-RECEPC.
029600     CALL 'UORG0122' USING UORGL122-PARMS.
029700     IF NOT UORGL122-OK
029800         DISPLAY 'UORG0222 - ERRO ' UORGL122-RETORNO
029900             ' NA CONFIRMACAO DA RECEPCAO'
030000     END-IF.
030100     EXEC SQL
030200         COMMIT
030300     END-EXEC.
030400 7500-CONFIRMAR-RECEPCAO-EXIT.
030500     EXIT.
030600******************************************************************
030700*    8000-LER-ARQUIVO                                            *
030800******************************************************************
030900 8000-LER-ARQUIVO               SECTION.
031000     READ ARQ-UORGS222 INTO UORGS222-REGISTRO
031100         AT END
031200             MOVE 'S' TO WS-SW-FIM-ARQUIVO
031300     END-READ.
031400 8000-LER-ARQUIVO-EXIT.
031500     EXIT.
031600******************************************************************
031700*    9500-REGISTRAR-INICIO                                       *
031800*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
031900******************************************************************
032000 9500-REGISTRAR-INICIO          SECTION.
032100     MOVE 'I' TO UORGL043-FUNCTION.
032200     MOVE 'UORG0222' TO UORGL043-CPGM-BATCH.
032300     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
032400                  UORGL043-QTDE-REJEITADOS
032500                  UORGL043-CCOD-TERMINO.
032600     CALL 'UORG0043' USING UORGL043-PARMS.
032700     IF NOT UORGL043-OK
032800         DISPLAY 'UORG0222 - ERRO ' UORGL043-RETORNO
032900             ' NO REGISTRO DE INICIO DA EXECUCAO'
033000     END-IF.
033100 9500-REGISTRAR-INICIO-EXIT.
033200     EXIT.
033300******************************************************************
033400*    9600-REGISTRAR-FIM                                          *
033500*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
033600******************************************************************
033700 9600-REGISTRAR-FIM             SECTION.
033800     MOVE 'F' TO UORGL043-FUNCTION.
033900     COMPUTE UORGL043-QTDE-LIDOS =
034000         WS-QTDE-GRAVADA + WS-QTDE-REJEITADA.
034100     MOVE WS-QTDE-GRAVADA TO UORGL043-QTDE-GRAVADOS.
034200     MOVE WS-QTDE-REJEITADA TO UORGL043-QTDE-REJEITADOS.
034300     IF WS-ARQ-BLOQUEADO
034400         MOVE 8 TO UORGL043-CCOD-TERMINO
034500     ELSE
034600         MOVE ZERO TO UORGL043-CCOD-TERMINO
034700     END-IF.
034800     CALL 'UORG0043' USING UORGL043-PARMS.
034900     IF NOT UORGL043-OK
035000         DISPLAY 'UORG0222 - ERRO ' UORGL043-RETORNO
035100             ' NO REGISTRO DE FIM DA EXECUCAO'
035200     END-IF.
035300     EXEC SQL
035400         COMMIT
035500     END-EXEC.
035600 9600-REGISTRAR-FIM-EXIT.
035700     EXIT.
