000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0168                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0168.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - REDISTRIBUICAO EM MASSA DAS UNIDADES  *
001600*                NA HIERARQUIA REGIONAL POR ARQUIVO (REDESENHO   *
001700*                ANUAL DAS SUPERINTENDENCIAS), PELO SERVICO DE   *
001800*                VIGENCIA UORG0167.                              *
001900******************************************************************
002000*
002100*    FUNCAO: LE O ARQUIVO UORGS168 E, PARA CADA REGISTRO, VINCULA
002200*    A UNIDADE A SUPERINTENDENCIA DE DESTINO A PARTIR DA DATA DE
002300*    INICIO INFORMADA, PELO MESMO SERVICO UORG0167 DA TRANSACAO
002400*    UO79: A VINCULACAO VIGENTE NA DATA E ENCERRADA NA VESPERA E
002500*    O HISTORICO ANTERIOR E PRESERVADO. REGISTRO COM CHAVE OU DATA
002600*    INVALIDA, UNIDADE INEXISTENTE OU NO QUE NAO SEJA
002700*    SUPERINTENDENCIA ATIVA E REJEITADO E LISTADO NO SYSOUT. A
002800*    RECEPCAO E PRE-VALIDADA E CONFIRMADA PELA UORG0122. COMMIT A
002900*    CADA WS-INTERVALO-CKPT VINCULACOES.
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.         IBM-390.
003400 OBJECT-COMPUTER.         IBM-390.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ARQ-UORGS168 ASSIGN TO UORGS168
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  ARQ-UORGS168
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400 01  ARQ-UORGS168-REG            PIC X(80).
004500 WORKING-STORAGE SECTION.
004600     EXEC SQL INCLUDE SQLCA END-EXEC.
004700 01  WS-SWITCHES.
004800     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
004900        88 WS-FIM-ARQUIVO             VALUE 'S'.
005000     05 WS-SW-ARQ-BLOQUEADO      PIC X(1) VALUE 'N'.
005100        88 WS-ARQ-BLOQUEADO           VALUE 'S'.
005200 01  WS-CONTADORES.
005300     05 WS-QTDE-VINCULADA        PIC S9(7) COMP VALUE ZERO.
005400     05 WS-QTDE-REJEITADA        PIC S9(7) COMP VALUE ZERO.
005500     05 WS-CONTADOR-CKPT         PIC S9(5) COMP VALUE ZERO.
005600     05 WS-QTDE-DETALHE          PIC S9(9) COMP VALUE ZERO.
005700 01  WS-CONSTANTES.
005800     05 WS-INTERVALO-CKPT        PIC S9(5) COMP VALUE 100.
005900 01  WS-AREA-TRABALHO.
006000     05 WS-DINIC-VIGEN           PIC X(10).
006100     05 WS-DATA-VALIDADA         PIC X(10).
006200     05 WS-IREFER-HEADER         PIC X(10).
006300     05 WS-NSEQ-RECEPC           PIC S9(9)V COMP-3.
006400 COPY UORGS168.
006500 COPY UORGL167.
006600 COPY UORGL122.
006700 COPY UORGL043.
006800 PROCEDURE DIVISION.
006900******************************************************************
007000*    0000-MAINLINE                                               *
007100******************************************************************
007200 0000-MAINLINE                  SECTION.
007300     PERFORM 9500-REGISTRAR-INICIO
007400         THRU 9500-REGISTRAR-INICIO-EXIT.
007500     PERFORM 0500-PRE-VALIDAR-RECEPCAO
007600         THRU 0500-PRE-VALIDAR-RECEPCAO-EXIT.
007700     IF WS-ARQ-BLOQUEADO
007800         PERFORM 9600-REGISTRAR-FIM
007900             THRU 9600-REGISTRAR-FIM-EXIT
008000         GOBACK
008100     END-IF.
008200     OPEN INPUT ARQ-UORGS168.
008300     PERFORM 8000-LER-ARQUIVO
008400         THRU 8000-LER-ARQUIVO-EXIT.
008500     PERFORM 2000-PROCESSAR-REGISTRO
008600         THRU 2000-PROCESSAR-REGISTRO-EXIT
008700         UNTIL WS-FIM-ARQUIVO.
008800     EXEC SQL
008900         COMMIT
009000     END-EXEC.
009100     CLOSE ARQ-UORGS168.
009200     DISPLAY 'UORG0168 - UNIDADES REDISTRIBUIDAS: '
009300         WS-QTDE-VINCULADA ' REJEITADAS: ' WS-QTDE-REJEITADA.
009400     PERFORM 7500-CONFIRMAR-RECEPCAO
009500         THRU 7500-CONFIRMAR-RECEPCAO-EXIT.
009600     PERFORM 9600-REGISTRAR-FIM
009700         THRU 9600-REGISTRAR-FIM-EXIT.
009800     GOBACK.
009900 0000-MAINLINE-EXIT.
010000     EXIT.
010100******************************************************************
010200*    0500-PRE-VALIDAR-RECEPCAO                                   *
010300*    CONTA OS DETALHES E SUBMETE A RECEPCAO A UORG0122 ANTES DE  *
010400*    APLICAR; A REFERENCIA E A DATA DE INICIO DO PRIMEIRO        *
010500*    REGISTRO                                                    *
010600******************************************************************
010700 0500-PRE-VALIDAR-RECEPCAO      SECTION.
010800     OPEN INPUT ARQ-UORGS168.
010900     MOVE SPACES TO WS-IREFER-HEADER.
011000     PERFORM 0600-CONTAR-REGISTRO
011100         THRU 0600-CONTAR-REGISTRO-EXIT
011200         UNTIL WS-FIM-ARQUIVO.
011300     CLOSE ARQ-UORGS168.
011400     MOVE 'V' TO UORGL122-FUNCTION.
011500     MOVE 'UORGS168' TO UORGL122-CINTERF.
011600     MOVE WS-IREFER-HEADER TO UORGL122-IREFER-HEADER.
011700     MOVE WS-QTDE-DETALHE TO UORGL122-QREG-DETALHE
011800                             UORGL122-QTOTAL-TRAILER.
011900     MOVE SPACES TO UORGL122-CINTERF-REFER.
012000     MOVE ZERO TO UORGL122-NSEQ-GER-REFER.
012100     MOVE 'UORG0168' TO UORGL122-CUSUAR.
012200     CALL 'UORG0122' USING UORGL122-PARMS.
012300     EXEC SQL
012400         COMMIT
012500     END-EXEC.
012600     IF NOT UORGL122-OK
012700         DISPLAY 'UORG0168 - ARQUIVO EM QUARENTENA, RETORNO '
012800             UORGL122-RETORNO ' (VIDE UORG0123)'
012900         MOVE 'S' TO WS-SW-ARQ-BLOQUEADO
013000         GO TO 0500-PRE-VALIDAR-RECEPCAO-EXIT
013100     END-IF.
013200     MOVE UORGL122-NSEQ-RECEPC TO WS-NSEQ-RECEPC.
013300     MOVE ZERO TO WS-QTDE-DETALHE.
013400     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
013500 0500-PRE-VALIDAR-RECEPCAO-EXIT.
013600     EXIT.
013700******************************************************************
013800*    0600-CONTAR-REGISTRO                                        *
013900******************************************************************
014000 0600-CONTAR-REGISTRO           SECTION.
014100     READ ARQ-UORGS168 INTO UORGS168-REGISTRO
014200         AT END
014300             MOVE 'S' TO WS-SW-FIM-ARQUIVO
014400             GO TO 0600-CONTAR-REGISTRO-EXIT
014500     END-READ.
014600     ADD 1 TO WS-QTDE-DETALHE.
014700     IF WS-QTDE-DETALHE = 1
014800         MOVE UORGS168-DINIC-VIGEN TO WS-IREFER-HEADER
014900     END-IF.
015000 0600-CONTAR-REGISTRO-EXIT.
015100     EXIT.
015200******************************************************************
015300*    2000-PROCESSAR-REGISTRO                                     *
015400******************************************************************
015500 2000-PROCESSAR-REGISTRO        SECTION.
015600     IF UORGS168-CPSSOA-JURID IS NOT NUMERIC
015700         OR UORGS168-NSEQ-UND-ORGNZ IS NOT NUMERIC
015800         OR UORGS168-CNO-HIER IS NOT NUMERIC
015900         OR UORGS168-DINIC-VIGEN IS NOT NUMERIC
016000         DISPLAY 'UORG0168 - CHAVE INVALIDA, REGISTRO REJEITADO: '
016100             UORGS168-REGISTRO (1:31)
016200         ADD 1 TO WS-QTDE-REJEITADA
016300         GO TO 2000-PROCESSAR-REGISTRO-LER
016400     END-IF.
016500     STRING UORGS168-DINIC-VIGEN (1:4) '-'
016600            UORGS168-DINIC-VIGEN (5:2) '-'
016700            UORGS168-DINIC-VIGEN (7:2)
016800            DELIMITED BY SIZE INTO WS-DINIC-VIGEN.
016900     EXEC SQL
017000         SELECT CHAR(DATE(:WS-DINIC-VIGEN), ISO)
017100           INTO :WS-DATA-VALIDADA
017200           FROM SYSIBM.SYSDUMMY1
017300     END-EXEC.
017400     IF SQLCODE NOT = ZERO
017500         DISPLAY 'UORG0168 - DATA DE INICIO INVALIDA: '
017600             UORGS168-CPSSOA-JURID '/' UORGS168-NSEQ-UND-ORGNZ
017700             ' ' UORGS168-DINIC-VIGEN
017800         ADD 1 TO WS-QTDE-REJEITADA
017900         GO TO 2000-PROCESSAR-REGISTRO-LER
018000     END-IF.
018100     MOVE 'A' TO UORGL167-FUNCTION.
018200     MOVE UORGS168-CPSSOA-JURID TO UORGL167-CPSSOA-JURID.
018300     MOVE UORGS168-NSEQ-UND-ORGNZ TO UORGL167-NSEQ-UND-ORGNZ.
018400     MOVE UORGS168-CNO-HIER TO UORGL167-CNO-HIER.
018500     MOVE WS-DINIC-VIGEN TO UORGL167-DINIC-VIGEN.
018600     MOVE UORGS168-CUSUARIO TO UORGL167-CUSUAR.
018700     CALL 'UORG0167' USING UORGL167-PARMS.
018800     EVALUATE TRUE
018900         WHEN UORGL167-OK
019000             ADD 1 TO WS-QTDE-VINCULADA
019100             PERFORM 6000-CHECKPOINT
019200                 THRU 6000-CHECKPOINT-EXIT
019300         WHEN UORGL167-NO-INVALIDO
019400             DISPLAY 'UORG0168 - NO NAO E SUPERINTEND. ATIVA: '
019500                 UORGS168-CPSSOA-JURID '/' UORGS168-NSEQ-UND-ORGNZ
019600                 ' NO ' UORGS168-CNO-HIER
019700             ADD 1 TO WS-QTDE-REJEITADA
019800         WHEN UORGL167-UNIDADE-INVALIDA
019900             DISPLAY 'UORG0168 - UNIDADE INEXISTENTE: '
020000                 UORGS168-CPSSOA-JURID '/' UORGS168-NSEQ-UND-ORGNZ
020100             ADD 1 TO WS-QTDE-REJEITADA
020200         WHEN OTHER
020300             DISPLAY 'UORG0168 - ERRO ' UORGL167-RETORNO
020400                 ' NA VINCULACAO DA UNIDADE '
020500                 UORGS168-CPSSOA-JURID '/' UORGS168-NSEQ-UND-ORGNZ
020600             ADD 1 TO WS-QTDE-REJEITADA
020700     END-EVALUATE.
020800 2000-PROCESSAR-REGISTRO-LER.
020900     PERFORM 8000-LER-ARQUIVO
021000         THRU 8000-LER-ARQUIVO-EXIT.
021100 2000-PROCESSAR-REGISTRO-EXIT.
021200     EXIT.
021300******************************************************************
021400*    6000-CHECKPOINT                                             *
021500******************************************************************
021600 6000-CHECKPOINT                SECTION.
021700     ADD 1 TO WS-CONTADOR-CKPT.
021800     IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
021900         EXEC SQL
022000             COMMIT
022100         END-EXEC
022200         MOVE ZERO TO WS-CONTADOR-CKPT
022300     END-IF.
022400 6000-CHECKPOINT-EXIT.
022500     EXIT.
022600******************************************************************
022700*    7500-CONFIRMAR-RECEPCAO                                     *
022800******************************************************************
022900 7500-CONFIRMAR-RECEPCAO        SECTION.
023000     MOVE 'C' TO UORGL122-FUNCTION.
023100     MOVE 'UORGS168' TO UORGL122-CINTERF.
023200     MOVE WS-NSEQ-RECEPC TO UORGL122-NSEQ-RECEPC.
023300     CALL 'UORG0122' USING UORGL122-PARMS.
023400     IF NOT UORGL122-OK
023500         DISPLAY 'UORG0168 - ERRO ' UORGL122-RETORNO
023600             ' NA CONFIRMACAO DA RECEPCAO'
023700     END-IF.
023800     EXEC SQL
023900         COMMIT
024000     END-EXEC.
024100 7500-CONFIRMAR-RECEPCAO-EXIT.
024200     EXIT.
024300******************************************************************
024400*    8000-LER-ARQUIVO                                            *
024500******************************************************************
024600 8000-LER-ARQUIVO               SECTION.
024700     READ ARQ-UORGS168 INTO UORGS168-REGISTRO
024800         AT END
024900             MOVE 'S' TO WS-SW-FIM-ARQUIVO
025000     END-READ.
025100 8000-LER-ARQUIVO-EXIT.
025200     EXIT.
025300******************************************************************
025400*    9500-REGISTRAR-INICIO                                       *
025500*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
025600******************************************************************
025700 9500-REGISTRAR-INICIO          SECTION.
025800     MOVE 'I' TO UORGL043-FUNCTION.
025900     MOVE 'UORG0168' TO UORGL043-CPGM-BATCH.
026000     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
026100                  UORGL043-QTDE-REJEITADOS
026200                  UORGL043-CCOD-TERMINO.
026300     CALL 'UORG0043' USING UORGL043-PARMS.
026400     IF NOT UORGL043-OK
026500         DISPLAY 'UORG0168 - ERRO ' UORGL043-RETORNO
026600             ' NO REGISTRO DE INICIO DA EXECUCAO'
026700     END-IF.
026800 9500-REGISTRAR-INICIO-EXIT.
026900     EXIT.
027000******************************************************************
027100*    9600-REGISTRAR-FIM                                          *
027200*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
027300******************************************************************
027400 9600-REGISTRAR-FIM             SECTION.
027500     MOVE 'F' TO UORGL043-FUNCTION.
027600     COMPUTE UORGL043-QTDE-LIDOS =
027700         WS-QTDE-VINCULADA + WS-QTDE-REJEITADA.
027800     MOVE WS-QTDE-VINCULADA TO UORGL043-QTDE-GRAVADOS.
027900     MOVE WS-QTDE-REJEITADA TO UORGL043-QTDE-REJEITADOS.
028000     IF WS-ARQ-BLOQUEADO
028100         MOVE 8 TO UORGL043-CCOD-TERMINO
028200     ELSE
028300         MOVE ZERO TO UORGL043-CCOD-TERMINO
028400     END-IF.
028500     CALL 'UORG0043' USING UORGL043-PARMS.
028600     IF NOT UORGL043-OK
028700         DISPLAY 'UORG0168 - ERRO ' UORGL043-RETORNO
028800             ' NO REGISTRO DE FIM DA EXECUCAO'
028900     END-IF.
029000     EXEC SQL
029100         COMMIT
029200     END-EXEC.
029300 9600-REGISTRAR-FIM-EXIT.
029400     EXIT.
