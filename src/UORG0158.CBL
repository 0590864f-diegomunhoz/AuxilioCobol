000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0158                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0158.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - CARGA MENSAL DOS INDICES ECONOMICOS   *
001600*                DE REAJUSTE DE ALUGUEL (TINDIC_ECON) POR        *
001700*                ARQUIVO, NOS MOLDES DA UORG0084, PARA O         *
001800*                REAJUSTE ANUAL DOS CONTRATOS (UORG0159).        *
001900******************************************************************
002000*
002100*    FUNCAO: LE O ARQUIVO UORGS158 DE INDICES ECONOMICOS E
002200*    APLICA CADA REGISTRO NA TABELA DE INDICES: FUNCAO 'I' INCLUI
002300*    OU ATUALIZA A VARIACAO PERCENTUAL DO MES DO INDICE (IGPM OU
002400*    IPCA, MES AAAAMM VALIDO, VARIACAO NUMERICA COM SINAL);
002500*    FUNCAO 'E' EXCLUI. A RECEPCAO E PRE-VALIDADA E CONFIRMADA
002600*    PELA UORG0122 (RETRANSMISSAO DO MESMO INDICE/MES VAI PARA A
002700*    QUARENTENA). COMMIT A CADA WS-INTERVALO-CKPT APLICACOES.
002800*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.         IBM-390.
003200 OBJECT-COMPUTER.         IBM-390.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ARQ-UORGS158 ASSIGN TO UORGS158
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ARQ-UORGS158
004000     RECORDING MODE IS F
004100     LABEL RECORDS ARE STANDARD.
004200 01  ARQ-UORGS158-REG            PIC X(40).
004300 WORKING-STORAGE SECTION.
004400     EXEC SQL INCLUDE SQLCA END-EXEC.
004500 01  WS-SWITCHES.
004600     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
004700        88 WS-FIM-ARQUIVO             VALUE 'S'.
004800     05 WS-SW-ARQ-BLOQUEADO      PIC X(1) VALUE 'N'.
004900        88 WS-ARQ-BLOQUEADO           VALUE 'S'.
005000 01  WS-CONTADORES.
005100     05 WS-QTDE-INCLUIDA         PIC S9(7) COMP VALUE ZERO.
005200     05 WS-QTDE-EXCLUIDA         PIC S9(7) COMP VALUE ZERO.
005300     05 WS-QTDE-REJEITADA        PIC S9(7) COMP VALUE ZERO.
005400     05 WS-CONTADOR-CKPT         PIC S9(5) COMP VALUE ZERO.
005500     05 WS-QTDE-DETALHE          PIC S9(9) COMP VALUE ZERO.
005600 01  WS-CONSTANTES.
005700     05 WS-INTERVALO-CKPT        PIC S9(5) COMP VALUE 100.
005800 01  WS-AREA-TRABALHO.
005900     05 WS-CINDIC-ECON           PIC X(4).
006000     05 WS-AMES-REFER            PIC S9(6)V COMP-3.
006100     05 WS-PVAR-MENSAL           PIC S9(3)V9(4) COMP-3.
006200     05 WS-CUSUARIO              PIC X(9).
006300     05 WS-IREFER-HEADER         PIC X(10).
006400     05 WS-NSEQ-RECEPC           PIC S9(9)V COMP-3.
006500 COPY UORGS158.
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
008200     OPEN INPUT ARQ-UORGS158.
008300     PERFORM 8000-LER-ARQUIVO
008400         THRU 8000-LER-ARQUIVO-EXIT.
008500     PERFORM 2000-PROCESSAR-INDICE
008600         THRU 2000-PROCESSAR-INDICE-EXIT
008700         UNTIL WS-FIM-ARQUIVO.
008800     EXEC SQL
008900         COMMIT
009000     END-EXEC.
009100     CLOSE ARQ-UORGS158.
009200     DISPLAY 'UORG0158 - INCLUIDOS/ATUALIZADOS: '
009300         WS-QTDE-INCLUIDA ' EXCLUIDOS: ' WS-QTDE-EXCLUIDA
009400         ' REJEITADOS: ' WS-QTDE-REJEITADA.
009500     PERFORM 7500-CONFIRMAR-RECEPCAO
009600         THRU 7500-CONFIRMAR-RECEPCAO-EXIT.
009700     PERFORM 9600-REGISTRAR-FIM
009800         THRU 9600-REGISTRAR-FIM-EXIT.
009900     GOBACK.
010000 0000-MAINLINE-EXIT.
010100     EXIT.
010200******************************************************************
010300*    0500-PRE-VALIDAR-RECEPCAO                                   *
010400*    CONTA OS DETALHES E SUBMETE A RECEPCAO A UORG0122 ANTES DE  *
010500*    APLICAR; A REFERENCIA E O INDICE/MES DO PRIMEIRO REGISTRO   *
010600******************************************************************
010700 0500-PRE-VALIDAR-RECEPCAO      SECTION.
010800     OPEN INPUT ARQ-UORGS158.
010900     MOVE SPACES TO WS-IREFER-HEADER.
011000     PERFORM 0600-CONTAR-REGISTRO
011100         THRU 0600-CONTAR-REGISTRO-EXIT
011200         UNTIL WS-FIM-ARQUIVO.
011300     CLOSE ARQ-UORGS158.
011400     MOVE 'V' TO UORGL122-FUNCTION.
011500     MOVE 'UORGS158' TO UORGL122-CINTERF.
011600     MOVE WS-IREFER-HEADER TO UORGL122-IREFER-HEADER.
011700     MOVE WS-QTDE-DETALHE TO UORGL122-QREG-DETALHE
011800                             UORGL122-QTOTAL-TRAILER.
011900     MOVE SPACES TO UORGL122-CINTERF-REFER.
012000     MOVE ZERO TO UORGL122-NSEQ-GER-REFER.
012100     MOVE 'UORG0158' TO UORGL122-CUSUAR.
012200     CALL 'UORG0122' USING UORGL122-PARMS.
012300     EXEC SQL
012400         COMMIT
012500     END-EXEC.
012600     IF NOT UORGL122-OK
012700         DISPLAY 'UORG0158 - ARQUIVO EM QUARENTENA, RETORNO '
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
014100     READ ARQ-UORGS158 INTO UORGS158-REGISTRO
014200         AT END
014300             MOVE 'S' TO WS-SW-FIM-ARQUIVO
014400             GO TO 0600-CONTAR-REGISTRO-EXIT
014500     END-READ.
014600     ADD 1 TO WS-QTDE-DETALHE.
014700     IF WS-QTDE-DETALHE = 1
014800         STRING UORGS158-CINDIC-ECON UORGS158-AMES-REFER
014900                DELIMITED BY SIZE INTO WS-IREFER-HEADER
015000     END-IF.
015100 0600-CONTAR-REGISTRO-EXIT.
015200     EXIT.
015300******************************************************************
015400*    2000-PROCESSAR-INDICE                                       *
015500******************************************************************
015600 2000-PROCESSAR-INDICE          SECTION.
015700     IF NOT UORGS158-INDICE-VALIDO
015800         OR UORGS158-AMES-REFER IS NOT NUMERIC
015900         DISPLAY 'UORG0158 - CHAVE INVALIDA, REGISTRO REJEITADO: '
016000             UORGS158-CINDIC-ECON ' ' UORGS158-AMES-REFER
016100         ADD 1 TO WS-QTDE-REJEITADA
016200         GO TO 2000-PROCESSAR-INDICE-LER
016300     END-IF.
016400     IF UORGS158-MES-REFER < 1 OR UORGS158-MES-REFER > 12
016500         DISPLAY 'UORG0158 - MES DE REFERENCIA INVALIDO: '
016600             UORGS158-CINDIC-ECON ' ' UORGS158-AMES-REFER
016700         ADD 1 TO WS-QTDE-REJEITADA
016800         GO TO 2000-PROCESSAR-INDICE-LER
016900     END-IF.
017000     MOVE UORGS158-CINDIC-ECON TO WS-CINDIC-ECON.
017100     MOVE UORGS158-AMES-REFER TO WS-AMES-REFER.
017200     MOVE UORGS158-CUSUARIO TO WS-CUSUARIO.
017300     EVALUATE TRUE
017400         WHEN UORGS158-INCLUIR
017500             PERFORM 3000-INCLUIR-INDICE
017600                 THRU 3000-INCLUIR-INDICE-EXIT
017700         WHEN UORGS158-EXCLUIR
017800             PERFORM 4000-EXCLUIR-INDICE
017900                 THRU 4000-EXCLUIR-INDICE-EXIT
018000         WHEN OTHER
018100             DISPLAY 'UORG0158 - FUNCAO INVALIDA: '
018200                 UORGS158-FUNCAO
018300             ADD 1 TO WS-QTDE-REJEITADA
018400     END-EVALUATE.
018500 2000-PROCESSAR-INDICE-LER.
018600     PERFORM 8000-LER-ARQUIVO
018700         THRU 8000-LER-ARQUIVO-EXIT.
018800 2000-PROCESSAR-INDICE-EXIT.
018900     EXIT.
019000******************************************************************
019100*    3000-INCLUIR-INDICE                                         *
019200******************************************************************
019300 3000-INCLUIR-INDICE            SECTION.
019400     IF UORGS158-PVAR-MENSAL IS NOT NUMERIC
019500         OR (NOT UORGS158-VAR-POSITIVA
019600             AND NOT UORGS158-VAR-NEGATIVA)
019700         DISPLAY 'UORG0158 - VARIACAO INVALIDA, INDICE '
019800             UORGS158-CINDIC-ECON ' ' UORGS158-AMES-REFER
019900         ADD 1 TO WS-QTDE-REJEITADA
020000         GO TO 3000-INCLUIR-INDICE-EXIT
020100     END-IF.
020200     IF UORGS158-VAR-NEGATIVA
020300         COMPUTE WS-PVAR-MENSAL = ZERO - UORGS158-PVAR-MENSAL
020400     ELSE
020500         MOVE UORGS158-PVAR-MENSAL TO WS-PVAR-MENSAL
020600     END-IF.
020700     EXEC SQL
020800         UPDATE DB2PRD.TINDIC_ECON
020900            SET PVAR_MENSAL  = :WS-PVAR-MENSAL,
021000                CUSUAR_MANUT = :WS-CUSUARIO,
021100                HMANUT_REG   = CURRENT TIMESTAMP
021200          WHERE CINDIC_ECON  = :WS-CINDIC-ECON
021300            AND AMES_REFER   = :WS-AMES-REFER
021400     END-EXEC.
021500     IF SQLCODE = 100
021600         EXEC SQL
021700             INSERT INTO DB2PRD.TINDIC_ECON
021800                    (CINDIC_ECON, AMES_REFER, PVAR_MENSAL,
021900                     CUSUAR_INCL, HINCL_REG)
022000             VALUES (:WS-CINDIC-ECON, :WS-AMES-REFER,
022100                     :WS-PVAR-MENSAL,
022200                     :WS-CUSUARIO, CURRENT TIMESTAMP)
022300         END-EXEC
022400     END-IF.
022500     IF SQLCODE = ZERO
022600         ADD 1 TO WS-QTDE-INCLUIDA
022700         PERFORM 6000-CHECKPOINT
022800             THRU 6000-CHECKPOINT-EXIT
022900     ELSE
023000         DISPLAY 'UORG0158 - ERRO SQLCODE=' SQLCODE
023100             ' NA GRAVACAO DO INDICE ' WS-CINDIC-ECON
023200         ADD 1 TO WS-QTDE-REJEITADA
023300     END-IF.
023400 3000-INCLUIR-INDICE-EXIT.
023500     EXIT.
023600******************************************************************
023700*    4000-EXCLUIR-INDICE                                         *
023800******************************************************************
023900 4000-EXCLUIR-INDICE            SECTION.
024000     EXEC SQL
024100         DELETE FROM DB2PRD.TINDIC_ECON
024200          WHERE CINDIC_ECON = :WS-CINDIC-ECON
024300            AND AMES_REFER  = :WS-AMES-REFER
024400     END-EXEC.
024500     EVALUATE TRUE
024600         WHEN SQLCODE = ZERO
024700             ADD 1 TO WS-QTDE-EXCLUIDA
024800             PERFORM 6000-CHECKPOINT
024900                 THRU 6000-CHECKPOINT-EXIT
025000         WHEN SQLCODE = 100
025100             DISPLAY 'UORG0158 - INDICE NAO ENCONTRADO '
025200                 UORGS158-CINDIC-ECON ' ' UORGS158-AMES-REFER
025300             ADD 1 TO WS-QTDE-REJEITADA
025400         WHEN OTHER
025500             DISPLAY 'UORG0158 - ERRO SQLCODE=' SQLCODE
025600                 ' NA EXCLUSAO DO INDICE ' WS-CINDIC-ECON
025700             ADD 1 TO WS-QTDE-REJEITADA
025800     END-EVALUATE.
025900 4000-EXCLUIR-INDICE-EXIT.
026000     EXIT.
026100******************************************************************
026200*    6000-CHECKPOINT                                             *
026300******************************************************************
026400 6000-CHECKPOINT                SECTION.
026500     ADD 1 TO WS-CONTADOR-CKPT.
026600     IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
026700         EXEC SQL
026800             COMMIT
026900         END-EXEC
027000         MOVE ZERO TO WS-CONTADOR-CKPT
027100     END-IF.
027200 6000-CHECKPOINT-EXIT.
027300     EXIT.
027400******************************************************************
027500*    7500-CONFIRMAR-RECEPCAO                                     *
027600******************************************************************
027700 7500-CONFIRMAR-RECEPCAO        SECTION.
027800     MOVE 'C' TO UORGL122-FUNCTION.
027900     MOVE 'UORGS158' TO UORGL122-CINTERF.
028000     MOVE WS-NSEQ-RECEPC TO UORGL122-NSEQ-RECEPC.
028100     CALL 'UORG0122' USING UORGL122-PARMS.
028200     IF NOT UORGL122-OK
028300         DISPLAY 'UORG0158 - ERRO ' UORGL122-RETORNO
028400             ' NA CONFIRMACAO DA RECEPCAO'
028500     END-IF.
028600     EXEC SQL
028700         COMMIT
028800     END-EXEC.
028900 7500-CONFIRMAR-RECEPCAO-EXIT.
029000     EXIT.
029100******************************************************************
029200*    8000-LER-ARQUIVO                                            *
029300******************************************************************
029400 8000-LER-ARQUIVO               SECTION.
029500     READ ARQ-UORGS158 INTO UORGS158-REGISTRO
029600         AT END
029700             MOVE 'S' TO WS-SW-FIM-ARQUIVO
029800     END-READ.
029900 8000-LER-ARQUIVO-EXIT.
030000     EXIT.
030100******************************************************************
030200*    9500-REGISTRAR-INICIO                                       *
030300*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
030400******************************************************************
030500 9500-REGISTRAR-INICIO          SECTION.
030600     MOVE 'I' TO UORGL043-FUNCTION.
030700     MOVE 'UORG0158' TO UORGL043-CPGM-BATCH.
030800     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
030900                  UORGL043-QTDE-REJEITADOS
031000                  UORGL043-CCOD-TERMINO.
031100     CALL 'UORG0043' USING UORGL043-PARMS.
031200     IF NOT UORGL043-OK
031300         DISPLAY 'UORG0158 - ERRO ' UORGL043-RETORNO
031400             ' NO REGISTRO DE INICIO DA EXECUCAO'
031500     END-IF.
031600 9500-REGISTRAR-INICIO-EXIT.
031700     EXIT.
031800******************************************************************
031900*    9600-REGISTRAR-FIM                                          *
032000*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
032100******************************************************************
032200 9600-REGISTRAR-FIM             SECTION.
032300     MOVE 'F' TO UORGL043-FUNCTION.
032400     COMPUTE UORGL043-QTDE-LIDOS =
032500         WS-QTDE-INCLUIDA + WS-QTDE-EXCLUIDA
032600         + WS-QTDE-REJEITADA.
032700     COMPUTE UORGL043-QTDE-GRAVADOS =
032800         WS-QTDE-INCLUIDA + WS-QTDE-EXCLUIDA.
032900     MOVE WS-QTDE-REJEITADA TO UORGL043-QTDE-REJEITADOS.
033000     IF WS-ARQ-BLOQUEADO
033100         MOVE 8 TO UORGL043-CCOD-TERMINO
033200     ELSE
033300         MOVE ZERO TO UORGL043-CCOD-TERMINO
033400     END-IF.
033500     CALL 'UORG0043' USING UORGL043-PARMS.
033600     IF NOT UORGL043-OK
033700         DISPLAY 'UORG0158 - ERRO ' UORGL043-RETORNO
033800             ' NO REGISTRO DE FIM DA EXECUCAO'
033900     END-IF.
034000     EXEC SQL
034100         COMMIT
034200     END-EXEC.
034300 9600-REGISTRAR-FIM-EXIT.
034400     EXIT.
