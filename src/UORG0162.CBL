000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0162                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0162.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - MANUTENCAO DO CADASTRO DE LICENCAS    *
001600*                REGULATORIAS DA UNIDADE/IMOVEL (ALVARA, AVCB E  *
001700*                PLANO DE SEGURANCA DA POLICIA FEDERAL) EM       *
001800*                TLICEN_UND_ORGNZ POR ARQUIVO, NOS MOLDES DA     *
001900*                UORG0084, PARA A VERIFICACAO UORG0163 E A       *
002000*                CONTAGEM DE VENCIMENTO UORG0164.                *
002100******************************************************************
002200*
002300*    FUNCAO: LE O ARQUIVO UORGS162 E APLICA CADA REGISTRO NO
002400*    CADASTRO DE LICENCAS: FUNCAO 'I' INCLUI OU ATUALIZA (UMA
002500*    LICENCA VIGENTE POR TIPO E TITULAR - A RENOVACAO SUBSTITUI
002600*    NUMERO, ORGAO E DATAS), FUNCAO 'E' EXCLUI. O TITULAR E A
002700*    UNIDADE (CPRDIO ZERADO) OU O IMOVEL (UNIDADE ZERADA), NUNCA
002800*    OS DOIS, E PRECISA EXISTIR EM TUND_ORGNZ OU TPRDIO. NA
002900*    INCLUSAO, NUMERO E ORGAO EMISSOR SAO OBRIGATORIOS E A
003000*    VALIDADE NAO PODE SER ANTERIOR A EMISSAO. A RECEPCAO E
003100*    PRE-VALIDADA E CONFIRMADA PELA UORG0122. COMMIT A CADA
003200*    WS-INTERVALO-CKPT APLICACOES.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.         IBM-390.
003700 OBJECT-COMPUTER.         IBM-390.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ARQ-UORGS162 ASSIGN TO UORGS162
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ARQ-UORGS162
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700 01  ARQ-UORGS162-REG            PIC X(120).
004800 WORKING-STORAGE SECTION.
004900     EXEC SQL INCLUDE SQLCA END-EXEC.
005000 01  WS-SWITCHES.
005100     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
005200        88 WS-FIM-ARQUIVO             VALUE 'S'.
005300     05 WS-SW-ARQ-BLOQUEADO      PIC X(1) VALUE 'N'.
005400        88 WS-ARQ-BLOQUEADO           VALUE 'S'.
005500 01  WS-CONTADORES.
005600     05 WS-QTDE-INCLUIDA         PIC S9(7) COMP VALUE ZERO.
005700     05 WS-QTDE-EXCLUIDA         PIC S9(7) COMP VALUE ZERO.
005800     05 WS-QTDE-REJEITADA        PIC S9(7) COMP VALUE ZERO.
005900     05 WS-CONTADOR-CKPT         PIC S9(5) COMP VALUE ZERO.
006000     05 WS-QTDE-DETALHE          PIC S9(9) COMP VALUE ZERO.
006100 01  WS-CONSTANTES.
006200     05 WS-INTERVALO-CKPT        PIC S9(5) COMP VALUE 100.
006300 01  WS-AREA-TRABALHO.
006400     05 WS-CTPO-LICEN            PIC S9(2)V COMP-3.
006500     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
006600     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
006700     05 WS-CPRDIO                PIC S9(7)V COMP-3.
006800     05 WS-NLICEN                PIC X(20).
006900     05 WS-IORGAO-EMISS          PIC X(40).
007000     05 WS-DEMIS-LICEN           PIC X(10).
007100     05 WS-DVALID-LICEN          PIC X(10).
007200     05 WS-QTDE-TITULAR          PIC S9(9) COMP.
007300     05 WS-CUSUARIO              PIC X(9).
007400     05 WS-IREFER-HEADER         PIC X(10).
007500     05 WS-NSEQ-RECEPC           PIC S9(9)V COMP-3.
007600 COPY UORGS162.
007700 COPY UORGL122.
007800 COPY UORGL043.
007900 PROCEDURE DIVISION.
008000******************************************************************
008100*    0000-MAINLINE                                               *
008200******************************************************************
008300 0000-MAINLINE                  SECTION.
008400     PERFORM 9500-REGISTRAR-INICIO
008500         THRU 9500-REGISTRAR-INICIO-EXIT.
008600     PERFORM 0500-PRE-VALIDAR-RECEPCAO
008700         THRU 0500-PRE-VALIDAR-RECEPCAO-EXIT.
008800     IF WS-ARQ-BLOQUEADO
008900         PERFORM 9600-REGISTRAR-FIM
009000             THRU 9600-REGISTRAR-FIM-EXIT
009100         GOBACK
009200     END-IF.
009300     OPEN INPUT ARQ-UORGS162.
009400     PERFORM 8000-LER-ARQUIVO
009500         THRU 8000-LER-ARQUIVO-EXIT.
009600     PERFORM 2000-PROCESSAR-LICENCA
009700         THRU 2000-PROCESSAR-LICENCA-EXIT
009800         UNTIL WS-FIM-ARQUIVO.
009900     EXEC SQL
010000         COMMIT
010100     END-EXEC.
010200     CLOSE ARQ-UORGS162.
010300     DISPLAY 'UORG0162 - INCLUIDOS/ATUALIZADOS: '
010400         WS-QTDE-INCLUIDA ' EXCLUIDOS: ' WS-QTDE-EXCLUIDA
010500         ' REJEITADOS: ' WS-QTDE-REJEITADA.
010600     PERFORM 7500-CONFIRMAR-RECEPCAO
010700         THRU 7500-CONFIRMAR-RECEPCAO-EXIT.
010800     PERFORM 9600-REGISTRAR-FIM
010900         THRU 9600-REGISTRAR-FIM-EXIT.
011000     GOBACK.
011100 0000-MAINLINE-EXIT.
011200     EXIT.
011300******************************************************************
011400*    0500-PRE-VALIDAR-RECEPCAO                                   *
011500*    CONTA OS DETALHES E SUBMETE A RECEPCAO A UORG0122 ANTES DE  *
011600*    APLICAR; A REFERENCIA E O NUMERO DA PRIMEIRA LICENCA        *
011700******************************************************************
011800 0500-PRE-VALIDAR-RECEPCAO      SECTION.
011900     OPEN INPUT ARQ-UORGS162.
012000     MOVE SPACES TO WS-IREFER-HEADER.
012100     PERFORM 0600-CONTAR-REGISTRO
012200         THRU 0600-CONTAR-REGISTRO-EXIT
012300         UNTIL WS-FIM-ARQUIVO.
012400     CLOSE ARQ-UORGS162.
012500     MOVE 'V' TO UORGL122-FUNCTION.
012600     MOVE 'UORGS162' TO UORGL122-CINTERF.
012700     MOVE WS-IREFER-HEADER TO UORGL122-IREFER-HEADER.
012800     MOVE WS-QTDE-DETALHE TO UORGL122-QREG-DETALHE
012900                             UORGL122-QTOTAL-TRAILER.
013000     MOVE SPACES TO UORGL122-CINTERF-REFER.
013100     MOVE ZERO TO UORGL122-NSEQ-GER-REFER.
013200     MOVE 'UORG0162' TO UORGL122-CUSUAR.
013300     CALL 'UORG0122' USING UORGL122-PARMS.
013400     EXEC SQL
013500         COMMIT
013600     END-EXEC.
013700     IF NOT UORGL122-OK
013800         DISPLAY 'UORG0162 - ARQUIVO EM QUARENTENA, RETORNO '
013900             UORGL122-RETORNO ' (VIDE UORG0123)'
014000         MOVE 'S' TO WS-SW-ARQ-BLOQUEADO
014100         GO TO 0500-PRE-VALIDAR-RECEPCAO-EXIT
014200     END-IF.
014300     MOVE UORGL122-NSEQ-RECEPC TO WS-NSEQ-RECEPC.
014400     MOVE ZERO TO WS-QTDE-DETALHE.
014500     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
014600 0500-PRE-VALIDAR-RECEPCAO-EXIT.
014700     EXIT.
014800******************************************************************
014900*    0600-CONTAR-REGISTRO                                        *
015000******************************************************************
015100 0600-CONTAR-REGISTRO           SECTION.
015200     READ ARQ-UORGS162 INTO UORGS162-REGISTRO
015300         AT END
015400             MOVE 'S' TO WS-SW-FIM-ARQUIVO
015500             GO TO 0600-CONTAR-REGISTRO-EXIT
015600     END-READ.
015700     ADD 1 TO WS-QTDE-DETALHE.
015800     IF WS-QTDE-DETALHE = 1
015900         MOVE UORGS162-NLICEN TO WS-IREFER-HEADER
016000     END-IF.
016100 0600-CONTAR-REGISTRO-EXIT.
016200     EXIT.
016300******************************************************************
016400*    2000-PROCESSAR-LICENCA                                      *
016500******************************************************************
016600 2000-PROCESSAR-LICENCA         SECTION.
016700     IF NOT UORGS162-TIPO-VALIDO
016800         OR UORGS162-CPSSOA-JURID IS NOT NUMERIC
016900         OR UORGS162-NSEQ-UND-ORGNZ IS NOT NUMERIC
017000         OR UORGS162-CPRDIO IS NOT NUMERIC
017100         DISPLAY 'UORG0162 - CHAVE INVALIDA, REGISTRO REJEITADO: '
017200             UORGS162-CTPO-LICEN ' ' UORGS162-NLICEN
017300         ADD 1 TO WS-QTDE-REJEITADA
017400         GO TO 2000-PROCESSAR-LICENCA-LER
017500     END-IF.
017600     MOVE UORGS162-CTPO-LICEN TO WS-CTPO-LICEN.
017700     MOVE UORGS162-CPSSOA-JURID TO WS-CPSSOA-JURID.
017800     MOVE UORGS162-NSEQ-UND-ORGNZ TO WS-NSEQ-UND-ORGNZ.
017900     MOVE UORGS162-CPRDIO TO WS-CPRDIO.
018000     MOVE UORGS162-CUSUARIO TO WS-CUSUARIO.
018100     IF (WS-CPRDIO = ZERO AND WS-CPSSOA-JURID = ZERO)
018200         OR (WS-CPRDIO NOT = ZERO AND WS-CPSSOA-JURID NOT = ZERO)
018300         DISPLAY 'UORG0162 - TITULAR DEVE SER UNIDADE OU IMOVEL: '
018400             UORGS162-CTPO-LICEN ' ' UORGS162-NLICEN
018500         ADD 1 TO WS-QTDE-REJEITADA
018600         GO TO 2000-PROCESSAR-LICENCA-LER
018700     END-IF.
018800     EVALUATE TRUE
018900         WHEN UORGS162-INCLUIR
019000             PERFORM 3000-INCLUIR-LICENCA
019100                 THRU 3000-INCLUIR-LICENCA-EXIT
019200         WHEN UORGS162-EXCLUIR
019300             PERFORM 4000-EXCLUIR-LICENCA
019400                 THRU 4000-EXCLUIR-LICENCA-EXIT
019500         WHEN OTHER
019600             DISPLAY 'UORG0162 - FUNCAO INVALIDA: '
019700                 UORGS162-FUNCAO
019800             ADD 1 TO WS-QTDE-REJEITADA
019900     END-EVALUATE.
020000 2000-PROCESSAR-LICENCA-LER.
020100     PERFORM 8000-LER-ARQUIVO
020200         THRU 8000-LER-ARQUIVO-EXIT.
020300 2000-PROCESSAR-LICENCA-EXIT.
020400     EXIT.
020500******************************************************************
020600*    2500-VALIDAR-TITULAR                                        *
020700*    A UNIDADE OU O IMOVEL TITULAR PRECISA ESTAR CADASTRADO      *
020800******************************************************************
020900 2500-VALIDAR-TITULAR           SECTION.
021000     MOVE ZERO TO WS-QTDE-TITULAR.
021100     IF WS-CPRDIO = ZERO
021200         EXEC SQL
021300             SELECT COUNT(*)
021400               INTO :WS-QTDE-TITULAR
021500               FROM DB2PRD.TUND_ORGNZ
021600              WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
021700                AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
021800         END-EXEC
021900     ELSE
022000         EXEC SQL
022100             SELECT COUNT(*)
022200               INTO :WS-QTDE-TITULAR
022300               FROM DB2PRD.TPRDIO
022400              WHERE CPRDIO = :WS-CPRDIO
022500         END-EXEC
022600     END-IF.
022700     IF SQLCODE NOT = ZERO
022800         DISPLAY 'UORG0162 - ERRO SQLCODE=' SQLCODE
022900             ' NA CONSULTA DO TITULAR DA LICENCA ' WS-NLICEN
023000         MOVE ZERO TO WS-QTDE-TITULAR
023100     END-IF.
023200 2500-VALIDAR-TITULAR-EXIT.
023300     EXIT.
023400******************************************************************
023500*    3000-INCLUIR-LICENCA                                        *
023600******************************************************************
023700 3000-INCLUIR-LICENCA           SECTION.
023800     IF UORGS162-NLICEN = SPACES
023900         OR UORGS162-IORGAO-EMISS = SPACES
024000         OR UORGS162-DEMIS-LICEN IS NOT NUMERIC
024100         OR UORGS162-DVALID-LICEN IS NOT NUMERIC
024200         OR UORGS162-DVALID-LICEN < UORGS162-DEMIS-LICEN
024300         DISPLAY 'UORG0162 - DADOS DA LICENCA INVALIDOS: '
024400             UORGS162-CTPO-LICEN ' ' UORGS162-NLICEN
024500         ADD 1 TO WS-QTDE-REJEITADA
024600         GO TO 3000-INCLUIR-LICENCA-EXIT
024700     END-IF.
024800     MOVE UORGS162-NLICEN TO WS-NLICEN.
024900     MOVE UORGS162-IORGAO-EMISS TO WS-IORGAO-EMISS.
025000     STRING UORGS162-DEMIS-LICEN (1:4) '-'
025100            UORGS162-DEMIS-LICEN (5:2) '-'
025200            UORGS162-DEMIS-LICEN (7:2)
025300            DELIMITED BY SIZE INTO WS-DEMIS-LICEN.
025400     STRING UORGS162-DVALID-LICEN (1:4) '-'
025500            UORGS162-DVALID-LICEN (5:2) '-'
025600            UORGS162-DVALID-LICEN (7:2)
025700            DELIMITED BY SIZE INTO WS-DVALID-LICEN.
025800     PERFORM 2500-VALIDAR-TITULAR
025900         THRU 2500-VALIDAR-TITULAR-EXIT.
026000     IF WS-QTDE-TITULAR = ZERO
026100         DISPLAY 'UORG0162 - TITULAR INEXISTENTE: '
026200             UORGS162-CPSSOA-JURID '/' UORGS162-NSEQ-UND-ORGNZ
026300             ' IMOVEL ' UORGS162-CPRDIO
026400         ADD 1 TO WS-QTDE-REJEITADA
026500         GO TO 3000-INCLUIR-LICENCA-EXIT
026600     END-IF.
026700     EXEC SQL
026800         UPDATE DB2PRD.TLICEN_UND_ORGNZ
026900            SET NLICEN       = :WS-NLICEN,
027000                IORGAO_EMISS = :WS-IORGAO-EMISS,
027100                DEMIS_LICEN  = :WS-DEMIS-LICEN,
027200                DVALID_LICEN = :WS-DVALID-LICEN,
027300                CUSUAR_MANUT = :WS-CUSUARIO,
027400                HMANUT_REG   = CURRENT TIMESTAMP
027500          WHERE CTPO_LICEN     = :WS-CTPO-LICEN
027600            AND CPSSOA_JURID   = :WS-CPSSOA-JURID
027700            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
027800            AND CPRDIO         = :WS-CPRDIO
027900     END-EXEC.
028000     IF SQLCODE = 100
028100         EXEC SQL
028200             INSERT INTO DB2PRD.TLICEN_UND_ORGNZ
028300                    (CTPO_LICEN, CPSSOA_JURID, NSEQ_UND_ORGNZ,
028400                     CPRDIO, NLICEN, IORGAO_EMISS, DEMIS_LICEN,
028500                     DVALID_LICEN, CUSUAR_INCL, HINCL_REG)
028600             VALUES (:WS-CTPO-LICEN, :WS-CPSSOA-JURID,
028700                     :WS-NSEQ-UND-ORGNZ, :WS-CPRDIO, :WS-NLICEN,
028800                     :WS-IORGAO-EMISS, :WS-DEMIS-LICEN,
028900                     :WS-DVALID-LICEN,
029000                     :WS-CUSUARIO, CURRENT TIMESTAMP)
029100         END-EXEC
029200     END-IF.
029300     IF SQLCODE = ZERO
029400         ADD 1 TO WS-QTDE-INCLUIDA
029500         PERFORM 6000-CHECKPOINT
029600             THRU 6000-CHECKPOINT-EXIT
029700     ELSE
029800         DISPLAY 'UORG0162 - ERRO SQLCODE=' SQLCODE
029900             ' NA GRAVACAO DA LICENCA ' WS-NLICEN
030000         ADD 1 TO WS-QTDE-REJEITADA
030100     END-IF.
030200 3000-INCLUIR-LICENCA-EXIT.
030300     EXIT.
030400******************************************************************
030500*    4000-EXCLUIR-LICENCA                                        *
030600******************************************************************
030700 4000-EXCLUIR-LICENCA           SECTION.
030800     EXEC SQL
030900         DELETE FROM DB2PRD.TLICEN_UND_ORGNZ
031000          WHERE CTPO_LICEN     = :WS-CTPO-LICEN
031100            AND CPSSOA_JURID   = :WS-CPSSOA-JURID
031200            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
031300            AND CPRDIO         = :WS-CPRDIO
031400     END-EXEC.
031500     EVALUATE TRUE
031600         WHEN SQLCODE = ZERO
031700             ADD 1 TO WS-QTDE-EXCLUIDA
031800             PERFORM 6000-CHECKPOINT
031900                 THRU 6000-CHECKPOINT-EXIT
032000         WHEN SQLCODE = 100
032100             DISPLAY 'UORG0162 - LICENCA NAO ENCONTRADA '
032200                 UORGS162-CTPO-LICEN ' ' UORGS162-CPSSOA-JURID
032300                 '/' UORGS162-NSEQ-UND-ORGNZ
032400                 ' IMOVEL ' UORGS162-CPRDIO
032500             ADD 1 TO WS-QTDE-REJEITADA
032600         WHEN OTHER
032700             DISPLAY 'UORG0162 - ERRO SQLCODE=' SQLCODE
032800                 ' NA EXCLUSAO DA LICENCA ' UORGS162-NLICEN
032900             ADD 1 TO WS-QTDE-REJEITADA
033000     END-EVALUATE.
033100 4000-EXCLUIR-LICENCA-EXIT.
033200     EXIT.
033300******************************************************************
033400*    6000-CHECKPOINT                                             *
033500******************************************************************
033600 6000-CHECKPOINT                SECTION.
033700     ADD 1 TO WS-CONTADOR-CKPT.
033800     IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
033900         EXEC SQL
034000             COMMIT
034100         END-EXEC
034200         MOVE ZERO TO WS-CONTADOR-CKPT
034300     END-IF.
034400 6000-CHECKPOINT-EXIT.
034500     EXIT.
034600******************************************************************
034700*    7500-CONFIRMAR-RECEPCAO                                     *
034800******************************************************************
034900 7500-CONFIRMAR-RECEPCAO        SECTION.
035000     MOVE 'C' TO UORGL122-FUNCTION.
035100     MOVE 'UORGS162' TO UORGL122-CINTERF.
035200     MOVE WS-NSEQ-RECEPC TO UORGL122-NSEQ-RECEPC.
035300     CALL 'UORG0122' USING UORGL122-PARMS.
035400     IF NOT UORGL122-OK
035500         DISPLAY 'UORG0162 - ERRO ' UORGL122-RETORNO
035600             ' NA CONFIRMACAO DA RECEPCAO'
035700     END-IF.
035800     EXEC SQL
035900         COMMIT
036000     END-EXEC.
036100 7500-CONFIRMAR-RECEPCAO-EXIT.
036200     EXIT.
036300******************************************************************
036400*    8000-LER-ARQUIVO                                            *
036500******************************************************************
036600 8000-LER-ARQUIVO               SECTION.
036700     READ ARQ-UORGS162 INTO UORGS162-REGISTRO
036800         AT END
036900             MOVE 'S' TO WS-SW-FIM-ARQUIVO
037000     END-READ.
037100 8000-LER-ARQUIVO-EXIT.
037200     EXIT.
037300******************************************************************
037400*    9500-REGISTRAR-INICIO                                       *
037500*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
037600******************************************************************
037700 9500-REGISTRAR-INICIO          SECTION.
037800     MOVE 'I' TO UORGL043-FUNCTION.
037900     MOVE 'UORG0162' TO UORGL043-CPGM-BATCH.
038000     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
038100                  UORGL043-QTDE-REJEITADOS
038200                  UORGL043-CCOD-TERMINO.
038300     CALL 'UORG0043' USING UORGL043-PARMS.
038400     IF NOT UORGL043-OK
038500         DISPLAY 'UORG0162 - ERRO ' UORGL043-RETORNO
038600             ' NO REGISTRO DE INICIO DA EXECUCAO'
038700     END-IF.
038800 9500-REGISTRAR-INICIO-EXIT.
038900     EXIT.
039000******************************************************************
039100*    9600-REGISTRAR-FIM                                          *
039200*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
039300******************************************************************
039400 9600-REGISTRAR-FIM             SECTION.
039500     MOVE 'F' TO UORGL043-FUNCTION.
039600     COMPUTE UORGL043-QTDE-LIDOS =
039700         WS-QTDE-INCLUIDA + WS-QTDE-EXCLUIDA
039800         + WS-QTDE-REJEITADA.
039900     COMPUTE UORGL043-QTDE-GRAVADOS =
040000         WS-QTDE-INCLUIDA + WS-QTDE-EXCLUIDA.
040100     MOVE WS-QTDE-REJEITADA TO UORGL043-QTDE-REJEITADOS.
040200     IF WS-ARQ-BLOQUEADO
040300         MOVE 8 TO UORGL043-CCOD-TERMINO
040400     ELSE
040500         MOVE ZERO TO UORGL043-CCOD-TERMINO
040600     END-IF.
040700     CALL 'UORG0043' USING UORGL043-PARMS.
040800     IF NOT UORGL043-OK
040900         DISPLAY 'UORG0162 - ERRO ' UORGL043-RETORNO
041000             ' NO REGISTRO DE FIM DA EXECUCAO'
041100     END-IF.
041200     EXEC SQL
041300         COMMIT
041400     END-EXEC.
041500 9600-REGISTRAR-FIM-EXIT.
041600     EXIT.
