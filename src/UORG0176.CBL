000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0176                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0176.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - MANUTENCAO DO INVENTARIO DE CIRCUITOS *
001600*                DE DADOS POR UNIDADE (TCIRC_DADOS_UND) POR      *
001700*                ARQUIVO, NOS MOLDES DO CATALOGO DE HORARIO      *
001800*                (UORG0100), PARA AS ORDENS DIARIAS UORG0177 E O *
001900*                RELATORIO MENSAL UORG0178.                      *
002000******************************************************************
002100*
002200*    FUNCAO: LE O ARQUIVO UORGS176 E APLICA CADA REGISTRO NO
002300*    INVENTARIO DE CIRCUITOS: FUNCAO 'I' INCLUI OU ATUALIZA O
002400*    CIRCUITO (OPERADORA + IDENTIFICADOR) COM A UNIDADE, A
002500*    VELOCIDADE E A MENSALIDADE; FUNCAO 'E' EXCLUI O CIRCUITO
002600*    DO INVENTARIO. A UNIDADE PRECISA EXISTIR EM TUND_ORGNZ. A
002700*    SITUACAO DO CIRCUITO (CSIT_CIRC: 1 EM SERVICO, 2 SUSPENSO,
002800*    3 AGUARDANDO ATIVACAO, 0 CANCELADO) NAO VEM NO ARQUIVO: NA
002900*    INCLUSAO NASCE 3 SE A UNIDADE E PLANEJADA
003000*    (CSIT_UND_ORGNZ = 2) E 1 NOS DEMAIS CASOS - O INVENTARIO
003100*    REGISTRA O CIRCUITO COMO ELE ESTA SENDO COBRADO, MESMO EM
003200*    UNIDADE JA FECHADA, PARA CAIR NO RELATORIO UORG0178; DEPOIS
003300*    SO AS ORDENS DA UORG0177 A ALTERAM. COMMIT A CADA
003400*    WS-INTERVALO-CKPT APLICACOES.
003500*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.         IBM-390.
003900 OBJECT-COMPUTER.         IBM-390.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ARQ-UORGS176 ASSIGN TO UORGS176
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  ARQ-UORGS176
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  ARQ-UORGS176-REG            PIC X(80).
005000 WORKING-STORAGE SECTION.
005100     EXEC SQL INCLUDE SQLCA END-EXEC.
005200 01  WS-SWITCHES.
005300     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
005400        88 WS-FIM-ARQUIVO             VALUE 'S'.
005500 01  WS-CONTADORES.
005600     05 WS-QTDE-INCLUIDA         PIC S9(7) COMP VALUE ZERO.
005700     05 WS-QTDE-EXCLUIDA         PIC S9(7) COMP VALUE ZERO.
005800     05 WS-QTDE-REJEITADA        PIC S9(7) COMP VALUE ZERO.
005900     05 WS-CONTADOR-CKPT         PIC S9(5) COMP VALUE ZERO.
006000 01  WS-CONSTANTES.
006100     05 WS-INTERVALO-CKPT        PIC S9(5) COMP VALUE 100.
006200 01  WS-AREA-TRABALHO.
006300     05 WS-COPERD-TELECOM        PIC S9(5)V COMP-3.
006400     05 WS-CCIRC-DADOS           PIC X(20).
006500     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
006600     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
006700     05 WS-QVELOC-KBPS           PIC S9(7)V COMP-3.
006800     05 WS-VMENS-CIRC            PIC S9(7)V99 COMP-3.
006900     05 WS-CSIT-UND-ORGNZ        PIC S9(1)V COMP-3.
007000     05 WS-CSIT-CIRC             PIC S9(1)V COMP-3.
007100     05 WS-CUSUARIO              PIC X(9).
007200 COPY UORGS176.
007300 COPY UORGL043.
007400 PROCEDURE DIVISION.
007500******************************************************************
007600*    0000-MAINLINE                                               *
007700******************************************************************
007800 0000-MAINLINE                  SECTION.
007900     PERFORM 9500-REGISTRAR-INICIO
008000         THRU 9500-REGISTRAR-INICIO-EXIT.
008100     OPEN INPUT ARQ-UORGS176.
008200     PERFORM 8000-LER-ARQUIVO
008300         THRU 8000-LER-ARQUIVO-EXIT.
008400     PERFORM 2000-PROCESSAR-REGISTRO
008500         THRU 2000-PROCESSAR-REGISTRO-EXIT
008600         UNTIL WS-FIM-ARQUIVO.
008700     CLOSE ARQ-UORGS176.
008800     DISPLAY 'UORG0176 - INCLUIDOS/ATUALIZADOS: '
008900         WS-QTDE-INCLUIDA ' EXCLUIDOS: ' WS-QTDE-EXCLUIDA
009000         ' REJEITADOS: ' WS-QTDE-REJEITADA.
009100     PERFORM 9600-REGISTRAR-FIM
009200         THRU 9600-REGISTRAR-FIM-EXIT.
009300     GOBACK.
009400 0000-MAINLINE-EXIT.
009500     EXIT.
009600******************************************************************
009700*    2000-PROCESSAR-REGISTRO                                     *
009800******************************************************************
009900 2000-PROCESSAR-REGISTRO        SECTION.
010000     IF UORGS176-COPERD-TELECOM IS NOT NUMERIC
010100         OR UORGS176-COPERD-TELECOM = ZERO
010200         OR UORGS176-CCIRC-DADOS = SPACES
010300         DISPLAY 'UORG0176 - CHAVE INVALIDA, REGISTRO REJEITADO'
010400         ADD 1 TO WS-QTDE-REJEITADA
010500         GO TO 2000-PROCESSAR-REGISTRO-LER
010600     END-IF.
010700     MOVE UORGS176-COPERD-TELECOM TO WS-COPERD-TELECOM.
010800     MOVE UORGS176-CCIRC-DADOS TO WS-CCIRC-DADOS.
010900     MOVE UORGS176-CUSUARIO TO WS-CUSUARIO.
011000     EVALUATE TRUE
011100         WHEN UORGS176-INCLUIR
011200             PERFORM 3000-INCLUIR-CIRCUITO
011300                 THRU 3000-INCLUIR-CIRCUITO-EXIT
011400         WHEN UORGS176-EXCLUIR
011500             PERFORM 4000-EXCLUIR-CIRCUITO
011600                 THRU 4000-EXCLUIR-CIRCUITO-EXIT
011700         WHEN OTHER
011800             DISPLAY 'UORG0176 - FUNCAO INVALIDA: '
011900                 UORGS176-FUNCAO
012000             ADD 1 TO WS-QTDE-REJEITADA
012100     END-EVALUATE.
012200     ADD 1 TO WS-CONTADOR-CKPT.
012300     IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
012400         EXEC SQL
012500             COMMIT
012600         END-EXEC
012700         MOVE ZERO TO WS-CONTADOR-CKPT
012800     END-IF.
012900 2000-PROCESSAR-REGISTRO-LER.
013000     PERFORM 8000-LER-ARQUIVO
013100         THRU 8000-LER-ARQUIVO-EXIT.
013200 2000-PROCESSAR-REGISTRO-EXIT.
013300     EXIT.
013400******************************************************************
013500*    3000-INCLUIR-CIRCUITO                                       *
013600******************************************************************
013700 3000-INCLUIR-CIRCUITO          SECTION.
013800     IF UORGS176-CPSSOA-JURID IS NOT NUMERIC
013900         OR UORGS176-NSEQ-UND-ORGNZ IS NOT NUMERIC
014000         OR UORGS176-QVELOC-KBPS IS NOT NUMERIC
014100         OR UORGS176-VMENS-CIRC IS NOT NUMERIC
014200         DISPLAY 'UORG0176 - DADOS INVALIDOS NO CIRCUITO '
014300             UORGS176-COPERD-TELECOM '/' UORGS176-CCIRC-DADOS
014400         ADD 1 TO WS-QTDE-REJEITADA
014500         GO TO 3000-INCLUIR-CIRCUITO-EXIT
014600     END-IF.
014700     MOVE UORGS176-CPSSOA-JURID TO WS-CPSSOA-JURID.
014800     MOVE UORGS176-NSEQ-UND-ORGNZ TO WS-NSEQ-UND-ORGNZ.
014900     MOVE UORGS176-QVELOC-KBPS TO WS-QVELOC-KBPS.
015000     MOVE UORGS176-VMENS-CIRC TO WS-VMENS-CIRC.
015100     EXEC SQL
015200         SELECT CSIT_UND_ORGNZ
015300           INTO :WS-CSIT-UND-ORGNZ
015400           FROM DB2PRD.TUND_ORGNZ
015500          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
015600            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
015700     END-EXEC.
015800     IF SQLCODE NOT = ZERO
015900         DISPLAY 'UORG0176 - UNIDADE INEXISTENTE '
016000             UORGS176-CPSSOA-JURID '/'
016100             UORGS176-NSEQ-UND-ORGNZ
016200         ADD 1 TO WS-QTDE-REJEITADA
016300         GO TO 3000-INCLUIR-CIRCUITO-EXIT
016400     END-IF.
016500     EXEC SQL
016600         UPDATE DB2PRD.TCIRC_DADOS_UND
016700            SET CPSSOA_JURID   = :WS-CPSSOA-JURID,
016800                NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ,
016900                QVELOC_KBPS    = :WS-QVELOC-KBPS,
017000                VMENS_CIRC     = :WS-VMENS-CIRC,
017100                CUSUAR_MANUT   = :WS-CUSUARIO,
017200                HMANUT_REG     = CURRENT TIMESTAMP
017300          WHERE COPERD_TELECOM = :WS-COPERD-TELECOM
017400            AND CCIRC_DADOS    = :WS-CCIRC-DADOS
017500     END-EXEC.
017600     IF SQLCODE = 100
017700         IF WS-CSIT-UND-ORGNZ = 2
017800             MOVE 3 TO WS-CSIT-CIRC
017900         ELSE
018000             MOVE 1 TO WS-CSIT-CIRC
018100         END-IF
018200         EXEC SQL
018300             INSERT INTO DB2PRD.TCIRC_DADOS_UND
018400                    (COPERD_TELECOM, CCIRC_DADOS,
018500                     CPSSOA_JURID, NSEQ_UND_ORGNZ,
018600                     QVELOC_KBPS, VMENS_CIRC, CSIT_CIRC,
018700                     CUSUAR_INCL, HINCL_REG)
018800             VALUES (:WS-COPERD-TELECOM, :WS-CCIRC-DADOS,
018900                     :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
019000                     :WS-QVELOC-KBPS, :WS-VMENS-CIRC,
019100                     :WS-CSIT-CIRC,
019200                     :WS-CUSUARIO, CURRENT TIMESTAMP)
019300         END-EXEC
019400     END-IF.
019500     IF SQLCODE = ZERO
019600         ADD 1 TO WS-QTDE-INCLUIDA
019700     ELSE
019800         DISPLAY 'UORG0176 - ERRO SQLCODE=' SQLCODE
019900             ' NA GRAVACAO DO CIRCUITO ' UORGS176-COPERD-TELECOM
020000             '/' UORGS176-CCIRC-DADOS
020100         ADD 1 TO WS-QTDE-REJEITADA
020200     END-IF.
020300 3000-INCLUIR-CIRCUITO-EXIT.
020400     EXIT.
020500******************************************************************
020600*    4000-EXCLUIR-CIRCUITO                                       *
020700******************************************************************
020800 4000-EXCLUIR-CIRCUITO          SECTION.
020900     EXEC SQL
021000         DELETE FROM DB2PRD.TCIRC_DADOS_UND
021100          WHERE COPERD_TELECOM = :WS-COPERD-TELECOM
021200            AND CCIRC_DADOS    = :WS-CCIRC-DADOS
021300     END-EXEC.
021400     EVALUATE TRUE
021500         WHEN SQLCODE = ZERO
021600             ADD 1 TO WS-QTDE-EXCLUIDA
021700         WHEN SQLCODE = 100
021800             DISPLAY 'UORG0176 - CIRCUITO INEXISTENTE '
021900                 UORGS176-COPERD-TELECOM '/'
022000                 UORGS176-CCIRC-DADOS
022100             ADD 1 TO WS-QTDE-REJEITADA
022200         WHEN OTHER
022300             DISPLAY 'UORG0176 - ERRO SQLCODE=' SQLCODE
022400                 ' NA EXCLUSAO DO CIRCUITO'
022500             ADD 1 TO WS-QTDE-REJEITADA
022600     END-EVALUATE.
022700 4000-EXCLUIR-CIRCUITO-EXIT.
022800     EXIT.
022900******************************************************************
023000*    8000-LER-ARQUIVO                                            *
023100******************************************************************
023200 8000-LER-ARQUIVO               SECTION.
023300     READ ARQ-UORGS176 INTO UORGS176-REGISTRO
023400         AT END
023500             MOVE 'S' TO WS-SW-FIM-ARQUIVO
023600     END-READ.
023700 8000-LER-ARQUIVO-EXIT.
023800     EXIT.
023900******************************************************************
024000*    9500-REGISTRAR-INICIO                                       *
024100*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
024200******************************************************************
024300 9500-REGISTRAR-INICIO          SECTION.
024400     MOVE 'I' TO UORGL043-FUNCTION.
024500     MOVE 'UORG0176' TO UORGL043-CPGM-BATCH.
024600     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
024700                  UORGL043-QTDE-REJEITADOS
024800                  UORGL043-CCOD-TERMINO.
024900     CALL 'UORG0043' USING UORGL043-PARMS.
025000     IF NOT UORGL043-OK
025100         DISPLAY 'UORG0176 - ERRO ' UORGL043-RETORNO
025200             ' NO REGISTRO DE INICIO DA EXECUCAO'
025300     END-IF.
025400 9500-REGISTRAR-INICIO-EXIT.
025500     EXIT.
025600******************************************************************
025700*    9600-REGISTRAR-FIM                                          *
025800*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
025900******************************************************************
026000 9600-REGISTRAR-FIM             SECTION.
026100     MOVE 'F' TO UORGL043-FUNCTION.
026200     COMPUTE UORGL043-QTDE-LIDOS =
026300         WS-QTDE-INCLUIDA + WS-QTDE-EXCLUIDA
026400         + WS-QTDE-REJEITADA.
026500     COMPUTE UORGL043-QTDE-GRAVADOS =
026600         WS-QTDE-INCLUIDA + WS-QTDE-EXCLUIDA.
026700     MOVE WS-QTDE-REJEITADA TO UORGL043-QTDE-REJEITADOS.
026800     MOVE ZERO TO UORGL043-CCOD-TERMINO.
026900     CALL 'UORG0043' USING UORGL043-PARMS.
027000     IF NOT UORGL043-OK
027100         DISPLAY 'UORG0176 - ERRO ' UORGL043-RETORNO
027200             ' NO REGISTRO DE FIM DA EXECUCAO'
027300     END-IF.
027400     EXEC SQL
027500         COMMIT
027600     END-EXEC.
027700 9600-REGISTRAR-FIM-EXIT.
027800     EXIT.
