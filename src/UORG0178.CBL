000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0178                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0178.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - RELATORIO MENSAL DE CIRCUITOS DE      *
001600*                DADOS AINDA FATURADOS EM UNIDADES QUE NAO ESTAO *
001700*                ATIVAS, COM SUBTOTAL POR OPERADORA.             *
001800******************************************************************
001900*
002000*    FUNCAO: EXECUCAO MENSAL. LISTA TODO CIRCUITO DO INVENTARIO
002100*    TCIRC_DADOS_UND AINDA FATURADO (CSIT_CIRC 1 EM SERVICO OU
002200*    2 SUSPENSO) CUJA UNIDADE NAO ESTA ATIVA (ENCERRADA,
002300*    PLANEJADA, SUSPENSA) OU NAO EXISTE MAIS EM TUND_ORGNZ, EM
002400*    ORDEM DE OPERADORA E UNIDADE, COM A MENSALIDADE. SUBTOTAL
002500*    DE QUANTIDADE E MENSALIDADE POR OPERADORA E TOTAL GERAL -
002600*    O VALOR PAGO POR MES SEM UNIDADE EM FUNCIONAMENTO. CIRCUITO
002700*    SUSPENSO EM UNIDADE SUSPENSA E ESPERADO, MAS SAI PARA
002800*    CONFERENCIA DA COBRANCA REDUZIDA JUNTO A OPERADORA.
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.         IBM-390.
003300 OBJECT-COMPUTER.         IBM-390.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT REL-UORGR178 ASSIGN TO UORGR178
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  REL-UORGR178
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300 01  REL-UORGR178-REG            PIC X(133).
004400 WORKING-STORAGE SECTION.
004500     EXEC SQL INCLUDE SQLCA END-EXEC.
004600 01  WS-SWITCHES.
004700     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
004800        88 WS-FIM-CURSOR              VALUE 'S'.
004900     05 WS-SW-PRIMEIRA-OPERD     PIC X(1) VALUE 'S'.
005000        88 WS-PRIMEIRA-OPERD          VALUE 'S'.
005100 01  WS-CONTADORES.
005200     05 WS-QTDE-OPERD            PIC S9(7) COMP VALUE ZERO.
005300     05 WS-QTDE-GERAL            PIC S9(7) COMP VALUE ZERO.
005400 01  WS-TOTAIS.
005500     05 WS-VMENS-OPERD           PIC S9(11)V99 COMP-3 VALUE ZERO.
005600     05 WS-VMENS-GERAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
005700 01  WS-DATA-HOJE.
005800     05 WS-DATA-HOJE-AAAAMMDD    PIC 9(8).
005900 01  WS-AREA-TRABALHO.
006000     05 WS-COPERD-ATUAL          PIC S9(5)V COMP-3 VALUE ZERO.
006100     05 WS-COPERD-TELECOM        PIC S9(5)V COMP-3.
006200     05 WS-CCIRC-DADOS           PIC X(20).
006300     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
006400     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
006500     05 WS-IABREV-UND-ORGNZ      PIC X(40).
006600     05 WS-CSIT-UND-ORGNZ        PIC S9(1)V COMP-3.
006700     05 WS-CSIT-CIRC             PIC S9(1)V COMP-3.
006800     05 WS-VMENS-CIRC            PIC S9(7)V99 COMP-3.
006900 COPY UORGR178.
007000 COPY UORGL043.
007100 PROCEDURE DIVISION.
007200******************************************************************
007300*    0000-MAINLINE                                               *
007400******************************************************************
007500 0000-MAINLINE                  SECTION.
007600     PERFORM 9500-REGISTRAR-INICIO
007700         THRU 9500-REGISTRAR-INICIO-EXIT.
007800     PERFORM 1000-ABRIR-ARQUIVOS
007900         THRU 1000-ABRIR-ARQUIVOS-EXIT.
008000     PERFORM 2000-PROCESSAR-CIRCUITO
008100         THRU 2000-PROCESSAR-CIRCUITO-EXIT
008200         UNTIL WS-FIM-CURSOR.
008300     PERFORM 7000-ENCERRAR
008400         THRU 7000-ENCERRAR-EXIT.
008500     PERFORM 9600-REGISTRAR-FIM
008600         THRU 9600-REGISTRAR-FIM-EXIT.
008700     GOBACK.
008800******************************************************************
008900*    1000-ABRIR-ARQUIVOS                                         *
009000******************************************************************
009100 1000-ABRIR-ARQUIVOS            SECTION.
009200     OPEN OUTPUT REL-UORGR178.
009300     MOVE FUNCTION CURRENT-DATE (1:8)
009400         TO WS-DATA-HOJE-AAAAMMDD.
009500     MOVE SPACES TO UORGR178-LINHA.
009600     MOVE '1' TO UORGR178-CTL-IMPRESSAO.
009700     STRING 'CIRCUITOS FATURADOS EM UNIDADES NAO ATIVAS - '
009800            WS-DATA-HOJE-AAAAMMDD (7:2) '/'
009900            WS-DATA-HOJE-AAAAMMDD (5:2) '/'
010000            WS-DATA-HOJE-AAAAMMDD (1:4)
010100            DELIMITED BY SIZE INTO UORGR178-TIT-TEXTO.
010200     WRITE REL-UORGR178-REG FROM UORGR178-LINHA.
010300     EXEC SQL
010400         DECLARE CUR-UORG0178 CURSOR FOR
010500         SELECT C.COPERD_TELECOM, C.CCIRC_DADOS,
010600                C.CPSSOA_JURID, C.NSEQ_UND_ORGNZ,
010700                COALESCE(U.IABREV_UND_ORGNZ, ' '),
010800                COALESCE(U.CSIT_UND_ORGNZ, 9),
010900                C.CSIT_CIRC, C.VMENS_CIRC
011000           FROM DB2PRD.TCIRC_DADOS_UND C
011100           LEFT JOIN DB2PRD.TUND_ORGNZ U
011200             ON U.CPSSOA_JURID   = C.CPSSOA_JURID
011300            AND U.NSEQ_UND_ORGNZ = C.NSEQ_UND_ORGNZ
011400          WHERE C.CSIT_CIRC IN (1, 2)
011500            AND (U.CSIT_UND_ORGNZ IS NULL
011600                 OR U.CSIT_UND_ORGNZ <> 1)
011700          ORDER BY C.COPERD_TELECOM, C.CPSSOA_JURID,
011800                   C.NSEQ_UND_ORGNZ, C.CCIRC_DADOS
011900     END-EXEC.
012000     EXEC SQL
012100         OPEN CUR-UORG0178
012200     END-EXEC.
012300     IF SQLCODE NOT = ZERO
012400         DISPLAY 'UORG0178 - ERRO SQLCODE=' SQLCODE
012500             ' NA ABERTURA DO CURSOR'
012600         MOVE 'S' TO WS-SW-FIM-CURSOR
012700         GO TO 1000-ABRIR-ARQUIVOS-EXIT
012800     END-IF.
012900     PERFORM 8000-LER-CURSOR
013000         THRU 8000-LER-CURSOR-EXIT.
013100 1000-ABRIR-ARQUIVOS-EXIT.
013200     EXIT.
013300******************************************************************
013400*    2000-PROCESSAR-CIRCUITO                                     *
013500******************************************************************
013600 2000-PROCESSAR-CIRCUITO        SECTION.
013700     IF WS-PRIMEIRA-OPERD
013800         MOVE 'N' TO WS-SW-PRIMEIRA-OPERD
013900         MOVE WS-COPERD-TELECOM TO WS-COPERD-ATUAL
014000     ELSE
014100     IF WS-COPERD-TELECOM NOT = WS-COPERD-ATUAL
014200         PERFORM 2900-SUBTOTAL-OPERADORA
014300             THRU 2900-SUBTOTAL-OPERADORA-EXIT
014400         MOVE WS-COPERD-TELECOM TO WS-COPERD-ATUAL
014500     END-IF
014600     END-IF.
014700     MOVE SPACES TO UORGR178-LINHA.
014800     MOVE ' ' TO UORGR178-CTL-IMPRESSAO.
014900     MOVE WS-COPERD-TELECOM TO UORGR178-COPERD-TELECOM.
015000     MOVE WS-CCIRC-DADOS TO UORGR178-CCIRC-DADOS.
015100     MOVE WS-CPSSOA-JURID TO UORGR178-CPSSOA-JURID.
015200     MOVE WS-NSEQ-UND-ORGNZ TO UORGR178-NSEQ-UND-ORGNZ.
015300     MOVE WS-IABREV-UND-ORGNZ TO UORGR178-IABREV-UND.
015400     EVALUATE WS-CSIT-UND-ORGNZ
015500         WHEN ZERO
015600             MOVE 'ENCERRADA' TO UORGR178-SIT-UND
015700         WHEN 2
015800             MOVE 'PLANEJADA' TO UORGR178-SIT-UND
015900         WHEN 3
016000             MOVE 'SUSPENSA' TO UORGR178-SIT-UND
016100         WHEN 9
016200             MOVE 'INEXISTENTE' TO UORGR178-SIT-UND
016300         WHEN OTHER
016400             MOVE 'NAO ATIVA' TO UORGR178-SIT-UND
016500     END-EVALUATE.
016600     IF WS-CSIT-CIRC = 1
016700         MOVE 'EM SERV' TO UORGR178-SIT-CIRC
016800     ELSE
016900         MOVE 'SUSPENSO' TO UORGR178-SIT-CIRC
017000     END-IF.
017100     MOVE WS-VMENS-CIRC TO UORGR178-VMENS-CIRC.
017200     WRITE REL-UORGR178-REG FROM UORGR178-LINHA.
017300     ADD 1 TO WS-QTDE-OPERD.
017400     ADD WS-VMENS-CIRC TO WS-VMENS-OPERD.
017500     PERFORM 8000-LER-CURSOR
017600         THRU 8000-LER-CURSOR-EXIT.
017700 2000-PROCESSAR-CIRCUITO-EXIT.
017800     EXIT.
017900******************************************************************
018000*    2900-SUBTOTAL-OPERADORA                                     *
018100******************************************************************
018200 2900-SUBTOTAL-OPERADORA        SECTION.
018300     MOVE SPACES TO UORGR178-LINHA.
018400     MOVE '0' TO UORGR178-CTL-IMPRESSAO.
018500     MOVE 'SUBTOTAL OPERADORA' TO UORGR178-SUB-ROTULO.
018600     MOVE WS-COPERD-ATUAL TO UORGR178-SUB-CHAVE.
018700     MOVE WS-QTDE-OPERD TO UORGR178-SUB-QTDE.
018800     MOVE WS-VMENS-OPERD TO UORGR178-SUB-VMENS.
018900     WRITE REL-UORGR178-REG FROM UORGR178-LINHA.
019000     MOVE SPACES TO UORGR178-LINHA.
019100     MOVE ' ' TO UORGR178-CTL-IMPRESSAO.
019200     WRITE REL-UORGR178-REG FROM UORGR178-LINHA.
019300     ADD WS-QTDE-OPERD TO WS-QTDE-GERAL.
019400     ADD WS-VMENS-OPERD TO WS-VMENS-GERAL.
019500     MOVE ZERO TO WS-QTDE-OPERD WS-VMENS-OPERD.
019600 2900-SUBTOTAL-OPERADORA-EXIT.
019700     EXIT.
019800******************************************************************
019900*    7000-ENCERRAR                                               *
020000******************************************************************
020100 7000-ENCERRAR                  SECTION.
020200     IF NOT WS-PRIMEIRA-OPERD
020300         PERFORM 2900-SUBTOTAL-OPERADORA
020400             THRU 2900-SUBTOTAL-OPERADORA-EXIT
020500     END-IF.
020600     MOVE SPACES TO UORGR178-LINHA.
020700     MOVE '0' TO UORGR178-CTL-IMPRESSAO.
020800     MOVE 'TOTAL GERAL' TO UORGR178-SUB-ROTULO.
020900     MOVE WS-QTDE-GERAL TO UORGR178-SUB-QTDE.
021000     MOVE WS-VMENS-GERAL TO UORGR178-SUB-VMENS.
021100     WRITE REL-UORGR178-REG FROM UORGR178-LINHA.
021200     EXEC SQL
021300         CLOSE CUR-UORG0178
021400     END-EXEC.
021500     CLOSE REL-UORGR178.
021600     DISPLAY 'UORG0178 - CIRCUITOS LISTADOS: ' WS-QTDE-GERAL.
021700 7000-ENCERRAR-EXIT.
021800     EXIT.
021900******************************************************************
022000*    8000-LER-CURSOR                                             *
022100******************************************************************
022200 8000-LER-CURSOR                SECTION.
022300     EXEC SQL
022400         FETCH CUR-UORG0178
022500          INTO :WS-COPERD-TELECOM, :WS-CCIRC-DADOS,
022600               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
022700               :WS-IABREV-UND-ORGNZ, :WS-CSIT-UND-ORGNZ,
022800               :WS-CSIT-CIRC, :WS-VMENS-CIRC
022900     END-EXEC.
023000     IF SQLCODE = 100
023100         MOVE 'S' TO WS-SW-FIM-CURSOR
023200     ELSE
023300     IF SQLCODE NOT = ZERO
023400         DISPLAY 'UORG0178 - ERRO SQLCODE=' SQLCODE
023500             ' NO FETCH DO CURSOR'
023600         MOVE 'S' TO WS-SW-FIM-CURSOR
023700     END-IF
023800     END-IF.
023900 8000-LER-CURSOR-EXIT.
024000     EXIT.
024100******************************************************************
024200*    9500-REGISTRAR-INICIO                                       *
024300*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
024400******************************************************************
024500 9500-REGISTRAR-INICIO          SECTION.
024600     MOVE 'I' TO UORGL043-FUNCTION.
024700     MOVE 'UORG0178' TO UORGL043-CPGM-BATCH.
024800     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
024900                  UORGL043-QTDE-REJEITADOS
025000                  UORGL043-CCOD-TERMINO.
025100     CALL 'UORG0043' USING UORGL043-PARMS.
025200     IF NOT UORGL043-OK
025300         DISPLAY 'UORG0178 - ERRO ' UORGL043-RETORNO
025400             ' NO REGISTRO DE INICIO DA EXECUCAO'
025500     END-IF.
025600 9500-REGISTRAR-INICIO-EXIT.
025700     EXIT.
025800******************************************************************
025900*    9600-REGISTRAR-FIM                                          *
026000*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
026100******************************************************************
026200 9600-REGISTRAR-FIM             SECTION.
026300     MOVE 'F' TO UORGL043-FUNCTION.
026400     MOVE WS-QTDE-GERAL TO UORGL043-QTDE-LIDOS
026500                           UORGL043-QTDE-GRAVADOS.
026600     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
026700     MOVE ZERO TO UORGL043-CCOD-TERMINO.
026800     CALL 'UORG0043' USING UORGL043-PARMS.
026900     IF NOT UORGL043-OK
027000         DISPLAY 'UORG0178 - ERRO ' UORGL043-RETORNO
027100             ' NO REGISTRO DE FIM DA EXECUCAO'
027200     END-IF.
027300     EXEC SQL
027400         COMMIT
027500     END-EXEC.
027600 9600-REGISTRAR-FIM-EXIT.
027700     EXIT.
