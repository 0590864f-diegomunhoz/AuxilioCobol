000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0195                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0195.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - ARQUIVO DIARIO UORGS195 DE INSTRUCOES *
001600*                DE TRANSFERENCIA DA CARTEIRA DE CLIENTES DAS    *
001700*                UNIDADES ENCERRADAS (UORG0059) E INCORPORADAS   *
001800*                (UORG0015) PARA O SISTEMA DE CONTAS.            *
001900******************************************************************
002000*
002100*    FUNCAO: GRAVA O ARQUIVO UORGS195 (HEADER, DETALHE, TRAILER)
002200*    COM AS INSTRUCOES PENDENTES DE TTRANSF_CART_UND
002300*    (CSIT_TRANSF = 1) INCLUIDAS ATE O CORTE DA EXECUCAO: UNIDADE
002400*    DE ORIGEM, UNIDADE DE DESTINO, DATA EFETIVA E MOTIVO ('E'
002500*    ENCERRAMENTO PELA UORG0059, 'F' FUSAO PELA UORG0015). SO SAI
002600*    INSTRUCAO CUJA UNIDADE DE DESTINO CONTINUA ATIVA; AS DEMAIS
002700*    FICAM PENDENTES E SAO CONTADAS NO SYSOUT, PARA QUE A GESTAO
002800*    CORRIJA O DESTINO. REGISTRA A GERACAO PELA UORG0087 E MARCA
002900*    AS INSTRUCOES ENVIADAS (CSIT_TRANSF = 2) COM O SEQUENCIAL DA
003000*    GERACAO E A DATA DE ENVIO. A CONFIRMACAO VEM NO RETORNO
003100*    UORGS196, PROCESSADO PELA UORG0196; AS NAO CONFIRMADAS SAO
003200*    LISTADAS PELA UORG0197.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.         IBM-390.
003700 OBJECT-COMPUTER.         IBM-390.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT SAI-UORGS195 ASSIGN TO UORGS195
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  SAI-UORGS195
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700 01  SAI-UORGS195-REG            PIC X(100).
004800 WORKING-STORAGE SECTION.
004900     EXEC SQL INCLUDE SQLCA END-EXEC.
005000 01  WS-SWITCHES.
005100     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005200        88 WS-FIM-CURSOR              VALUE 'S'.
005300 01  WS-CONTADORES.
005400     05 WS-QTDE-RETIDA           PIC S9(9) COMP VALUE ZERO.
005500 01  WS-AREA-TRABALHO.
005600     05 WS-DATA-HOJE             PIC 9(8).
005700     05 WS-HCORTE                PIC X(26).
005800     05 WS-CPSSOA-JURID-ORIG     PIC S9(10)V COMP-3.
005900     05 WS-NSEQ-UND-ORIG         PIC S9(8)V COMP-3.
006000     05 WS-CUND-ORIG             PIC S9(6)V COMP-3.
006100     05 WS-CPSSOA-JURID-DEST     PIC S9(10)V COMP-3.
006200     05 WS-NSEQ-UND-DEST         PIC S9(8)V COMP-3.
006300     05 WS-CUND-DEST             PIC S9(6)V COMP-3.
006400     05 WS-DEFETIV-TRANSF        PIC X(10).
006500     05 WS-DEFETIV-AAAAMMDD      PIC X(8).
006600     05 WS-CMOTVO-TRANSF         PIC X(1).
006700     05 WS-QTDE-EXTRAIDA         PIC S9(9)V COMP-3 VALUE ZERO.
006800     05 WS-NSEQ-GERACAO          PIC S9(9)V COMP-3.
006900 COPY UORGS195.
007000 COPY UORGL043.
007100 COPY UORGL087.
007200 PROCEDURE DIVISION.
007300******************************************************************
007400*    0000-MAINLINE                                               *
007500******************************************************************
007600 0000-MAINLINE                  SECTION.
007700     PERFORM 9500-REGISTRAR-INICIO
007800         THRU 9500-REGISTRAR-INICIO-EXIT.
007900     PERFORM 2000-PREPARAR-EXTRATO
008000         THRU 2000-PREPARAR-EXTRATO-EXIT.
008100     PERFORM 3000-GRAVAR-INSTRUCAO
008200         THRU 3000-GRAVAR-INSTRUCAO-EXIT
008300         UNTIL WS-FIM-CURSOR.
008400     PERFORM 7000-ENCERRAR
008500         THRU 7000-ENCERRAR-EXIT.
008600     PERFORM 9600-REGISTRAR-FIM
008700         THRU 9600-REGISTRAR-FIM-EXIT.
008800     GOBACK.
008900******************************************************************
009000*    2000-PREPARAR-EXTRATO                                       *
009100*    FIXA O CORTE, CONTA AS INSTRUCOES RETIDAS POR DESTINO NAO   *
009200*    ATIVO E ABRE O CURSOR DAS INSTRUCOES PENDENTES              *
009300******************************************************************
009400 2000-PREPARAR-EXTRATO          SECTION.
009500     EXEC SQL
009600         SELECT CHAR(CURRENT TIMESTAMP)
009700           INTO :WS-HCORTE
009800           FROM SYSIBM.SYSDUMMY1
009900     END-EXEC.
010000     EXEC SQL
010100         SELECT COUNT(*)
010200           INTO :WS-QTDE-RETIDA
010300           FROM DB2PRD.TTRANSF_CART_UND T
010400          WHERE T.CSIT_TRANSF = 1
010500            AND T.HINCL_REG  <= :WS-HCORTE
010600            AND NOT EXISTS
010700                (SELECT 1
010800                   FROM DB2PRD.TUND_ORGNZ D
010900                  WHERE D.CPSSOA_JURID   = T.CPSSOA_JURID_DEST
011000                    AND D.NSEQ_UND_ORGNZ = T.NSEQ_UND_DEST
011100                    AND D.CSIT_UND_ORGNZ = 1)
011200     END-EXEC.
011300     IF SQLCODE NOT = ZERO
011400         DISPLAY 'UORG0195 - ERRO SQLCODE=' SQLCODE
011500             ' NA CONTAGEM DAS INSTRUCOES RETIDAS'
011600         MOVE ZERO TO WS-QTDE-RETIDA
011700     END-IF.
011800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
011900     OPEN OUTPUT SAI-UORGS195.
012000     MOVE SPACES TO UORGS195-REGISTRO.
012100     MOVE '0' TO UORGS195-TIPO-REG.
012200     MOVE WS-DATA-HOJE TO UORGS195-HDR-DGERACAO.
012300     WRITE SAI-UORGS195-REG FROM UORGS195-REGISTRO.
012400     EXEC SQL
012500         OPEN CUR-UORG0195
012600     END-EXEC.
012700     IF SQLCODE NOT = ZERO
012800         DISPLAY 'UORG0195 - ERRO SQLCODE=' SQLCODE
012900             ' NA ABERTURA DO CURSOR'
013000         MOVE 'S' TO WS-SW-FIM-CURSOR
013100         GO TO 2000-PREPARAR-EXTRATO-EXIT
013200     END-IF.
013300     PERFORM 8100-LER-CURSOR
013400         THRU 8100-LER-CURSOR-EXIT.
013500 2000-PREPARAR-EXTRATO-EXIT.
013600     EXIT.
013700******************************************************************
013800*    3000-GRAVAR-INSTRUCAO                                       *
013900******************************************************************
014000 3000-GRAVAR-INSTRUCAO          SECTION.
014100     MOVE SPACES TO UORGS195-REGISTRO.
014200     MOVE '1' TO UORGS195-TIPO-REG.
014300     MOVE WS-CPSSOA-JURID-ORIG TO UORGS195-CPSSOA-JURID-ORIG.
014400     MOVE WS-NSEQ-UND-ORIG TO UORGS195-NSEQ-UND-ORIG.
014500     MOVE WS-CUND-ORIG TO UORGS195-CUND-ORIG.
014600     MOVE WS-CPSSOA-JURID-DEST TO UORGS195-CPSSOA-JURID-DEST.
014700     MOVE WS-NSEQ-UND-DEST TO UORGS195-NSEQ-UND-DEST.
014800     MOVE WS-CUND-DEST TO UORGS195-CUND-DEST.
014900     STRING WS-DEFETIV-TRANSF(1:4) WS-DEFETIV-TRANSF(6:2)
015000            WS-DEFETIV-TRANSF(9:2)
015100            DELIMITED BY SIZE INTO WS-DEFETIV-AAAAMMDD.
015200     MOVE WS-DEFETIV-AAAAMMDD TO UORGS195-DEFETIV-TRANSF.
015300     MOVE WS-CMOTVO-TRANSF TO UORGS195-CMOTVO-TRANSF.
015400     WRITE SAI-UORGS195-REG FROM UORGS195-REGISTRO.
015500     ADD 1 TO WS-QTDE-EXTRAIDA.
015600     PERFORM 8100-LER-CURSOR
015700         THRU 8100-LER-CURSOR-EXIT.
015800 3000-GRAVAR-INSTRUCAO-EXIT.
015900     EXIT.
016000******************************************************************
016100*    7000-ENCERRAR                                               *
016200*    TRAILER, REGISTRO DA GERACAO E BAIXA DAS ENVIADAS           *
016300******************************************************************
016400 7000-ENCERRAR                  SECTION.
016500     EXEC SQL
016600         CLOSE CUR-UORG0195
016700     END-EXEC.
016800     MOVE SPACES TO UORGS195-REGISTRO.
016900     MOVE '9' TO UORGS195-TIPO-REG.
017000     MOVE WS-QTDE-EXTRAIDA TO UORGS195-TRL-QTDE-REGS.
017100     WRITE SAI-UORGS195-REG FROM UORGS195-REGISTRO.
017200     CLOSE SAI-UORGS195.
017300     MOVE 'G' TO UORGL087-FUNCTION.
017400     MOVE 'UORGS195' TO UORGL087-CINTERF.
017500     MOVE WS-QTDE-EXTRAIDA TO UORGL087-QREG-ARQUIVO
017600                             UORGL087-QTOTAL-TRAILER.
017700     MOVE 'UORG0195' TO UORGL087-CUSUAR.
017800     CALL 'UORG0087' USING UORGL087-PARMS.
017900     IF NOT UORGL087-OK
018000         DISPLAY 'UORG0195 - ERRO ' UORGL087-RETORNO
018100             ' NO REGISTRO DA GERACAO - INSTRUCOES MANTIDAS '
018200             'PENDENTES'
018300         EXEC SQL
018400             ROLLBACK
018500         END-EXEC
018600         GO TO 7000-ENCERRAR-EXIT
018700     END-IF.
018800     MOVE UORGL087-NSEQ-GERACAO TO WS-NSEQ-GERACAO.
018900     DISPLAY 'UORG0195 - GERACAO REGISTRADA: ' WS-NSEQ-GERACAO.
019000     EXEC SQL
019100         UPDATE DB2PRD.TTRANSF_CART_UND T
019200            SET CSIT_TRANSF   = 2,
019300                NSEQ_GERACAO  = :WS-NSEQ-GERACAO,
019400                DENVIO_TRANSF = CURRENT DATE,
019500                CUSUAR_MANUT  = 'UORG0195',
019600                HMANUT_REG    = CURRENT TIMESTAMP
019700          WHERE T.CSIT_TRANSF = 1
019800            AND T.HINCL_REG  <= :WS-HCORTE
019900            AND EXISTS
020000                (SELECT 1
020100                   FROM DB2PRD.TUND_ORGNZ D
020200                  WHERE D.CPSSOA_JURID   = T.CPSSOA_JURID_DEST
020300                    AND D.NSEQ_UND_ORGNZ = T.NSEQ_UND_DEST
020400                    AND D.CSIT_UND_ORGNZ = 1)
020500     END-EXEC.
020600     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
020700         DISPLAY 'UORG0195 - ERRO SQLCODE=' SQLCODE
020800             ' NA MARCACAO DAS INSTRUCOES ENVIADAS'
020900         EXEC SQL
021000             ROLLBACK
021100         END-EXEC
021200         GO TO 7000-ENCERRAR-EXIT
021300     END-IF.
021400     EXEC SQL
021500         COMMIT
021600     END-EXEC.
021700     DISPLAY 'UORG0195 - INSTRUCOES ENVIADAS: ' WS-QTDE-EXTRAIDA
021800         ' RETIDAS (DESTINO NAO ATIVO): ' WS-QTDE-RETIDA.
021900 7000-ENCERRAR-EXIT.
022000     EXIT.
022100******************************************************************
022200*    8100-LER-CURSOR                                             *
022300******************************************************************
022400 8100-LER-CURSOR                SECTION.
022500     EXEC SQL
022600         FETCH CUR-UORG0195
022700          INTO :WS-CPSSOA-JURID-ORIG, :WS-NSEQ-UND-ORIG,
022800               :WS-CUND-ORIG,
022900               :WS-CPSSOA-JURID-DEST, :WS-NSEQ-UND-DEST,
023000               :WS-CUND-DEST,
023100               :WS-DEFETIV-TRANSF, :WS-CMOTVO-TRANSF
023200     END-EXEC.
023300     IF SQLCODE = 100
023400         MOVE 'S' TO WS-SW-FIM-CURSOR
023500     ELSE
023600     IF SQLCODE NOT = ZERO
023700         DISPLAY 'UORG0195 - ERRO SQLCODE=' SQLCODE
023800             ' NO FETCH DO CURSOR'
023900         MOVE 'S' TO WS-SW-FIM-CURSOR
024000     END-IF
024100     END-IF.
024200 8100-LER-CURSOR-EXIT.
024300     EXIT.
024400******************************************************************
024500*    8500-DECLARACOES-SQL                                        *
024600******************************************************************
024700 8500-DECLARACOES-SQL           SECTION.
024800     EXEC SQL
024900         DECLARE CUR-UORG0195 CURSOR WITH HOLD FOR
025000         SELECT T.CPSSOA_JURID_ORIG, T.NSEQ_UND_ORIG,
025100                COALESCE(O.CUND_ORGNZ, 0),
025200                T.CPSSOA_JURID_DEST, T.NSEQ_UND_DEST,
025300                COALESCE(D.CUND_ORGNZ, 0),
025400                CHAR(T.DEFETIV_TRANSF, ISO), T.CMOTVO_TRANSF
025500           FROM DB2PRD.TTRANSF_CART_UND T,
025600                DB2PRD.TUND_ORGNZ O,
025700                DB2PRD.TUND_ORGNZ D
025800          WHERE O.CPSSOA_JURID   = T.CPSSOA_JURID_ORIG
025900            AND O.NSEQ_UND_ORGNZ = T.NSEQ_UND_ORIG
026000            AND D.CPSSOA_JURID   = T.CPSSOA_JURID_DEST
026100            AND D.NSEQ_UND_ORGNZ = T.NSEQ_UND_DEST
026200            AND D.CSIT_UND_ORGNZ = 1
026300            AND T.CSIT_TRANSF    = 1
026400            AND T.HINCL_REG     <= :WS-HCORTE
026500          ORDER BY T.CPSSOA_JURID_ORIG, T.NSEQ_UND_ORIG,
026600                   T.DEFETIV_TRANSF
026700     END-EXEC.
026800 8500-DECLARACOES-SQL-EXIT.
026900     EXIT.
027000******************************************************************
027100*    9500-REGISTRAR-INICIO                                       *
027200*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
027300******************************************************************
027400 9500-REGISTRAR-INICIO          SECTION.
027500     MOVE 'I' TO UORGL043-FUNCTION.
027600     MOVE 'UORG0195' TO UORGL043-CPGM-BATCH.
027700     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
027800                  UORGL043-QTDE-REJEITADOS
027900                  UORGL043-CCOD-TERMINO.
028000     CALL 'UORG0043' USING UORGL043-PARMS.
028100     IF NOT UORGL043-OK
028200         DISPLAY 'UORG0195 - ERRO ' UORGL043-RETORNO
028300             ' NO REGISTRO DE INICIO DA EXECUCAO'
028400     END-IF.
028500 9500-REGISTRAR-INICIO-EXIT.
028600     EXIT.
028700******************************************************************
028800*    9600-REGISTRAR-FIM                                          *
028900*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
029000******************************************************************
029100 9600-REGISTRAR-FIM             SECTION.
029200     MOVE 'F' TO UORGL043-FUNCTION.
029300     MOVE WS-QTDE-EXTRAIDA TO UORGL043-QTDE-LIDOS
029400                              UORGL043-QTDE-GRAVADOS.
029500     MOVE WS-QTDE-RETIDA TO UORGL043-QTDE-REJEITADOS.
029600     MOVE ZERO TO UORGL043-CCOD-TERMINO.
029700     CALL 'UORG0043' USING UORGL043-PARMS.
029800     IF NOT UORGL043-OK
029900         DISPLAY 'UORG0195 - ERRO ' UORGL043-RETORNO
030000             ' NO REGISTRO DE FIM DA EXECUCAO'
030100     END-IF.
030200     EXEC SQL
030300         COMMIT
030400     END-EXEC.
030500 9600-REGISTRAR-FIM-EXIT.
030600     EXIT.
