000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0217                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0217.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - DESPACHO DOS ALERTAS AO PLANTAO       *
001600*                (TALERTA_OPER) PARA O GATEWAY CORPORATIVO DE    *
001700*                PAGER/E-MAIL, A CADA CICLO DO AGENDADOR.        *
001800******************************************************************
001900*
002000*    FUNCAO: EXECUTADO PELO AGENDADOR A CADA POUCOS MINUTOS,
002100*    DIA E NOITE. GRAVA NO ARQUIVO UORGS217 (HEADER/DETALHE/
002200*    TRAILER) OS ALERTAS PENDENTES DE ENVIO (CSIT_ALERTA 0) E OS
002300*    JA ENVIADOS (CSIT 1) QUE CONTINUAM SEM RECONHECIMENTO DO
002400*    OPERADOR HA MAIS DE WS-REENVIO-MINUTOS DESDE O ULTIMO
002500*    ENVIO, QUE SAO REENVIADOS COM QENVIO_ALERTA SOMADO. CADA
002600*    ALERTA DESPACHADO FICA COM CSIT 1 E HENVIO_ALERTA DO CICLO.
002700*    ALERTA RECONHECIDO (CSIT 2, TRANSACAO UO86) NAO E MAIS
002800*    ENVIADO. A GERACAO COM ALGUM ALERTA E REGISTRADA NO
002900*    CONTROLE DE TRANSMISSAO (UORG0087); CICLO SEM ALERTA GRAVA
003000*    SO HEADER E TRAILER E NAO E REGISTRADO.
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.         IBM-390.
003500 OBJECT-COMPUTER.         IBM-390.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT SAI-UORGS217 ASSIGN TO UORGS217
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  SAI-UORGS217
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004500 01  SAI-UORGS217-REG            PIC X(200).
004600 WORKING-STORAGE SECTION.
004700     EXEC SQL INCLUDE SQLCA END-EXEC.
004800 01  WS-SWITCHES.
004900     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005000        88 WS-FIM-CURSOR              VALUE 'S'.
005100 01  WS-CONTADORES.
005200     05 WS-QTDE-ENVIADO          PIC S9(9) COMP VALUE ZERO.
005300     05 WS-QTDE-REENVIADO        PIC S9(9) COMP VALUE ZERO.
005400     05 WS-QTDE-ERRO             PIC S9(9) COMP VALUE ZERO.
005500 01  WS-CONSTANTES.
005600     05 WS-REENVIO-MINUTOS       PIC S9(5) COMP VALUE 60.
005700 01  WS-DATA-HORA.
005800     05 WS-DATA-AAAAMMDD         PIC 9(8).
005900     05 WS-HORA-HHMMSS           PIC 9(6).
006000 01  WS-AREA-TRABALHO.
006100     05 WS-NSEQ-ALERTA           PIC S9(9)V COMP-3.
006200     05 WS-CORIGEM-ALERTA        PIC X(8).
006300     05 WS-CTPO-ALERTA           PIC X(8).
006400     05 WS-RCHAVE-ALERTA         PIC X(40).
006500     05 WS-RTEXTO-ALERTA         PIC X(70).
006600     05 WS-HPRIM-OCORR           PIC X(26).
006700     05 WS-HULT-OCORR            PIC X(26).
006800     05 WS-QOCORR-ALERTA         PIC S9(5)V COMP-3.
006900     05 WS-QENVIO-ALERTA         PIC S9(3)V COMP-3.
007000     05 WS-CSIT-ALERTA           PIC S9(1)V COMP-3.
007100 COPY UORGS217.
007200 COPY UORGL043.
007300 COPY UORGL087.
007400 PROCEDURE DIVISION.
007500******************************************************************
007600*    0000-MAINLINE                                               *
007700******************************************************************
007800 0000-MAINLINE                  SECTION.
007900     PERFORM 9500-REGISTRAR-INICIO
008000         THRU 9500-REGISTRAR-INICIO-EXIT.
008100     PERFORM 1000-ABRIR-ARQUIVOS
008200         THRU 1000-ABRIR-ARQUIVOS-EXIT.
008300     PERFORM 2000-DESPACHAR-ALERTA
008400         THRU 2000-DESPACHAR-ALERTA-EXIT
008500         UNTIL WS-FIM-CURSOR.
008600     PERFORM 7000-ENCERRAR
008700         THRU 7000-ENCERRAR-EXIT.
008800     PERFORM 9600-REGISTRAR-FIM
008900         THRU 9600-REGISTRAR-FIM-EXIT.
009000     GOBACK.
009100 0000-MAINLINE-EXIT.
009200     EXIT.
009300******************************************************************
009400*    1000-ABRIR-ARQUIVOS                                         *
009500******************************************************************
009600 1000-ABRIR-ARQUIVOS            SECTION.
009700     OPEN OUTPUT SAI-UORGS217.
009800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-AAAAMMDD.
009900     MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-HHMMSS.
010000     MOVE SPACES TO UORGS217-REGISTRO.
010100     MOVE '0' TO UORGS217-TIPO-REG.
010200     MOVE WS-DATA-AAAAMMDD TO UORGS217-HDR-DATA-GERACAO.
010300     MOVE WS-HORA-HHMMSS TO UORGS217-HDR-HORA-GERACAO.
010400     WRITE SAI-UORGS217-REG FROM UORGS217-REGISTRO.
010500     EXEC SQL
010600         DECLARE CUR-UORG0217 CURSOR FOR
010700         SELECT NSEQ_ALERTA, CORIGEM_ALERTA, CTPO_ALERTA,
010800                RCHAVE_ALERTA, RTEXTO_ALERTA, HPRIM_OCORR,
010900                HULT_OCORR, QOCORR_ALERTA, QENVIO_ALERTA,
011000                CSIT_ALERTA
011100           FROM DB2PRD.TALERTA_OPER
011200          WHERE CSIT_ALERTA = 0
011300             OR (CSIT_ALERTA = 1
011400                 AND HENVIO_ALERTA < CURRENT TIMESTAMP
011500                     - :WS-REENVIO-MINUTOS MINUTES)
011600          ORDER BY NSEQ_ALERTA
011700     END-EXEC.
011800     EXEC SQL
011900         OPEN CUR-UORG0217
012000     END-EXEC.
012100     PERFORM 8000-LER-CURSOR
012200         THRU 8000-LER-CURSOR-EXIT.
012300 1000-ABRIR-ARQUIVOS-EXIT.
012400     EXIT.
012500******************************************************************
012600*    2000-DESPACHAR-ALERTA                                       *
012700*    GRAVA O DETALHE PARA O GATEWAY E MARCA O ALERTA ENVIADO     *
012800******************************************************************
012900 2000-DESPACHAR-ALERTA          SECTION.
013000     ADD 1 TO WS-QENVIO-ALERTA.
013100     EXEC SQL
013200         UPDATE DB2PRD.TALERTA_OPER
013300            SET CSIT_ALERTA   = 1,
013400                QENVIO_ALERTA = :WS-QENVIO-ALERTA,
013500                HENVIO_ALERTA = CURRENT TIMESTAMP
013600          WHERE NSEQ_ALERTA = :WS-NSEQ-ALERTA
013700            AND CSIT_ALERTA < 2
013800     END-EXEC.
013900     IF SQLCODE NOT = ZERO
014000         ADD 1 TO WS-QTDE-ERRO
014100         DISPLAY 'UORG0217 - ERRO SQLCODE=' SQLCODE
014200             ' NA MARCACAO DO ALERTA ' WS-NSEQ-ALERTA
014300         GO TO 2000-DESPACHAR-ALERTA-LER
014400     END-IF.
014500     MOVE SPACES TO UORGS217-REGISTRO.
014600     MOVE '1' TO UORGS217-TIPO-REG.
014700     MOVE WS-NSEQ-ALERTA TO UORGS217-NSEQ-ALERTA.
014800     MOVE WS-HPRIM-OCORR (1:19) TO UORGS217-HPRIM-OCORR.
014900     MOVE WS-HULT-OCORR (1:19) TO UORGS217-HULT-OCORR.
015000     MOVE WS-QOCORR-ALERTA TO UORGS217-QOCORR-ALERTA.
015100     MOVE WS-QENVIO-ALERTA TO UORGS217-QENVIO-ALERTA.
015200     MOVE WS-CORIGEM-ALERTA TO UORGS217-CORIGEM-ALERTA.
015300     MOVE WS-CTPO-ALERTA TO UORGS217-CTPO-ALERTA.
015400     MOVE WS-RCHAVE-ALERTA TO UORGS217-RCHAVE-ALERTA.
015500     MOVE WS-RTEXTO-ALERTA TO UORGS217-RTEXTO-ALERTA.
015600     WRITE SAI-UORGS217-REG FROM UORGS217-REGISTRO.
015700     IF WS-CSIT-ALERTA = ZERO
015800         ADD 1 TO WS-QTDE-ENVIADO
015900     ELSE
016000         ADD 1 TO WS-QTDE-REENVIADO
016100     END-IF.
016200 2000-DESPACHAR-ALERTA-LER.
016300     PERFORM 8000-LER-CURSOR
016400         THRU 8000-LER-CURSOR-EXIT.
016500 2000-DESPACHAR-ALERTA-EXIT.
016600     EXIT.
016700******************************************************************
016800*    7000-ENCERRAR                                               *
016900******************************************************************
017000 7000-ENCERRAR                  SECTION.
017100     EXEC SQL
017200         CLOSE CUR-UORG0217
017300     END-EXEC.
017400     MOVE SPACES TO UORGS217-REGISTRO.
017500     MOVE '9' TO UORGS217-TIPO-REG.
017600     COMPUTE UORGS217-TRL-QTDE-REGS =
017700         WS-QTDE-ENVIADO + WS-QTDE-REENVIADO.
017800     WRITE SAI-UORGS217-REG FROM UORGS217-REGISTRO.
017900     CLOSE SAI-UORGS217.
018000     IF UORGS217-TRL-QTDE-REGS > ZERO
018100         MOVE 'G' TO UORGL087-FUNCTION
018200         MOVE 'UORGS217' TO UORGL087-CINTERF
018300         MOVE UORGS217-TRL-QTDE-REGS TO UORGL087-QREG-ARQUIVO
018400                                        UORGL087-QTOTAL-TRAILER
018500         MOVE 'UORG0217' TO UORGL087-CUSUAR
018600         CALL 'UORG0087' USING UORGL087-PARMS
018700         IF UORGL087-OK
018800             DISPLAY 'UORG0217 - GERACAO REGISTRADA: '
018900                 UORGL087-NSEQ-GERACAO
019000         ELSE
019100             DISPLAY 'UORG0217 - ERRO ' UORGL087-RETORNO
019200                 ' NO REGISTRO DA GERACAO'
019300         END-IF
019400     END-IF.
019500     DISPLAY 'UORG0217 - ALERTAS ENVIADOS: ' WS-QTDE-ENVIADO
019600         ' REENVIADOS: ' WS-QTDE-REENVIADO
019700         ' COM ERRO: ' WS-QTDE-ERRO.
019800 7000-ENCERRAR-EXIT.
019900     EXIT.
020000******************************************************************
020100*    8000-LER-CURSOR                                             *
020200******************************************************************
020300 8000-LER-CURSOR                SECTION.
020400     EXEC SQL
020500         FETCH CUR-UORG0217
020600          INTO :WS-NSEQ-ALERTA, :WS-CORIGEM-ALERTA,
020700               :WS-CTPO-ALERTA, :WS-RCHAVE-ALERTA,
020800               :WS-RTEXTO-ALERTA, :WS-HPRIM-OCORR,
020900               :WS-HULT-OCORR, :WS-QOCORR-ALERTA,
021000               :WS-QENVIO-ALERTA, :WS-CSIT-ALERTA
021100     END-EXEC.
021200     IF SQLCODE = 100
021300         MOVE 'S' TO WS-SW-FIM-CURSOR
021400     ELSE
021500     IF SQLCODE NOT = ZERO
021600         DISPLAY 'UORG0217 - ERRO SQLCODE=' SQLCODE
021700             ' NO FETCH DO CURSOR'
021800         MOVE 'S' TO WS-SW-FIM-CURSOR
021900     END-IF
022000     END-IF.
022100 8000-LER-CURSOR-EXIT.
022200     EXIT.
022300******************************************************************
022400*    9500-REGISTRAR-INICIO                                      *
022500*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
022600******************************************************************
022700 9500-REGISTRAR-INICIO          SECTION.
022800     MOVE 'I' TO UORGL043-FUNCTION.
022900     MOVE 'UORG0217' TO UORGL043-CPGM-BATCH.
023000     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
023100                  UORGL043-QTDE-REJEITADOS
023200                  UORGL043-CCOD-TERMINO.
023300     CALL 'UORG0043' USING UORGL043-PARMS.
023400     IF NOT UORGL043-OK
023500         DISPLAY 'UORG0217 - ERRO ' UORGL043-RETORNO
023600             ' NO REGISTRO DE INICIO DA EXECUCAO'
023700     END-IF.
023800 9500-REGISTRAR-INICIO-EXIT.
023900     EXIT.
024000******************************************************************
024100*    9600-REGISTRAR-FIM                                         *
024200*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO       *
024300******************************************************************
024400 9600-REGISTRAR-FIM             SECTION.
024500     MOVE 'F' TO UORGL043-FUNCTION.
024600     COMPUTE UORGL043-QTDE-LIDOS =
024700         WS-QTDE-ENVIADO + WS-QTDE-REENVIADO + WS-QTDE-ERRO.
024800     COMPUTE UORGL043-QTDE-GRAVADOS =
024900         WS-QTDE-ENVIADO + WS-QTDE-REENVIADO.
025000     MOVE WS-QTDE-ERRO TO UORGL043-QTDE-REJEITADOS.
025100     MOVE ZERO TO UORGL043-CCOD-TERMINO.
025200     CALL 'UORG0043' USING UORGL043-PARMS.
025300     IF NOT UORGL043-OK
025400         DISPLAY 'UORG0217 - ERRO ' UORGL043-RETORNO
025500             ' NO REGISTRO DE FIM DA EXECUCAO'
025600     END-IF.
025700     EXEC SQL
025800         COMMIT
025900     END-EXEC.
026000 9600-REGISTRAR-FIM-EXIT.
026100     EXIT.
