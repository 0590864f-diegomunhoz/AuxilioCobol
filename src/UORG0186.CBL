000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0186                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0186.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - RELATORIO DE OPERACAO DOS PONTOS DE   *
001600*                CONTROLE ABERTOS EM TCTRL_CKPT_BATCH (UORG0185) *
001700*                COM A ULTIMA CHAVE EFETIVADA.                   *
001800******************************************************************
001900*
002000*    FUNCAO: LISTA PARA A OPERACAO TODO PONTO DE CONTROLE AINDA
002100*    ABERTO (CSIT_CKPT = 'A') NA TABELA COMUM TCTRL_CKPT_BATCH -
002200*    CADA UM E UMA EXECUCAO DE LOTE DE ATUALIZACAO EM MASSA QUE
002300*    NAO TERMINOU E SERA RETOMADA NA PROXIMA SUBMISSAO A PARTIR
002400*    DA CHAVE MOSTRADA. SAEM O PROGRAMA, A EXECUCAO, O INICIO, O
002500*    ULTIMO PONTO DE COMMIT, AS QUANTIDADES PROCESSADA E
002600*    REJEITADA E A ULTIMA CHAVE EFETIVADA, DO CHECKPOINT MAIS
002700*    ANTIGO PARA O MAIS RECENTE, COM O TOTAL AO FINAL.
002800*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.         IBM-390.
003200 OBJECT-COMPUTER.         IBM-390.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT REL-UORGR186 ASSIGN TO UORGR186
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  REL-UORGR186
004000     RECORDING MODE IS F
004100     LABEL RECORDS ARE STANDARD.
004200 01  REL-UORGR186-REG            PIC X(133).
004300 WORKING-STORAGE SECTION.
004400     EXEC SQL INCLUDE SQLCA END-EXEC.
004500 01  WS-SWITCHES.
004600     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
004700        88 WS-FIM-CURSOR              VALUE 'S'.
004800 01  WS-CONTADORES.
004900     05 WS-QTDE-ABERTO           PIC S9(7) COMP VALUE ZERO.
005000 01  WS-DATA-HOJE.
005100     05 WS-DATA-HOJE-AAAAMMDD    PIC 9(8).
005200 01  WS-AREA-TRABALHO.
005300     05 WS-CPGM-BATCH            PIC X(8).
005400     05 WS-CEXEC-BATCH           PIC X(12).
005500     05 WS-HINIC-CKPT            PIC X(26).
005600     05 WS-HULT-CKPT             PIC X(26).
005700     05 WS-QREG-PROCES           PIC S9(9) COMP.
005800     05 WS-QREG-REJEIT           PIC S9(9) COMP.
005900     05 WS-CCHAVE-CKPT           PIC X(40).
006000 COPY UORGR186.
006100 COPY UORGL043.
006200 PROCEDURE DIVISION.
006300******************************************************************
006400*    0000-MAINLINE                                               *
006500******************************************************************
006600 0000-MAINLINE                  SECTION.
006700     PERFORM 9500-REGISTRAR-INICIO
006800         THRU 9500-REGISTRAR-INICIO-EXIT.
006900     PERFORM 1000-ABRIR-ARQUIVOS
007000         THRU 1000-ABRIR-ARQUIVOS-EXIT.
007100     PERFORM 2000-PROCESSAR-CHECKPOINT
007200         THRU 2000-PROCESSAR-CHECKPOINT-EXIT
007300         UNTIL WS-FIM-CURSOR.
007400     PERFORM 7000-ENCERRAR
007500         THRU 7000-ENCERRAR-EXIT.
007600     PERFORM 9600-REGISTRAR-FIM
007700         THRU 9600-REGISTRAR-FIM-EXIT.
007800     GOBACK.
007900******************************************************************
008000*    1000-ABRIR-ARQUIVOS                                         *
008100******************************************************************
008200 1000-ABRIR-ARQUIVOS            SECTION.
008300     OPEN OUTPUT REL-UORGR186.
008400     MOVE FUNCTION CURRENT-DATE (1:8)
008500         TO WS-DATA-HOJE-AAAAMMDD.
008600     MOVE SPACES TO UORGR186-LINHA.
008700     MOVE '1' TO UORGR186-CTL-IMPRESSAO.
008800     STRING 'PONTOS DE CONTROLE ABERTOS A REINICIAR - '
008900            WS-DATA-HOJE-AAAAMMDD (7:2) '/'
009000            WS-DATA-HOJE-AAAAMMDD (5:2) '/'
009100            WS-DATA-HOJE-AAAAMMDD (1:4)
009200            DELIMITED BY SIZE INTO UORGR186-TIT-TEXTO.
009300     WRITE REL-UORGR186-REG FROM UORGR186-LINHA.
009400     MOVE SPACES TO UORGR186-LINHA.
009500     MOVE '0' TO UORGR186-CTL-IMPRESSAO.
009600     STRING 'PROGRAMA  EXECUCAO      INICIO               '
009700            'ULTIMO COMMIT        PROCESSADOS   REJEITADOS  '
009800            'ULTIMA CHAVE EFETIVADA'
009900            DELIMITED BY SIZE INTO UORGR186-CAB-TEXTO.
010000     WRITE REL-UORGR186-REG FROM UORGR186-LINHA.
010100     EXEC SQL
010200         DECLARE CUR-UORG0186 CURSOR FOR
010300         SELECT CPGM_BATCH, CEXEC_BATCH,
010400                CHAR(HINIC_CKPT), CHAR(HULT_CKPT),
010500                QREG_PROCES, QREG_REJEIT, CCHAVE_CKPT
010600           FROM DB2PRD.TCTRL_CKPT_BATCH
010700          WHERE CSIT_CKPT = 'A'
010800          ORDER BY HULT_CKPT, CPGM_BATCH, CEXEC_BATCH
010900     END-EXEC.
011000     EXEC SQL
011100         OPEN CUR-UORG0186
011200     END-EXEC.
011300     IF SQLCODE NOT = ZERO
011400         DISPLAY 'UORG0186 - ERRO SQLCODE=' SQLCODE
011500             ' NA ABERTURA DO CURSOR'
011600         MOVE 'S' TO WS-SW-FIM-CURSOR
011700         GO TO 1000-ABRIR-ARQUIVOS-EXIT
011800     END-IF.
011900     PERFORM 8000-LER-CURSOR
012000         THRU 8000-LER-CURSOR-EXIT.
012100 1000-ABRIR-ARQUIVOS-EXIT.
012200     EXIT.
012300******************************************************************
012400*    2000-PROCESSAR-CHECKPOINT                                   *
012500******************************************************************
012600 2000-PROCESSAR-CHECKPOINT      SECTION.
012700     MOVE SPACES TO UORGR186-LINHA.
012800     MOVE ' ' TO UORGR186-CTL-IMPRESSAO.
012900     MOVE WS-CPGM-BATCH TO UORGR186-CPGM-BATCH.
013000     MOVE WS-CEXEC-BATCH TO UORGR186-CEXEC-BATCH.
013100     MOVE WS-HINIC-CKPT (1:19) TO UORGR186-HINIC-CKPT.
013200     MOVE WS-HULT-CKPT (1:19) TO UORGR186-HULT-CKPT.
013300     MOVE WS-QREG-PROCES TO UORGR186-QREG-PROCES.
013400     MOVE WS-QREG-REJEIT TO UORGR186-QREG-REJEIT.
013500     MOVE WS-CCHAVE-CKPT TO UORGR186-CCHAVE-CKPT.
013600     WRITE REL-UORGR186-REG FROM UORGR186-LINHA.
013700     ADD 1 TO WS-QTDE-ABERTO.
013800     PERFORM 8000-LER-CURSOR
013900         THRU 8000-LER-CURSOR-EXIT.
014000 2000-PROCESSAR-CHECKPOINT-EXIT.
014100     EXIT.
014200******************************************************************
014300*    7000-ENCERRAR                                               *
014400******************************************************************
014500 7000-ENCERRAR                  SECTION.
014600     MOVE SPACES TO UORGR186-LINHA.
014700     MOVE '0' TO UORGR186-CTL-IMPRESSAO.
014800     IF WS-QTDE-ABERTO = ZERO
014900         MOVE 'NENHUM PONTO DE CONTROLE ABERTO'
015000             TO UORGR186-TOT-ROTULO
015100     ELSE
015200         MOVE 'TOTAL DE PONTOS DE CONTROLE ABERTOS'
015300             TO UORGR186-TOT-ROTULO
015400         MOVE WS-QTDE-ABERTO TO UORGR186-TOT-QTDE
015500     END-IF.
015600     WRITE REL-UORGR186-REG FROM UORGR186-LINHA.
015700     EXEC SQL
015800         CLOSE CUR-UORG0186
015900     END-EXEC.
016000     CLOSE REL-UORGR186.
016100     DISPLAY 'UORG0186 - PONTOS DE CONTROLE ABERTOS: '
016200         WS-QTDE-ABERTO.
016300 7000-ENCERRAR-EXIT.
016400     EXIT.
016500******************************************************************
016600*    8000-LER-CURSOR                                             *
016700******************************************************************
016800 8000-LER-CURSOR                SECTION.
016900     EXEC SQL
017000         FETCH CUR-UORG0186
017100          INTO :WS-CPGM-BATCH, :WS-CEXEC-BATCH,
017200               :WS-HINIC-CKPT, :WS-HULT-CKPT,
017300               :WS-QREG-PROCES, :WS-QREG-REJEIT,
017400               :WS-CCHAVE-CKPT
017500     END-EXEC.
017600     IF SQLCODE = 100
017700         MOVE 'S' TO WS-SW-FIM-CURSOR
017800     ELSE
017900     IF SQLCODE NOT = ZERO
018000         DISPLAY 'UORG0186 - ERRO SQLCODE=' SQLCODE
018100             ' NO FETCH DO CURSOR'
018200         MOVE 'S' TO WS-SW-FIM-CURSOR
018300     END-IF
018400     END-IF.
018500 8000-LER-CURSOR-EXIT.
018600     EXIT.
018700******************************************************************
018800*    9500-REGISTRAR-INICIO                                       *
018900*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
019000******************************************************************
019100 9500-REGISTRAR-INICIO          SECTION.
019200     MOVE 'I' TO UORGL043-FUNCTION.
019300     MOVE 'UORG0186' TO UORGL043-CPGM-BATCH.
019400     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
019500                  UORGL043-QTDE-REJEITADOS
019600                  UORGL043-CCOD-TERMINO.
019700     CALL 'UORG0043' USING UORGL043-PARMS.
019800     IF NOT UORGL043-OK
019900         DISPLAY 'UORG0186 - ERRO ' UORGL043-RETORNO
020000             ' NO REGISTRO DE INICIO DA EXECUCAO'
020100     END-IF.
020200 9500-REGISTRAR-INICIO-EXIT.
020300     EXIT.
020400******************************************************************
020500*    9600-REGISTRAR-FIM                                          *
020600*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
020700******************************************************************
020800 9600-REGISTRAR-FIM             SECTION.
020900     MOVE 'F' TO UORGL043-FUNCTION.
021000     MOVE WS-QTDE-ABERTO TO UORGL043-QTDE-LIDOS
021100                            UORGL043-QTDE-GRAVADOS.
021200     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
021300     MOVE ZERO TO UORGL043-CCOD-TERMINO.
021400     CALL 'UORG0043' USING UORGL043-PARMS.
021500     IF NOT UORGL043-OK
021600         DISPLAY 'UORG0186 - ERRO ' UORGL043-RETORNO
021700             ' NO REGISTRO DE FIM DA EXECUCAO'
021800     END-IF.
021900     EXEC SQL
022000         COMMIT
022100     END-EXEC.
022200 9600-REGISTRAR-FIM-EXIT.
022300     EXIT.
