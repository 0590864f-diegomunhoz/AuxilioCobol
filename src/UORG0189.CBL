000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0189                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0189.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - ARQUIVO SEMANAL DE CONSULTA DA        *
001600*                SITUACAO CADASTRAL NA RECEITA FEDERAL DOS       *
001700*                NINSCR_REG_EMPR DAS SOLICITACOES ABERTAS DE     *
001800*                TMANUT_EMPR_GRP (UORGS189), REGISTRADO VIA      *
001900*                UORG0087. RETORNO PROCESSADO PELA UORG0190.     *
002000******************************************************************
002100*
002200*    FUNCAO: LE AS SOLICITACOES ABERTAS DE TMANUT_EMPR_GRP
002300*    (CSIT_DOCTO_FSCAL NULO OU FORA DE 1 E 9, MESMO CRITERIO DE
002400*    FILA DA UORG0033) COM NINSCR_REG_EMPR INFORMADO E GRAVA UM
002500*    DETALHE POR SOLICITACAO NO ARQUIVO DE CONSULTA UORGS189,
002600*    COM HEADER (DATA DE GERACAO) E TRAILER (QUANTIDADE DE
002700*    DETALHES). A GERACAO E REGISTRADA EM TCTRL_TRANSM_ARQ PELA
002800*    UORG0087 E O SEQUENCIAL VOLTA NO HEADER DO RETORNO DA
002900*    RECEITA (UORGS190), CONFERIDO PELA UORG0190 NA RECEPCAO.
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.         IBM-390.
003400 OBJECT-COMPUTER.         IBM-390.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT SAI-UORGS189 ASSIGN TO UORGS189
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  SAI-UORGS189
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400 01  SAI-UORGS189-REG            PIC X(80).
004500 WORKING-STORAGE SECTION.
004600     EXEC SQL INCLUDE SQLCA END-EXEC.
004700 01  WS-SWITCHES.
004800     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
004900        88 WS-FIM-CURSOR              VALUE 'S'.
005000 01  WS-CONTADORES.
005100     05 WS-QTDE-EXTRAIDA         PIC S9(9) COMP VALUE ZERO.
005200 01  WS-AREA-TRABALHO.
005300     05 WS-DATA-HOJE             PIC 9(8).
005400     05 WS-NSEQ-SOLTC-MANUT      PIC S9(10)V COMP-3.
005500     05 WS-NINSCR-REG-EMPR       PIC S9(11)V COMP-3.
005600 COPY UORGS189.
005700 COPY UORGL043.
005800 COPY UORGL087.
005900 PROCEDURE DIVISION.
006000******************************************************************
006100*    0000-MAINLINE                                               *
006200******************************************************************
006300 0000-MAINLINE                  SECTION.
006400     PERFORM 9500-REGISTRAR-INICIO
006500         THRU 9500-REGISTRAR-INICIO-EXIT.
006600     PERFORM 1000-ABRIR-ARQUIVOS
006700         THRU 1000-ABRIR-ARQUIVOS-EXIT.
006800     PERFORM 2000-GRAVAR-CONSULTA
006900         THRU 2000-GRAVAR-CONSULTA-EXIT
007000         UNTIL WS-FIM-CURSOR.
007100     PERFORM 7000-ENCERRAR
007200         THRU 7000-ENCERRAR-EXIT.
007300     PERFORM 9600-REGISTRAR-FIM
007400         THRU 9600-REGISTRAR-FIM-EXIT.
007500     GOBACK.
007600******************************************************************
007700*    1000-ABRIR-ARQUIVOS                                         *
007800*    GRAVA O HEADER E ABRE O CURSOR DAS SOLICITACOES ABERTAS     *
007900******************************************************************
008000 1000-ABRIR-ARQUIVOS            SECTION.
008100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
008200     OPEN OUTPUT SAI-UORGS189.
008300     MOVE SPACES TO UORGS189-REGISTRO.
008400     MOVE '0' TO UORGS189-TIPO-REG.
008500     MOVE WS-DATA-HOJE TO UORGS189-HDR-DGERACAO.
008600     WRITE SAI-UORGS189-REG FROM UORGS189-REGISTRO.
008700     EXEC SQL
008800         DECLARE CUR-UORG0189 CURSOR FOR
008900         SELECT NSEQ_SOLTC_MANUT, NINSCR_REG_EMPR
009000           FROM DB2PRD.TMANUT_EMPR_GRP
009100          WHERE (CSIT_DOCTO_FSCAL IS NULL
009200                 OR CSIT_DOCTO_FSCAL NOT IN (1, 9))
009300            AND NINSCR_REG_EMPR > 0
009400          ORDER BY NSEQ_SOLTC_MANUT
009500     END-EXEC.
009600     EXEC SQL
009700         OPEN CUR-UORG0189
009800     END-EXEC.
009900     PERFORM 8000-LER-CURSOR
010000         THRU 8000-LER-CURSOR-EXIT.
010100 1000-ABRIR-ARQUIVOS-EXIT.
010200     EXIT.
010300******************************************************************
010400*    2000-GRAVAR-CONSULTA                                        *
010500******************************************************************
010600 2000-GRAVAR-CONSULTA           SECTION.
010700     MOVE SPACES TO UORGS189-REGISTRO.
010800     MOVE '1' TO UORGS189-TIPO-REG.
010900     MOVE WS-NSEQ-SOLTC-MANUT TO UORGS189-NSEQ-SOLTC-MANUT.
011000     MOVE WS-NINSCR-REG-EMPR TO UORGS189-NINSCR-REG-EMPR.
011100     WRITE SAI-UORGS189-REG FROM UORGS189-REGISTRO.
011200     ADD 1 TO WS-QTDE-EXTRAIDA.
011300     PERFORM 8000-LER-CURSOR
011400         THRU 8000-LER-CURSOR-EXIT.
011500 2000-GRAVAR-CONSULTA-EXIT.
011600     EXIT.
011700******************************************************************
011800*    7000-ENCERRAR                                               *
011900*    GRAVA O TRAILER E REGISTRA A GERACAO NA UORG0087            *
012000******************************************************************
012100 7000-ENCERRAR                  SECTION.
012200     MOVE SPACES TO UORGS189-REGISTRO.
012300     MOVE '9' TO UORGS189-TIPO-REG.
012400     MOVE WS-QTDE-EXTRAIDA TO UORGS189-TRL-QTDE-REGS.
012500     WRITE SAI-UORGS189-REG FROM UORGS189-REGISTRO.
012600     EXEC SQL
012700         CLOSE CUR-UORG0189
012800     END-EXEC.
012900     CLOSE SAI-UORGS189.
013000     MOVE 'G' TO UORGL087-FUNCTION.
013100     MOVE 'UORGS189' TO UORGL087-CINTERF.
013200     MOVE WS-QTDE-EXTRAIDA TO UORGL087-QREG-ARQUIVO
013300                             UORGL087-QTOTAL-TRAILER.
013400     MOVE 'UORG0189' TO UORGL087-CUSUAR.
013500     CALL 'UORG0087' USING UORGL087-PARMS.
013600     IF UORGL087-OK
013700         DISPLAY 'UORG0189 - GERACAO REGISTRADA: '
013800             UORGL087-NSEQ-GERACAO
013900     ELSE
014000         DISPLAY 'UORG0189 - ERRO ' UORGL087-RETORNO
014100             ' NO REGISTRO DA GERACAO'
014200     END-IF.
014300     DISPLAY 'UORG0189 - SOLICITACOES EXTRAIDAS: '
014400         WS-QTDE-EXTRAIDA.
014500 7000-ENCERRAR-EXIT.
014600     EXIT.
014700******************************************************************
014800*    8000-LER-CURSOR                                             *
014900******************************************************************
015000 8000-LER-CURSOR                SECTION.
015100     EXEC SQL
015200         FETCH CUR-UORG0189
015300          INTO :WS-NSEQ-SOLTC-MANUT, :WS-NINSCR-REG-EMPR
015400     END-EXEC.
015500     IF SQLCODE = 100
015600         MOVE 'S' TO WS-SW-FIM-CURSOR
015700     ELSE
015800     IF SQLCODE NOT = ZERO
015900         DISPLAY 'UORG0189 - ERRO SQLCODE=' SQLCODE
016000             ' NO FETCH DO CURSOR'
016100         MOVE 'S' TO WS-SW-FIM-CURSOR
016200     END-IF
016300     END-IF.
016400 8000-LER-CURSOR-EXIT.
016500     EXIT.
016600******************************************************************
016700*    9500-REGISTRAR-INICIO                                       *
016800*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
016900******************************************************************
017000 9500-REGISTRAR-INICIO          SECTION.
017100     MOVE 'I' TO UORGL043-FUNCTION.
017200     MOVE 'UORG0189' TO UORGL043-CPGM-BATCH.
017300     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
017400                  UORGL043-QTDE-REJEITADOS
017500                  UORGL043-CCOD-TERMINO.
017600     CALL 'UORG0043' USING UORGL043-PARMS.
017700     IF NOT UORGL043-OK
017800         DISPLAY 'UORG0189 - ERRO ' UORGL043-RETORNO
017900             ' NO REGISTRO DE INICIO DA EXECUCAO'
018000     END-IF.
018100 9500-REGISTRAR-INICIO-EXIT.
018200     EXIT.
018300******************************************************************
018400*    9600-REGISTRAR-FIM                                          *
018500*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
018600******************************************************************
018700 9600-REGISTRAR-FIM             SECTION.
018800     MOVE 'F' TO UORGL043-FUNCTION.
018900     MOVE WS-QTDE-EXTRAIDA TO UORGL043-QTDE-LIDOS
019000                              UORGL043-QTDE-GRAVADOS.
019100     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
019200     MOVE ZERO TO UORGL043-CCOD-TERMINO.
019300     CALL 'UORG0043' USING UORGL043-PARMS.
019400     IF NOT UORGL043-OK
019500         DISPLAY 'UORG0189 - ERRO ' UORGL043-RETORNO
019600             ' NO REGISTRO DE FIM DA EXECUCAO'
019700     END-IF.
019800     EXEC SQL
019900         COMMIT
020000     END-EXEC.
020100 9600-REGISTRAR-FIM-EXIT.
020200     EXIT.
