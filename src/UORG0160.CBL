000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0160                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0160.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - ARQUIVO MENSAL DE PAGAMENTO DE        *
001600*                ALUGUEIS PARA O CONTAS A PAGAR (UORGS160),      *
001700*                REGISTRADO EM TCTRL_TRANSM_ARQ PELA UORG0087.   *
001800******************************************************************
001900*
002000*    FUNCAO: GERA O ARQUIVO UORGS160 COM UM DETALHE POR CONTRATO
002100*    DE LOCACAO (TCONTR_LOCAC) VIGENTE EM ALGUM DIA DO MES
002200*    CORRENTE - LOCADOR, CONTRATO, UNIDADE E ALUGUEL MENSAL
002300*    DEVIDO, JA COM O REAJUSTE ANUAL APLICADO PELA UORG0159 -
002400*    ENTRE HEADER (ANO/MES DE COMPETENCIA E DATA DE GERACAO) E
002500*    TRAILER (QUANTIDADE E VALOR TOTAL). AO FINAL REGISTRA A
002600*    GERACAO EM TCTRL_TRANSM_ARQ PELA UORG0087, COMO AS DEMAIS
002700*    INTERFACES DE SAIDA.
002800*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.         IBM-390.
003200 OBJECT-COMPUTER.         IBM-390.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT SAI-UORGS160 ASSIGN TO UORGS160
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  SAI-UORGS160
004000     RECORDING MODE IS F
004100     LABEL RECORDS ARE STANDARD.
004200 01  SAI-UORGS160-REG            PIC X(100).
004300 WORKING-STORAGE SECTION.
004400     EXEC SQL INCLUDE SQLCA END-EXEC.
004500 01  WS-SWITCHES.
004600     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
004700        88 WS-FIM-CURSOR              VALUE 'S'.
004800 01  WS-CONTADORES.
004900     05 WS-QTDE-EXTRAIDA         PIC S9(9) COMP VALUE ZERO.
005000 01  WS-AREA-TRABALHO.
005100     05 WS-DATA-HOJE             PIC 9(8).
005200     05 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
005300        10 WS-HOJE-ANO           PIC 9(4).
005400        10 WS-HOJE-MES           PIC 9(2).
005500        10 WS-HOJE-DIA           PIC 9(2).
005600     05 WS-ANO-MES-REF           PIC 9(6).
005700     05 WS-DINIC-MES             PIC X(10).
005800     05 WS-VTOTAL-DEVIDO         PIC S9(13)V99 COMP-3 VALUE ZERO.
005900     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
006000     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
006100     05 WS-NSEQ-CONTR            PIC S9(4)V COMP-3.
006200     05 WS-ILOCADOR              PIC X(40).
006300     05 WS-VALUGL-MENSAL         PIC S9(9)V99 COMP-3.
006400     05 WS-DFIM-CONTR            PIC X(10).
006500 COPY UORGS160.
006600 COPY UORGL043.
006700 COPY UORGL087.
006800 PROCEDURE DIVISION.
006900******************************************************************
007000*    0000-MAINLINE                                               *
007100******************************************************************
007200 0000-MAINLINE                  SECTION.
007300     PERFORM 9500-REGISTRAR-INICIO
007400         THRU 9500-REGISTRAR-INICIO-EXIT.
007500     PERFORM 1000-PREPARAR-PERIODO
007600         THRU 1000-PREPARAR-PERIODO-EXIT.
007700     PERFORM 2000-GRAVAR-PAGAMENTO
007800         THRU 2000-GRAVAR-PAGAMENTO-EXIT
007900         UNTIL WS-FIM-CURSOR.
008000     PERFORM 7000-ENCERRAR
008100         THRU 7000-ENCERRAR-EXIT.
008200     PERFORM 9600-REGISTRAR-FIM
008300         THRU 9600-REGISTRAR-FIM-EXIT.
008400     GOBACK.
008500******************************************************************
008600*    1000-PREPARAR-PERIODO                                       *
008700*    COMPETENCIA = MES CORRENTE; GRAVA O HEADER E ABRE O CURSOR  *
008800******************************************************************
008900 1000-PREPARAR-PERIODO          SECTION.
009000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
009100     COMPUTE WS-ANO-MES-REF = WS-HOJE-ANO * 100 + WS-HOJE-MES.
009200     MOVE SPACES TO WS-DINIC-MES.
009300     STRING WS-HOJE-ANO '-' WS-HOJE-MES '-01'
009400            DELIMITED BY SIZE INTO WS-DINIC-MES.
009500     OPEN OUTPUT SAI-UORGS160.
009600     MOVE SPACES TO UORGS160-REGISTRO.
009700     MOVE '0' TO UORGS160-TIPO-REG.
009800     MOVE WS-ANO-MES-REF TO UORGS160-HDR-ANO-MES.
009900     MOVE WS-DATA-HOJE TO UORGS160-HDR-DGERACAO.
010000     WRITE SAI-UORGS160-REG FROM UORGS160-REGISTRO.
010100     EXEC SQL
010200         DECLARE CUR-UORG0160 CURSOR FOR
010300         SELECT CPSSOA_JURID, NSEQ_UND_ORGNZ, NSEQ_CONTR,
010400                ILOCADOR, VALUGL_MENSAL, CHAR(DFIM_CONTR, ISO)
010500           FROM DB2PRD.TCONTR_LOCAC
010600          WHERE DINIC_CONTR <= DATE(:WS-DINIC-MES) + 1 MONTH
010700                               - 1 DAY
010800            AND DFIM_CONTR  >= DATE(:WS-DINIC-MES)
010900          ORDER BY ILOCADOR, CPSSOA_JURID, NSEQ_UND_ORGNZ,
011000                   NSEQ_CONTR
011100     END-EXEC.
011200     EXEC SQL
011300         OPEN CUR-UORG0160
011400     END-EXEC.
011500     PERFORM 8000-LER-CURSOR
011600         THRU 8000-LER-CURSOR-EXIT.
011700 1000-PREPARAR-PERIODO-EXIT.
011800     EXIT.
011900******************************************************************
012000*    2000-GRAVAR-PAGAMENTO                                       *
012100******************************************************************
012200 2000-GRAVAR-PAGAMENTO          SECTION.
012300     MOVE SPACES TO UORGS160-REGISTRO.
012400     MOVE '1' TO UORGS160-TIPO-REG.
012500     MOVE WS-ILOCADOR TO UORGS160-ILOCADOR.
012600     MOVE WS-CPSSOA-JURID TO UORGS160-CPSSOA-JURID.
012700     MOVE WS-NSEQ-UND-ORGNZ TO UORGS160-NSEQ-UND-ORGNZ.
012800     MOVE WS-NSEQ-CONTR TO UORGS160-NSEQ-CONTR.
012900     MOVE WS-VALUGL-MENSAL TO UORGS160-VALUGL-DEVIDO.
013000     STRING WS-DFIM-CONTR (1:4) WS-DFIM-CONTR (6:2)
013100            WS-DFIM-CONTR (9:2)
013200            DELIMITED BY SIZE INTO UORGS160-DFIM-CONTR.
013300     WRITE SAI-UORGS160-REG FROM UORGS160-REGISTRO.
013400     ADD 1 TO WS-QTDE-EXTRAIDA.
013500     ADD WS-VALUGL-MENSAL TO WS-VTOTAL-DEVIDO.
013600     PERFORM 8000-LER-CURSOR
013700         THRU 8000-LER-CURSOR-EXIT.
013800 2000-GRAVAR-PAGAMENTO-EXIT.
013900     EXIT.
014000******************************************************************
014100*    7000-ENCERRAR                                               *
014200*    GRAVA O TRAILER E REGISTRA A GERACAO NA UORG0087            *
014300******************************************************************
014400 7000-ENCERRAR                  SECTION.
014500     MOVE SPACES TO UORGS160-REGISTRO.
014600     MOVE '9' TO UORGS160-TIPO-REG.
014700     MOVE WS-QTDE-EXTRAIDA TO UORGS160-TRL-QTDE-REGS.
014800     MOVE WS-VTOTAL-DEVIDO TO UORGS160-TRL-VTOTAL.
014900     WRITE SAI-UORGS160-REG FROM UORGS160-REGISTRO.
015000     EXEC SQL
015100         CLOSE CUR-UORG0160
015200     END-EXEC.
015300     CLOSE SAI-UORGS160.
015400     MOVE 'G' TO UORGL087-FUNCTION.
015500     MOVE 'UORGS160' TO UORGL087-CINTERF.
015600     MOVE WS-QTDE-EXTRAIDA TO UORGL087-QREG-ARQUIVO
015700                             UORGL087-QTOTAL-TRAILER.
015800     MOVE 'UORG0160' TO UORGL087-CUSUAR.
015900     CALL 'UORG0087' USING UORGL087-PARMS.
016000     IF UORGL087-OK
016100         DISPLAY 'UORG0160 - GERACAO REGISTRADA: '
016200             UORGL087-NSEQ-GERACAO
016300     ELSE
016400         DISPLAY 'UORG0160 - ERRO ' UORGL087-RETORNO
016500             ' NO REGISTRO DA GERACAO'
016600     END-IF.
016700     DISPLAY 'UORG0160 - CONTRATOS EXTRAIDOS: ' WS-QTDE-EXTRAIDA
016800         ' COMPETENCIA: ' WS-ANO-MES-REF.
016900 7000-ENCERRAR-EXIT.
017000     EXIT.
017100******************************************************************
017200*    8000-LER-CURSOR                                             *
017300******************************************************************
017400 8000-LER-CURSOR                SECTION.
017500     EXEC SQL
017600         FETCH CUR-UORG0160
017700          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
017800               :WS-NSEQ-CONTR, :WS-ILOCADOR,
017900               :WS-VALUGL-MENSAL, :WS-DFIM-CONTR
018000     END-EXEC.
018100     IF SQLCODE = 100
018200         MOVE 'S' TO WS-SW-FIM-CURSOR
018300     ELSE
018400     IF SQLCODE NOT = ZERO
018500         DISPLAY 'UORG0160 - ERRO SQLCODE=' SQLCODE
018600             ' NO FETCH DO CURSOR'
018700         MOVE 'S' TO WS-SW-FIM-CURSOR
018800     END-IF
018900     END-IF.
019000 8000-LER-CURSOR-EXIT.
019100     EXIT.
019200******************************************************************
019300*    9500-REGISTRAR-INICIO                                       *
019400*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
019500******************************************************************
019600 9500-REGISTRAR-INICIO          SECTION.
019700     MOVE 'I' TO UORGL043-FUNCTION.
019800     MOVE 'UORG0160' TO UORGL043-CPGM-BATCH.
019900     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
020000                  UORGL043-QTDE-REJEITADOS
020100                  UORGL043-CCOD-TERMINO.
020200     CALL 'UORG0043' USING UORGL043-PARMS.
020300     IF NOT UORGL043-OK
020400         DISPLAY 'UORG0160 - ERRO ' UORGL043-RETORNO
020500             ' NO REGISTRO DE INICIO DA EXECUCAO'
020600     END-IF.
020700 9500-REGISTRAR-INICIO-EXIT.
020800     EXIT.
020900******************************************************************
021000*    9600-REGISTRAR-FIM                                          *
021100*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
021200******************************************************************
021300 9600-REGISTRAR-FIM             SECTION.
021400     MOVE 'F' TO UORGL043-FUNCTION.
021500     MOVE WS-QTDE-EXTRAIDA TO UORGL043-QTDE-LIDOS
021600                              UORGL043-QTDE-GRAVADOS.
021700     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
021800     MOVE ZERO TO UORGL043-CCOD-TERMINO.
021900     CALL 'UORG0043' USING UORGL043-PARMS.
022000     IF NOT UORGL043-OK
022100         DISPLAY 'UORG0160 - ERRO ' UORGL043-RETORNO
022200             ' NO REGISTRO DE FIM DA EXECUCAO'
022300     END-IF.
022400     EXEC SQL
022500         COMMIT
022600     END-EXEC.
022700 9600-REGISTRAR-FIM-EXIT.
022800     EXIT.
