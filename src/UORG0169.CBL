000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0169                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0169.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - CONSOLIDACAO DA HIERARQUIA REGIONAL   *
001600*                EM UMA DATA-BASE: UNIDADES ATIVAS, AREA EM M2 E *
001700*                QUADRO POR SUPERINTENDENCIA E DIRETORIA         *
001800*                REGIONAL, PELAS VINCULACOES DE TUND_NO_HIER     *
001900*                VIGENTES NA DATA.                               *
001910* 15/10/2026 ES  EVENTOS SUPERADOS POR CORRECAO                  *
001920*                RETROATIVA (CINDCD_EVENTO_SUPERD)               *
001930*                IGNORADOS NA RECONSTRUCAO.                      *
002000******************************************************************
002100*
002200*    FUNCAO: LE A DATA-BASE DO ARQUIVO DE CONTROLE UORGK169
002300*    (ZEROS = DATA DA EXECUCAO) E PERCORRE AS UNIDADES DE
002400*    TUND_ORGNZ COM A VINCULACAO REGIONAL VIGENTE NA DATA,
002500*    ORDENADAS POR DIRETORIA E SUPERINTENDENCIA. A SITUACAO DA
002600*    UNIDADE NA DATA E RECONSTRUIDA DE TUND_ORGNZ_HIST COMO NA
002700*    UORG0102; SO AS ATIVAS NA DATA ENTRAM NA CONTAGEM. PARA
002800*    ELAS SOMA A AREA CONSIDERADA EM M2 (UORG0030) E O QUADRO
002900*    ATUAL - AREA E QUADRO NAO TEM HISTORICO E SAO SEMPRE OS
003000*    VALORES CORRENTES. IMPRIME UMA LINHA POR SUPERINTENDENCIA,
003100*    SUBTOTAL POR DIRETORIA REGIONAL, AS ATIVAS SEM VINCULACAO
003200*    REGIONAL NA DATA E O TOTAL GERAL.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.         IBM-390.
003700 OBJECT-COMPUTER.         IBM-390.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CTL-UORGK169 ASSIGN TO UORGK169
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT REL-UORGR169 ASSIGN TO UORGR169
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CTL-UORGK169
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  CTL-UORGK169-REG            PIC X(80).
005000 FD  REL-UORGR169
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  REL-UORGR169-REG            PIC X(133).
005400 WORKING-STORAGE SECTION.
005500     EXEC SQL INCLUDE SQLCA END-EXEC.
005600 01  WS-SWITCHES.
005700     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005800        88 WS-FIM-CURSOR              VALUE 'S'.
005900     05 WS-SW-FIM-AREA           PIC X(1) VALUE 'N'.
006000        88 WS-FIM-AREA                VALUE 'S'.
006100     05 WS-SW-CONTROLE-OK        PIC X(1) VALUE 'N'.
006200        88 WS-CONTROLE-OK             VALUE 'S'.
006300     05 WS-SW-EXISTIA            PIC X(1) VALUE 'N'.
006400        88 WS-EXISTIA                 VALUE 'S'.
006500     05 WS-SW-PRIMEIRA-QUEBRA    PIC X(1) VALUE 'S'.
006600        88 WS-PRIMEIRA-QUEBRA         VALUE 'S'.
006700 01  WS-CONTADORES.
006800     05 WS-QTDE-LIDAS            PIC S9(9) COMP VALUE ZERO.
006900     05 WS-QTDE-ATIVAS           PIC S9(7) COMP VALUE ZERO.
007000     05 WS-QTDE-SEM-VINC         PIC S9(7) COMP VALUE ZERO.
007100     05 WS-QTDE-SUPERINT         PIC S9(7) COMP VALUE ZERO.
007200 01  WS-QUEBRA-CONTROLE.
007300     05 WS-CNO-PAI-ANTERIOR      PIC S9(5)V COMP-3.
007400     05 WS-CNO-ANTERIOR          PIC S9(5)V COMP-3.
007500 01  WS-TOT-SUPERINT.
007600     05 WS-TSU-QTDE-UND          PIC S9(7)V COMP-3 VALUE ZERO.
007700     05 WS-TSU-AREA-M2           PIC S9(11)V99 COMP-3 VALUE ZERO.
007800     05 WS-TSU-QFUNC             PIC S9(7)V COMP-3 VALUE ZERO.
007900 01  WS-TOT-DIRETORIA.
008000     05 WS-TDI-QTDE-UND          PIC S9(7)V COMP-3 VALUE ZERO.
008100     05 WS-TDI-AREA-M2           PIC S9(11)V99 COMP-3 VALUE ZERO.
008200     05 WS-TDI-QFUNC             PIC S9(7)V COMP-3 VALUE ZERO.
008300 01  WS-TOT-SEM-VINC.
008400     05 WS-TSV-QTDE-UND          PIC S9(7)V COMP-3 VALUE ZERO.
008500     05 WS-TSV-AREA-M2           PIC S9(11)V99 COMP-3 VALUE ZERO.
008600     05 WS-TSV-QFUNC             PIC S9(7)V COMP-3 VALUE ZERO.
008700 01  WS-TOT-GERAL.
008800     05 WS-TGE-QTDE-UND          PIC S9(7)V COMP-3 VALUE ZERO.
008900     05 WS-TGE-AREA-M2           PIC S9(11)V99 COMP-3 VALUE ZERO.
009000     05 WS-TGE-QFUNC             PIC S9(7)V COMP-3 VALUE ZERO.
009100 01  WS-TOT-IMPRESSAO.
009200     05 WS-TIM-QTDE-UND          PIC S9(7)V COMP-3.
009300     05 WS-TIM-AREA-M2           PIC S9(11)V99 COMP-3.
009400     05 WS-TIM-QFUNC             PIC S9(7)V COMP-3.
009500 01  WS-AREA-TRABALHO.
009600     05 WS-DATA-BASE             PIC 9(8).
009700     05 WS-DATA-BASE-ISO         PIC X(10).
009800     05 WS-TS-ALVO               PIC X(26).
009900     05 WS-CNO-HIER-PAI          PIC S9(5)V COMP-3.
010000     05 WS-CNO-HIER              PIC S9(5)V COMP-3.
010100     05 WS-CNO-LEITURA           PIC S9(5)V COMP-3.
010200     05 WS-INO-HIER              PIC X(40).
010300     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
010400     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
010500     05 WS-CSIT-ATUAL            PIC S9(3)V COMP-3.
010600     05 WS-HINCL-REG             PIC X(26).
010700     05 WS-CSIT-CALC             PIC S9(3)V COMP-3.
010800     05 WS-QFUNC-ATUAL           PIC S9(5)V COMP-3.
010900     05 WS-CUND-MEDD             PIC S9(3)V COMP-3.
011000     05 WS-MAREA-CONSD           PIC S9(5)V9(4) COMP-3.
011100     05 WS-AREA-M2-SOMA          PIC S9(11)V99 COMP-3.
011200 01  WS-INDICADORES.
011300     05 WS-IND-HINCL             PIC S9(4) COMP-5.
011400     05 WS-IND-QFUNC             PIC S9(4) COMP-5.
011500     05 WS-IND-CSIT-H            PIC S9(4) COMP-5.
011600 COPY UORGK169.
011700 COPY UORGR169.
011800 COPY UORGL030.
011900 COPY UORGL043.
012000 PROCEDURE DIVISION.
012100******************************************************************
012200*    0000-MAINLINE                                               *
012300******************************************************************
012400 0000-MAINLINE                  SECTION.
012500     PERFORM 9500-REGISTRAR-INICIO
012600         THRU 9500-REGISTRAR-INICIO-EXIT.
012700     PERFORM 1000-PREPARAR-CONTROLE
012800         THRU 1000-PREPARAR-CONTROLE-EXIT.
012900     IF WS-CONTROLE-OK
013000         PERFORM 2000-PROCESSAR-UNIDADE
013100             THRU 2000-PROCESSAR-UNIDADE-EXIT
013200             UNTIL WS-FIM-CURSOR
013300         IF NOT WS-PRIMEIRA-QUEBRA
013400             PERFORM 5000-QUEBRA-SUPERINT
013500                 THRU 5000-QUEBRA-SUPERINT-EXIT
013600             PERFORM 5500-QUEBRA-DIRETORIA
013700                 THRU 5500-QUEBRA-DIRETORIA-EXIT
013800         END-IF
013900         PERFORM 7000-ENCERRAR
014000             THRU 7000-ENCERRAR-EXIT
014100     END-IF.
014200     PERFORM 9600-REGISTRAR-FIM
014300         THRU 9600-REGISTRAR-FIM-EXIT.
014400     GOBACK.
014500******************************************************************
014600*    1000-PREPARAR-CONTROLE                                      *
014700*    DATA-BASE DO CONTROLE (ZEROS = HOJE), TITULO E CURSOR       *
014800******************************************************************
014900 1000-PREPARAR-CONTROLE         SECTION.
015000     OPEN INPUT CTL-UORGK169.
015100     READ CTL-UORGK169 INTO UORGK169-REGISTRO
015200         AT END
015300             MOVE ZERO TO UORGK169-DATA-BASE
015400     END-READ.
015500     CLOSE CTL-UORGK169.
015600     IF UORGK169-DATA-BASE IS NOT NUMERIC
015700         DISPLAY 'UORG0169 - DATA-BASE INVALIDA'
015800         GO TO 1000-PREPARAR-CONTROLE-EXIT
015900     END-IF.
016000     IF UORGK169-DATA-BASE = ZERO
016100         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-BASE
016200     ELSE
016300         MOVE UORGK169-DATA-BASE TO WS-DATA-BASE
016400     END-IF.
016500     STRING WS-DATA-BASE (1:4) '-'
016600            WS-DATA-BASE (5:2) '-'
016700            WS-DATA-BASE (7:2)
016800            DELIMITED BY SIZE INTO WS-DATA-BASE-ISO.
016900     STRING WS-DATA-BASE-ISO '-23.59.59.999999'
017000            DELIMITED BY SIZE INTO WS-TS-ALVO.
017100     MOVE 'S' TO WS-SW-CONTROLE-OK.
017200     OPEN OUTPUT REL-UORGR169.
017300     MOVE SPACES TO UORGR169-LINHA.
017400     MOVE '1' TO UORGR169-CTL-IMPRESSAO.
017500     MOVE 'HIERARQUIA REGIONAL - UNIDADES ATIVAS, AREA E QUADRO'
017600         TO UORGR169-TIT-TEXTO.
017700     MOVE WS-DATA-BASE-ISO TO UORGR169-TIT-DATA.
017800     WRITE REL-UORGR169-REG FROM UORGR169-LINHA.
017900     EXEC SQL
018000         DECLARE CUR-UORG0169 CURSOR FOR
018100         SELECT COALESCE(N.CNO_HIER_PAI, 0),
018200                COALESCE(V.CNO_HIER, 0),
018300                U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ,
018400                U.CSIT_UND_ORGNZ, U.HINCL_REG,
018500                U.QFUNC_ATUAL_UND_ORGNZ
018600           FROM DB2PRD.TUND_ORGNZ U
018700           LEFT JOIN DB2PRD.TUND_NO_HIER V
018800             ON V.CPSSOA_JURID   = U.CPSSOA_JURID
018900            AND V.NSEQ_UND_ORGNZ = U.NSEQ_UND_ORGNZ
019000            AND V.DINIC_VIGEN   <= DATE(:WS-DATA-BASE-ISO)
019100            AND V.DFIM_VIGEN    >= DATE(:WS-DATA-BASE-ISO)
019200           LEFT JOIN DB2PRD.TNO_HIER_REGNL N
019300             ON N.CNO_HIER = V.CNO_HIER
019400          ORDER BY 1, 2, 3, 4
019500     END-EXEC.
019600     EXEC SQL
019700         OPEN CUR-UORG0169
019800     END-EXEC.
019900     PERFORM 8000-LER-CURSOR
020000         THRU 8000-LER-CURSOR-EXIT.
020100 1000-PREPARAR-CONTROLE-EXIT.
020200     EXIT.
020300******************************************************************
020400*    2000-PROCESSAR-UNIDADE                                      *
020500*    UNIDADE SEM VINCULACAO NA DATA VEM PRIMEIRO (NO ZERADO) E   *
020600*    NAO PARTICIPA DAS QUEBRAS                                   *
020700******************************************************************
020800 2000-PROCESSAR-UNIDADE         SECTION.
020900     ADD 1 TO WS-QTDE-LIDAS.
021000     IF WS-CNO-HIER NOT = ZERO
021100         IF NOT WS-PRIMEIRA-QUEBRA
021200             IF WS-CNO-HIER-PAI NOT = WS-CNO-PAI-ANTERIOR
021300                 PERFORM 5000-QUEBRA-SUPERINT
021400                     THRU 5000-QUEBRA-SUPERINT-EXIT
021500                 PERFORM 5500-QUEBRA-DIRETORIA
021600                     THRU 5500-QUEBRA-DIRETORIA-EXIT
021700             ELSE
021800             IF WS-CNO-HIER NOT = WS-CNO-ANTERIOR
021900                 PERFORM 5000-QUEBRA-SUPERINT
022000                     THRU 5000-QUEBRA-SUPERINT-EXIT
022100             END-IF
022200             END-IF
022300         END-IF
022400         MOVE WS-CNO-HIER-PAI TO WS-CNO-PAI-ANTERIOR
022500         MOVE WS-CNO-HIER TO WS-CNO-ANTERIOR
022600         MOVE 'N' TO WS-SW-PRIMEIRA-QUEBRA
022700     END-IF.
022800     PERFORM 3000-CALCULAR-ESTADO
022900         THRU 3000-CALCULAR-ESTADO-EXIT.
023000     IF NOT WS-EXISTIA OR WS-CSIT-CALC NOT = 1
023100         GO TO 2000-PROCESSAR-UNIDADE-LER
023200     END-IF.
023300     ADD 1 TO WS-QTDE-ATIVAS.
023400     PERFORM 3500-SOMAR-AREA-UND
023500         THRU 3500-SOMAR-AREA-UND-EXIT.
023600     IF WS-CNO-HIER = ZERO
023700         ADD 1 TO WS-QTDE-SEM-VINC WS-TSV-QTDE-UND
023800         ADD WS-AREA-M2-SOMA TO WS-TSV-AREA-M2
023900         ADD WS-QFUNC-ATUAL TO WS-TSV-QFUNC
024000     ELSE
024100         ADD 1 TO WS-TSU-QTDE-UND WS-TDI-QTDE-UND
024200         ADD WS-AREA-M2-SOMA TO WS-TSU-AREA-M2 WS-TDI-AREA-M2
024300         ADD WS-QFUNC-ATUAL TO WS-TSU-QFUNC WS-TDI-QFUNC
024400     END-IF.
024500     ADD 1 TO WS-TGE-QTDE-UND.
024600     ADD WS-AREA-M2-SOMA TO WS-TGE-AREA-M2.
024700     ADD WS-QFUNC-ATUAL TO WS-TGE-QFUNC.
024800 2000-PROCESSAR-UNIDADE-LER.
024900     PERFORM 8000-LER-CURSOR
025000         THRU 8000-LER-CURSOR-EXIT.
025100 2000-PROCESSAR-UNIDADE-EXIT.
025200     EXIT.
025300******************************************************************
025400*    3000-CALCULAR-ESTADO                                        *
025500*    SITUACAO DA UNIDADE NA DATA-BASE, REBOBINANDO               *
025600*    TUND_ORGNZ_HIST COMO NA UORG0102                            *
025700******************************************************************
025800 3000-CALCULAR-ESTADO           SECTION.
025900     MOVE 'N' TO WS-SW-EXISTIA.
026000     MOVE ZERO TO WS-CSIT-CALC.
026100     EXEC SQL
026200         SELECT CSIT_UND_ORGNZ_NOVO
026300           INTO :WS-CSIT-CALC:WS-IND-CSIT-H
026400           FROM DB2PRD.TUND_ORGNZ_HIST
026500          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
026600            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
026700            AND HEVENTO_HIST   = (SELECT MAX(HEVENTO_HIST)
026800                   FROM DB2PRD.TUND_ORGNZ_HIST
026900                  WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
027000                    AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
027100                    AND HEVENTO_HIST  <= :WS-TS-ALVO
027110                    AND COALESCE(CINDCD_EVENTO_SUPERD, 'N') = 'N')
027200     END-EXEC.
027300     IF SQLCODE = ZERO
027400         MOVE 'S' TO WS-SW-EXISTIA
027500         PERFORM 3900-TRATAR-NULOS
027600             THRU 3900-TRATAR-NULOS-EXIT
027700         GO TO 3000-CALCULAR-ESTADO-EXIT
027800     END-IF.
027900     IF SQLCODE NOT = 100
028000         DISPLAY 'UORG0169 - ERRO SQLCODE=' SQLCODE
028100             ' NA LEITURA DO HISTORICO'
028200         GO TO 3000-CALCULAR-ESTADO-EXIT
028300     END-IF.
028400     EXEC SQL
028500         SELECT CSIT_UND_ORGNZ_ANT
028600           INTO :WS-CSIT-CALC:WS-IND-CSIT-H
028700           FROM DB2PRD.TUND_ORGNZ_HIST
028800          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
028900            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
029000            AND HEVENTO_HIST   = (SELECT MIN(HEVENTO_HIST)
029100                   FROM DB2PRD.TUND_ORGNZ_HIST
029200                  WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
029300                    AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
029400                    AND HEVENTO_HIST   > :WS-TS-ALVO
029410                    AND COALESCE(CINDCD_EVENTO_SUPERD, 'N') = 'N')
029500     END-EXEC.
029600     IF SQLCODE = ZERO
029700         IF WS-IND-HINCL >= ZERO
029800             AND WS-HINCL-REG > WS-TS-ALVO
029900             GO TO 3000-CALCULAR-ESTADO-EXIT
030000         END-IF
030100         MOVE 'S' TO WS-SW-EXISTIA
030200         PERFORM 3900-TRATAR-NULOS
030300             THRU 3900-TRATAR-NULOS-EXIT
030400         GO TO 3000-CALCULAR-ESTADO-EXIT
030500     END-IF.
030600     IF SQLCODE NOT = 100
030700         DISPLAY 'UORG0169 - ERRO SQLCODE=' SQLCODE
030800             ' NA LEITURA DO HISTORICO'
030900         GO TO 3000-CALCULAR-ESTADO-EXIT
031000     END-IF.
031100     IF WS-IND-HINCL >= ZERO
031200         AND WS-HINCL-REG > WS-TS-ALVO
031300         GO TO 3000-CALCULAR-ESTADO-EXIT
031400     END-IF.
031500     MOVE 'S' TO WS-SW-EXISTIA.
031600     MOVE WS-CSIT-ATUAL TO WS-CSIT-CALC.
031700 3000-CALCULAR-ESTADO-EXIT.
031800     EXIT.
031900******************************************************************
032000*    3500-SOMAR-AREA-UND                                         *
032100*    AREA EM M2 DA UNIDADE CORRENTE EM WS-AREA-M2-SOMA           *
032200******************************************************************
032300 3500-SOMAR-AREA-UND            SECTION.
032400     MOVE ZERO TO WS-AREA-M2-SOMA.
032500     MOVE 'N' TO WS-SW-FIM-AREA.
032600     EXEC SQL
032700         OPEN CUR-AREA-UND
032800     END-EXEC.
032900     IF SQLCODE NOT = ZERO
033000         DISPLAY 'UORG0169 - ERRO SQLCODE=' SQLCODE
033100             ' NA ABERTURA DO CURSOR DE AREAS DA UNIDADE'
033200         GO TO 3500-SOMAR-AREA-UND-EXIT
033300     END-IF.
033400     PERFORM 3600-LER-AREA-UND
033500         THRU 3600-LER-AREA-UND-EXIT.
033600     PERFORM 3700-CONVERTER-AREA
033700         THRU 3700-CONVERTER-AREA-EXIT
033800         UNTIL WS-FIM-AREA.
033900     EXEC SQL
034000         CLOSE CUR-AREA-UND
034100     END-EXEC.
034200 3500-SOMAR-AREA-UND-EXIT.
034300     EXIT.
034400******************************************************************
034500*    3600-LER-AREA-UND                                           *
034600******************************************************************
034700 3600-LER-AREA-UND              SECTION.
034800     EXEC SQL
034900         FETCH CUR-AREA-UND
035000          INTO :WS-CUND-MEDD, :WS-MAREA-CONSD
035100     END-EXEC.
035200     IF SQLCODE NOT = ZERO
035300         MOVE 'S' TO WS-SW-FIM-AREA
035400     END-IF.
035500 3600-LER-AREA-UND-EXIT.
035600     EXIT.
035700******************************************************************
035800*    3700-CONVERTER-AREA                                         *
035900******************************************************************
036000 3700-CONVERTER-AREA            SECTION.
036100     MOVE WS-CUND-MEDD TO UORGL030-CUND-MEDD.
036200     MOVE WS-MAREA-CONSD TO UORGL030-MAREA-CONSD.
036300     CALL 'UORG0030' USING UORGL030-PARMS.
036400     IF UORGL030-OK
036500         ADD UORGL030-AREA-M2 TO WS-AREA-M2-SOMA
036600     END-IF.
036700     PERFORM 3600-LER-AREA-UND
036800         THRU 3600-LER-AREA-UND-EXIT.
036900 3700-CONVERTER-AREA-EXIT.
037000     EXIT.
037100******************************************************************
037200*    3900-TRATAR-NULOS                                           *
037300******************************************************************
037400 3900-TRATAR-NULOS              SECTION.
037500     IF WS-IND-CSIT-H < ZERO
037600         MOVE ZERO TO WS-CSIT-CALC
037700     END-IF.
037800 3900-TRATAR-NULOS-EXIT.
037900     EXIT.
038000******************************************************************
038100*    5000-QUEBRA-SUPERINT                                        *
038200*    LINHA DA SUPERINTENDENCIA ANTERIOR                          *
038300******************************************************************
038400 5000-QUEBRA-SUPERINT           SECTION.
038500     ADD 1 TO WS-QTDE-SUPERINT.
038600     MOVE WS-TOT-SUPERINT TO WS-TOT-IMPRESSAO.
038700     MOVE WS-CNO-ANTERIOR TO WS-CNO-LEITURA.
038800     PERFORM 5800-LER-NOME-NO
038900         THRU 5800-LER-NOME-NO-EXIT.
039000     MOVE SPACES TO UORGR169-LINHA.
039100     MOVE ' ' TO UORGR169-CTL-IMPRESSAO.
039200     MOVE 'SUPERINTENDENCIA' TO UORGR169-NIVEL.
039300     MOVE WS-CNO-ANTERIOR TO UORGR169-CNO-HIER.
039400     PERFORM 5900-IMPRIMIR-LINHA
039500         THRU 5900-IMPRIMIR-LINHA-EXIT.
039600     MOVE ZERO TO WS-TSU-QTDE-UND WS-TSU-AREA-M2 WS-TSU-QFUNC.
039700 5000-QUEBRA-SUPERINT-EXIT.
039800     EXIT.
039900******************************************************************
040000*    5500-QUEBRA-DIRETORIA                                       *
040100*    SUBTOTAL DA DIRETORIA REGIONAL ANTERIOR                     *
040200******************************************************************
040300 5500-QUEBRA-DIRETORIA          SECTION.
040400     MOVE WS-TOT-DIRETORIA TO WS-TOT-IMPRESSAO.
040500     MOVE WS-CNO-PAI-ANTERIOR TO WS-CNO-LEITURA.
040600     PERFORM 5800-LER-NOME-NO
040700         THRU 5800-LER-NOME-NO-EXIT.
040800     MOVE SPACES TO UORGR169-LINHA.
040900     MOVE ' ' TO UORGR169-CTL-IMPRESSAO.
041000     MOVE 'TOTAL DIRETORIA' TO UORGR169-NIVEL.
041100     MOVE WS-CNO-PAI-ANTERIOR TO UORGR169-CNO-HIER.
041200     PERFORM 5900-IMPRIMIR-LINHA
041300         THRU 5900-IMPRIMIR-LINHA-EXIT.
041400     MOVE SPACES TO UORGR169-LINHA.
041500     MOVE ' ' TO UORGR169-CTL-IMPRESSAO.
041600     WRITE REL-UORGR169-REG FROM UORGR169-LINHA.
041700     MOVE ZERO TO WS-TDI-QTDE-UND WS-TDI-AREA-M2 WS-TDI-QFUNC.
041800 5500-QUEBRA-DIRETORIA-EXIT.
041900     EXIT.
042000******************************************************************
042100*    5800-LER-NOME-NO                                            *
042200******************************************************************
042300 5800-LER-NOME-NO               SECTION.
042400     MOVE SPACES TO WS-INO-HIER.
042500     EXEC SQL
042600         SELECT INO_HIER
042700           INTO :WS-INO-HIER
042800           FROM DB2PRD.TNO_HIER_REGNL
042900          WHERE CNO_HIER = :WS-CNO-LEITURA
043000     END-EXEC.
043100     IF SQLCODE NOT = ZERO
043200         MOVE 'NO NAO CADASTRADO' TO WS-INO-HIER
043300     END-IF.
043400 5800-LER-NOME-NO-EXIT.
043500     EXIT.
043600******************************************************************
043700*    5900-IMPRIMIR-LINHA                                         *
043800******************************************************************
043900 5900-IMPRIMIR-LINHA            SECTION.
044000     MOVE WS-INO-HIER TO UORGR169-INO-HIER.
044100     MOVE WS-TIM-QTDE-UND TO UORGR169-QTDE-UND.
044200     MOVE WS-TIM-AREA-M2 TO UORGR169-AREA-M2.
044300     MOVE WS-TIM-QFUNC TO UORGR169-QFUNC.
044400     WRITE REL-UORGR169-REG FROM UORGR169-LINHA.
044500 5900-IMPRIMIR-LINHA-EXIT.
044600     EXIT.
044700******************************************************************
044800*    7000-ENCERRAR                                               *
044900******************************************************************
045000 7000-ENCERRAR                  SECTION.
045100     MOVE WS-TOT-SEM-VINC TO WS-TOT-IMPRESSAO.
045200     MOVE 'ATIVAS SEM VINCULACAO REGIONAL' TO WS-INO-HIER.
045300     MOVE SPACES TO UORGR169-LINHA.
045400     MOVE '0' TO UORGR169-CTL-IMPRESSAO.
045500     MOVE 'SEM VINCULACAO' TO UORGR169-NIVEL.
045600     PERFORM 5900-IMPRIMIR-LINHA
045700         THRU 5900-IMPRIMIR-LINHA-EXIT.
045800     MOVE WS-TOT-GERAL TO WS-TOT-IMPRESSAO.
045900     MOVE SPACES TO WS-INO-HIER.
046000     MOVE SPACES TO UORGR169-LINHA.
046100     MOVE '0' TO UORGR169-CTL-IMPRESSAO.
046200     MOVE 'TOTAL GERAL' TO UORGR169-NIVEL.
046300     PERFORM 5900-IMPRIMIR-LINHA
046400         THRU 5900-IMPRIMIR-LINHA-EXIT.
046500     MOVE SPACES TO UORGR169-LINHA.
046600     MOVE '0' TO UORGR169-CTL-IMPRESSAO.
046700     MOVE 'TOTAL DE UNIDADES LIDAS........:'
046800         TO UORGR169-TOT-ROTULO.
046900     MOVE WS-QTDE-LIDAS TO UORGR169-TOT-QTDE.
047000     WRITE REL-UORGR169-REG FROM UORGR169-LINHA.
047100     MOVE SPACES TO UORGR169-LINHA.
047200     MOVE ' ' TO UORGR169-CTL-IMPRESSAO.
047300     MOVE 'TOTAL DE UNIDADES ATIVAS NA DATA:'
047400         TO UORGR169-TOT-ROTULO.
047500     MOVE WS-QTDE-ATIVAS TO UORGR169-TOT-QTDE.
047600     WRITE REL-UORGR169-REG FROM UORGR169-LINHA.
047700     MOVE SPACES TO UORGR169-LINHA.
047800     MOVE ' ' TO UORGR169-CTL-IMPRESSAO.
047900     MOVE 'ATIVAS SEM VINCULACAO REGIONAL.:'
048000         TO UORGR169-TOT-ROTULO.
048100     MOVE WS-QTDE-SEM-VINC TO UORGR169-TOT-QTDE.
048200     WRITE REL-UORGR169-REG FROM UORGR169-LINHA.
048300     EXEC SQL
048400         CLOSE CUR-UORG0169
048500     END-EXEC.
048600     CLOSE REL-UORGR169.
048700     DISPLAY 'UORG0169 - DATA-BASE ' WS-DATA-BASE-ISO
048800         ' UNIDADES ATIVAS: ' WS-QTDE-ATIVAS
048900         ' SEM VINCULACAO: ' WS-QTDE-SEM-VINC.
049000 7000-ENCERRAR-EXIT.
049100     EXIT.
049200******************************************************************
049300*    8000-LER-CURSOR                                             *
049400******************************************************************
049500 8000-LER-CURSOR                SECTION.
049600     EXEC SQL
049700         FETCH CUR-UORG0169
049800          INTO :WS-CNO-HIER-PAI, :WS-CNO-HIER,
049900               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
050000               :WS-CSIT-ATUAL,
050100               :WS-HINCL-REG:WS-IND-HINCL,
050200               :WS-QFUNC-ATUAL:WS-IND-QFUNC
050300     END-EXEC.
050400     IF SQLCODE = 100
050500         MOVE 'S' TO WS-SW-FIM-CURSOR
050600     ELSE
050700     IF SQLCODE NOT = ZERO
050800         DISPLAY 'UORG0169 - ERRO SQLCODE=' SQLCODE
050900             ' NO FETCH DO CURSOR'
051000         MOVE 'S' TO WS-SW-FIM-CURSOR
051100     ELSE
051200         IF WS-IND-QFUNC < ZERO
051300             MOVE ZERO TO WS-QFUNC-ATUAL
051400         END-IF
051500     END-IF
051600     END-IF.
051700 8000-LER-CURSOR-EXIT.
051800     EXIT.
051900******************************************************************
052000*    8500-DECLARACOES-SQL                                        *
052100******************************************************************
052200 8500-DECLARACOES-SQL           SECTION.
052300     EXEC SQL
052400         DECLARE CUR-AREA-UND CURSOR FOR
052500         SELECT CUND_MEDD, MAREA_CONSD
052600           FROM DB2PRD.TAREA_CONSD_UND
052700          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
052800            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
052900            AND MAREA_CONSD IS NOT NULL
053000     END-EXEC.
053100 8500-DECLARACOES-SQL-EXIT.
053200     EXIT.
053300******************************************************************
053400*    9500-REGISTRAR-INICIO                                       *
053500*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
053600******************************************************************
053700 9500-REGISTRAR-INICIO          SECTION.
053800     MOVE 'I' TO UORGL043-FUNCTION.
053900     MOVE 'UORG0169' TO UORGL043-CPGM-BATCH.
054000     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
054100                  UORGL043-QTDE-REJEITADOS
054200                  UORGL043-CCOD-TERMINO.
054300     CALL 'UORG0043' USING UORGL043-PARMS.
054400     IF NOT UORGL043-OK
054500         DISPLAY 'UORG0169 - ERRO ' UORGL043-RETORNO
054600             ' NO REGISTRO DE INICIO DA EXECUCAO'
054700     END-IF.
054800 9500-REGISTRAR-INICIO-EXIT.
054900     EXIT.
055000******************************************************************
055100*    9600-REGISTRAR-FIM                                          *
055200*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
055300******************************************************************
055400 9600-REGISTRAR-FIM             SECTION.
055500     MOVE 'F' TO UORGL043-FUNCTION.
055600     MOVE WS-QTDE-LIDAS TO UORGL043-QTDE-LIDOS.
055700     MOVE WS-QTDE-SUPERINT TO UORGL043-QTDE-GRAVADOS.
055800     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
055900     IF WS-CONTROLE-OK
056000         MOVE ZERO TO UORGL043-CCOD-TERMINO
056100     ELSE
056200         MOVE 8 TO UORGL043-CCOD-TERMINO
056300     END-IF.
056400     CALL 'UORG0043' USING UORGL043-PARMS.
056500     IF NOT UORGL043-OK
056600         DISPLAY 'UORG0169 - ERRO ' UORGL043-RETORNO
056700             ' NO REGISTRO DE FIM DA EXECUCAO'
056800     END-IF.
056900     EXEC SQL
057000         COMMIT
057100     END-EXEC.
057200 9600-REGISTRAR-FIM-EXIT.
057300     EXIT.
