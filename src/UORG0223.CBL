000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0223                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0223.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - RELATORIO MENSAL DE ANOMALIAS DE      *
001600*                CONSUMO DE ENERGIA E AGUA POR IMOVEL            *
001700*                (TCONSUMO_PRDIO, CARGA UORG0222), COM MEDIANA   *
001800*                POR CLASSIFICACAO COMO NA UORG0136 (UORGR223).  *
001900******************************************************************
002000*
002100*    FUNCAO: PARA O MES ANTERIOR AO DA EXECUCAO, PERCORRE OS
002200*    IMOVEIS COM CONSUMO EM TCONSUMO_PRDIO EM ORDEM DE
002300*    CLASSIFICACAO. A CLASSIFICACAO DO IMOVEL E A MENOR DAS
002400*    UNIDADES ATIVAS OU TEMPORARIAMENTE FECHADAS VINCULADAS A ELE
002500*    POR TENDRC_UND_ORGNZ.CPRDIO (ZERO SEM UNIDADE); A AREA E A
002600*    SOMA DAS AREAS DESSAS UNIDADES (TAREA_CONSD_UND CONVERTIDA
002700*    PELA UORG0030) E O EFETIVO A SOMA DE QFUNC_ATUAL_UND_ORGNZ.
002800*    APURA KWH POR M2, KWH E M3 POR FUNCIONARIO E A VARIACAO
002900*    SOBRE O MESMO MES DO ANO ANTERIOR. NA QUEBRA DA
003000*    CLASSIFICACAO APURA AS MEDIANAS DE KWH/M2 E DE M3 POR
003100*    FUNCIONARIO (ORDENACAO POR BOLHA, COMO NA UORG0136) E
003200*    IMPRIME OS IMOVEIS SINALIZADOS:
003300*    MED-E   - KWH/M2 ACIMA DA MEDIANA MAIS PCT-MEDIANA POR CENTO;
003400*    MED-A   - M3/FUNCIONARIO ACIMA DA MEDIANA MAIS PCT-MEDIANA;
003500*    SALTO-E - KWH SUBIU PCT-SALTO POR CENTO OU MAIS SOBRE O
003600*              MESMO MES DO ANO ANTERIOR;
003700*    SALTO-A - IDEM PARA O M3 DE AGUA;
003800*    SEM UNIDADE ATIVA - IMOVEL AINDA CONSUMINDO SEM NENHUMA
003900*              UNIDADE ATIVA OU TEMPORARIAMENTE FECHADA.
004000*    PCT-MEDIANA E PCT-SALTO VEM DE TPARAM_BATCH (PROGRAMA
004100*    UORG0223, LIDOS PELA UORG0148; PADRAO EM WS-CONSTANTES).
004200*    CLASSE COM MAIS IMOVEIS QUE A TABELA COMPORTA E APURADA SO
004300*    ATE O LIMITE, COM AVISO, COMO NA UORG0136.
004400*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.         IBM-390.
004800 OBJECT-COMPUTER.         IBM-390.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT REL-UORGR223 ASSIGN TO UORGR223
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  REL-UORGR223
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  REL-UORGR223-REG            PIC X(133).
005900 WORKING-STORAGE SECTION.
006000     EXEC SQL INCLUDE SQLCA END-EXEC.
006100 01  WS-SWITCHES.
006200     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006300        88 WS-FIM-CURSOR              VALUE 'S'.
006400     05 WS-SW-FIM-AREA           PIC X(1) VALUE 'N'.
006500        88 WS-FIM-AREA                VALUE 'S'.
006600     05 WS-SW-PRIMEIRA-QUEBRA    PIC X(1) VALUE 'S'.
006700        88 WS-PRIMEIRA-QUEBRA         VALUE 'S'.
006800     05 WS-SW-TROCOU             PIC X(1) VALUE 'N'.
006900        88 WS-TROCOU                  VALUE 'S'.
007000 01  WS-CONTADORES.
007100     05 WS-QTDE-CLASSE           PIC S9(5) COMP VALUE ZERO.
007200     05 WS-QTDE-EXCEDENTE        PIC S9(5) COMP VALUE ZERO.
007300     05 WS-QTDE-VALOR            PIC S9(5) COMP VALUE ZERO.
007400     05 WS-QTDE-GERAL            PIC S9(7) COMP VALUE ZERO.
007500     05 WS-QTDE-SINALIZADO       PIC S9(7) COMP VALUE ZERO.
007600     05 WS-QTDE-MED-ENERGIA      PIC S9(7) COMP VALUE ZERO.
007700     05 WS-QTDE-MED-AGUA         PIC S9(7) COMP VALUE ZERO.
007800     05 WS-QTDE-SALTO-ENERGIA    PIC S9(7) COMP VALUE ZERO.
007900     05 WS-QTDE-SALTO-AGUA       PIC S9(7) COMP VALUE ZERO.
008000     05 WS-QTDE-SEM-UNIDADE      PIC S9(7) COMP VALUE ZERO.
008100     05 WS-QTDE-ERRO             PIC S9(7) COMP VALUE ZERO.
008200     05 WS-INDICE                PIC S9(5) COMP VALUE ZERO.
008300     05 WS-INDICE-2              PIC S9(5) COMP VALUE ZERO.
008400     05 WS-INDICE-MEIO           PIC S9(5) COMP VALUE ZERO.
008500     05 WS-PONTEIRO              PIC S9(4) COMP VALUE ZERO.
008600 01  WS-CONSTANTES.
008700     05 WS-LIMITE-TABELA         PIC S9(5) COMP VALUE 500.
008800     05 WS-PCT-MEDIANA-PADRAO    PIC 9(3) VALUE 30.
008900     05 WS-PCT-SALTO-PADRAO      PIC 9(3) VALUE 50.
009000 01  WS-QUEBRA-CONTROLE.
009100     05 WS-CCLASF-ANTERIOR       PIC S9(1)V COMP-3.
009200 01  WS-TABELA-CLASSE.
009300     05 WS-TAB-ITEM OCCURS 500 TIMES.
009400        10 WS-TAB-CPRDIO         PIC S9(7)V COMP-3.
009500        10 WS-TAB-AREA-M2        PIC S9(9)V99 COMP-3.
009600        10 WS-TAB-QFUNC          PIC S9(7)V COMP-3.
009700        10 WS-TAB-QKWH           PIC S9(9)V99 COMP-3.
009800        10 WS-TAB-QM3            PIC S9(9)V99 COMP-3.
009900        10 WS-TAB-VFATURA        PIC S9(11)V99 COMP-3.
010000        10 WS-TAB-KWH-M2         PIC S9(7)V99 COMP-3.
010100        10 WS-TAB-KWH-FUNC       PIC S9(7)V99 COMP-3.
010200        10 WS-TAB-M3-FUNC        PIC S9(5)V99 COMP-3.
010300        10 WS-TAB-SW-VAR-KWH     PIC X(1).
010400           88 WS-TAB-TEM-VAR-KWH      VALUE 'S'.
010500        10 WS-TAB-PCT-VAR-KWH    PIC S9(4)V COMP-3.
010600        10 WS-TAB-SW-VAR-M3      PIC X(1).
010700           88 WS-TAB-TEM-VAR-M3       VALUE 'S'.
010800        10 WS-TAB-PCT-VAR-M3     PIC S9(4)V COMP-3.
010900        10 WS-TAB-QATIVAS        PIC S9(5) COMP.
011000 01  WS-TABELA-VALOR.
011100     05 WS-TAB-VALOR             PIC S9(7)V99 COMP-3
011200                                 OCCURS 500 TIMES.
011300 01  WS-TROCA-VALOR              PIC S9(7)V99 COMP-3.
011400 01  WS-AREA-TRABALHO.
011500     05 WS-DATA-HOJE             PIC 9(8).
011600     05 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
011700        10 WS-HOJE-ANO           PIC 9(4).
011800        10 WS-HOJE-MES           PIC 9(2).
011900        10 WS-HOJE-DIA           PIC 9(2).
012000     05 WS-ANO-REF               PIC 9(4).
012100     05 WS-MES-REF               PIC 9(2).
012200     05 WS-ANO-MES-REF           PIC 9(6).
012300     05 WS-AANO-REF              PIC S9(4)V COMP-3.
012400     05 WS-MMES-REF              PIC S9(2)V COMP-3.
012500     05 WS-PCT-MEDIANA           PIC 9(3).
012600     05 WS-PCT-SALTO             PIC 9(3).
012700     05 WS-CPRDIO                PIC S9(7)V COMP-3.
012800     05 WS-CCLASF                PIC S9(1)V COMP-3.
012900     05 WS-QKWH                  PIC S9(9)V99 COMP-3.
013000     05 WS-QM3                   PIC S9(9)V99 COMP-3.
013100     05 WS-VFATURA               PIC S9(11)V99 COMP-3.
013200     05 WS-QKWH-ANT              PIC S9(9)V99 COMP-3.
013300     05 WS-QM3-ANT               PIC S9(9)V99 COMP-3.
013400     05 WS-QATIVAS               PIC S9(5) COMP.
013500     05 WS-QFUNC                 PIC S9(7)V COMP-3.
013600     05 WS-AREA-M2-TOTAL         PIC S9(9)V99 COMP-3.
013700     05 WS-CUND-MEDD             PIC S9(3)V COMP-3.
013800     05 WS-MAREA-CONSD           PIC S9(5)V9(4) COMP-3.
013900     05 WS-MEDIANA-KWH-M2        PIC S9(7)V99 COMP-3.
014000     05 WS-MEDIANA-M3-FUNC       PIC S9(7)V99 COMP-3.
014100     05 WS-FAIXA-KWH-M2          PIC S9(7)V99 COMP-3.
014200     05 WS-FAIXA-M3-FUNC         PIC S9(7)V99 COMP-3.
014300     05 WS-MENSAGEM              PIC X(33).
014400 01  WS-INDICADORES.
014500     05 WS-IND-QKWH-ANT          PIC S9(4) COMP-5.
014600     05 WS-IND-QM3-ANT           PIC S9(4) COMP-5.
014700 COPY UORGR223.
014800 COPY UORGL030.
014900 COPY UORGL148.
015000 COPY UORGL043.
015100 PROCEDURE DIVISION.
015200******************************************************************
015300*    0000-MAINLINE                                               *
015400******************************************************************
015500 0000-MAINLINE                  SECTION.
015600     PERFORM 9500-REGISTRAR-INICIO
015700         THRU 9500-REGISTRAR-INICIO-EXIT.
015800     PERFORM 1000-PREPARAR-PERIODO
015900         THRU 1000-PREPARAR-PERIODO-EXIT.
016000     PERFORM 2000-PROCESSAR-IMOVEL
016100         THRU 2000-PROCESSAR-IMOVEL-EXIT
016200         UNTIL WS-FIM-CURSOR.
016300     IF NOT WS-PRIMEIRA-QUEBRA
016400         PERFORM 4000-APURAR-CLASSE
016500             THRU 4000-APURAR-CLASSE-EXIT
016600     END-IF.
016700     PERFORM 7000-ENCERRAR
016800         THRU 7000-ENCERRAR-EXIT.
016900     PERFORM 9600-REGISTRAR-FIM
017000         THRU 9600-REGISTRAR-FIM-EXIT.
017100     GOBACK.
017200******************************************************************
017300*    1000-PREPARAR-PERIODO                                       *
017400*    REFERENCIA = MES ANTERIOR AO DA EXECUCAO; PERCENTUAIS DA    *
017500*    TABELA DE PARAMETROS; TITULO E ABERTURA DO CURSOR           *
017600******************************************************************
017700 1000-PREPARAR-PERIODO          SECTION.
017800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
017900     IF WS-HOJE-MES = 01
018000         COMPUTE WS-ANO-REF = WS-HOJE-ANO - 1
018100         MOVE 12 TO WS-MES-REF
018200     ELSE
018300         MOVE WS-HOJE-ANO TO WS-ANO-REF
018400         COMPUTE WS-MES-REF = WS-HOJE-MES - 1
018500     END-IF.
018600     COMPUTE WS-ANO-MES-REF = WS-ANO-REF * 100 + WS-MES-REF.
018700     MOVE WS-ANO-REF TO WS-AANO-REF.
018800     MOVE WS-MES-REF TO WS-MMES-REF.
018900     MOVE WS-PCT-MEDIANA-PADRAO TO WS-PCT-MEDIANA.
019000     MOVE 'UORG0223' TO UORGL148-CPGM-BATCH.
019100     MOVE 'PCT-MEDIANA' TO UORGL148-CPARAM.
019200     CALL 'UORG0148' USING UORGL148-PARMS.
019300     IF UORGL148-OK
019400         AND UORGL148-VPARAM (1:3) IS NUMERIC
019500         MOVE UORGL148-VPARAM (1:3) TO WS-PCT-MEDIANA
019600     ELSE
019700         DISPLAY 'UORG0223 - PCT-MEDIANA NAO CADASTRADO, ASSUMIDO'
019800             ' ' WS-PCT-MEDIANA
019900     END-IF.
020000     MOVE WS-PCT-SALTO-PADRAO TO WS-PCT-SALTO.
020100     MOVE 'UORG0223' TO UORGL148-CPGM-BATCH.
020200     MOVE 'PCT-SALTO' TO UORGL148-CPARAM.
020300     CALL 'UORG0148' USING UORGL148-PARMS.
020400     IF UORGL148-OK
020500         AND UORGL148-VPARAM (1:3) IS NUMERIC
020600         AND UORGL148-VPARAM (1:3) > '000'
020700         MOVE UORGL148-VPARAM (1:3) TO WS-PCT-SALTO
020800     ELSE
020900         DISPLAY 'UORG0223 - PCT-SALTO NAO CADASTRADO, ASSUMIDO '
021000             WS-PCT-SALTO
021100     END-IF.
021200     OPEN OUTPUT REL-UORGR223.
021300     MOVE SPACES TO UORGR223-LINHA.
021400     MOVE '1' TO UORGR223-CTL-IMPRESSAO.
021500     MOVE 'ANOMALIAS DE CONSUMO DE ENERGIA E AGUA - REFERENCIA'
021600         TO UORGR223-TIT-TEXTO.
021700     MOVE WS-ANO-MES-REF TO UORGR223-TIT-ANO-MES.
021800     WRITE REL-UORGR223-REG FROM UORGR223-LINHA.
021900     EXEC SQL
022000         DECLARE CUR-UORG0223 CURSOR FOR
022100         SELECT C.CPRDIO,
022200                COALESCE(C.QKWH_ENERGIA, 0),
022300                COALESCE(C.QM3_AGUA, 0),
022400                COALESCE(C.VFATURA_ENERGIA, 0)
022500                + COALESCE(C.VFATURA_AGUA, 0),
022600                A.QKWH_ENERGIA, A.QM3_AGUA,
022700                COALESCE((SELECT MIN(U.CCLASF_UND_ORGNZ)
022800                            FROM DB2PRD.TENDRC_UND_ORGNZ E,
022900                                 DB2PRD.TUND_ORGNZ U
023000                           WHERE E.CPRDIO         = C.CPRDIO
023100                             AND U.CPSSOA_JURID   = E.CPSSOA_JURID
023200                             AND U.NSEQ_UND_ORGNZ =
023300                                 E.NSEQ_UND_ORGNZ
023400                             AND U.CSIT_UND_ORGNZ IN (1, 3)), 0),
023500                (SELECT COUNT(*)
023600                   FROM DB2PRD.TENDRC_UND_ORGNZ E,
023700                        DB2PRD.TUND_ORGNZ U
023800                  WHERE E.CPRDIO         = C.CPRDIO
023900                    AND U.CPSSOA_JURID   = E.CPSSOA_JURID
024000                    AND U.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
024100                    AND U.CSIT_UND_ORGNZ IN (1, 3)),
024200                (SELECT COALESCE(SUM(U.QFUNC_ATUAL_UND_ORGNZ), 0)
024300                   FROM DB2PRD.TENDRC_UND_ORGNZ E,
024400                        DB2PRD.TUND_ORGNZ U
024500                  WHERE E.CPRDIO         = C.CPRDIO
024600                    AND U.CPSSOA_JURID   = E.CPSSOA_JURID
024700                    AND U.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
024800                    AND U.CSIT_UND_ORGNZ IN (1, 3))
024900           FROM DB2PRD.TCONSUMO_PRDIO C
025000           LEFT JOIN DB2PRD.TCONSUMO_PRDIO A
025100             ON A.CPRDIO   = C.CPRDIO
025200            AND A.AANO_REF = C.AANO_REF - 1
025300            AND A.MMES_REF = C.MMES_REF
025400          WHERE C.AANO_REF = :WS-AANO-REF
025500            AND C.MMES_REF = :WS-MMES-REF
025600          ORDER BY 7, 1
025700     END-EXEC.
025800     EXEC SQL
025900         OPEN CUR-UORG0223
026000     END-EXEC.
026100     IF SQLCODE NOT = ZERO
026200         DISPLAY 'UORG0223 - ERRO SQLCODE=' SQLCODE
026300             ' NA ABERTURA DO CURSOR'
026400         ADD 1 TO WS-QTDE-ERRO
026500         MOVE 'S' TO WS-SW-FIM-CURSOR
026600         GO TO 1000-PREPARAR-PERIODO-EXIT
026700     END-IF.
026800     PERFORM 8000-LER-CURSOR
026900         THRU 8000-LER-CURSOR-EXIT.
027000 1000-PREPARAR-PERIODO-EXIT.
027100     EXIT.
027200******************************************************************
027300*    2000-PROCESSAR-IMOVEL                                       *
027400*    APURA OS INDICES DO IMOVEL E GUARDA NA TABELA DA CLASSE     *
027500******************************************************************
027600 2000-PROCESSAR-IMOVEL          SECTION.
027700     IF NOT WS-PRIMEIRA-QUEBRA
027800         IF WS-CCLASF NOT = WS-CCLASF-ANTERIOR
027900             PERFORM 4000-APURAR-CLASSE
028000                 THRU 4000-APURAR-CLASSE-EXIT
028100         END-IF
028200     END-IF.
028300     MOVE WS-CCLASF TO WS-CCLASF-ANTERIOR.
028400     MOVE 'N' TO WS-SW-PRIMEIRA-QUEBRA.
028500     ADD 1 TO WS-QTDE-GERAL.
028600     IF WS-QTDE-CLASSE NOT < WS-LIMITE-TABELA
028700         ADD 1 TO WS-QTDE-EXCEDENTE
028800         GO TO 2000-PROCESSAR-IMOVEL-LER
028900     END-IF.
029000     PERFORM 3000-SOMAR-AREA-M2
029100         THRU 3000-SOMAR-AREA-M2-EXIT.
029200     ADD 1 TO WS-QTDE-CLASSE.
029300     MOVE WS-QTDE-CLASSE TO WS-INDICE.
029400     MOVE WS-CPRDIO TO WS-TAB-CPRDIO (WS-INDICE).
029500     MOVE WS-AREA-M2-TOTAL TO WS-TAB-AREA-M2 (WS-INDICE).
029600     MOVE WS-QFUNC TO WS-TAB-QFUNC (WS-INDICE).
029700     MOVE WS-QKWH TO WS-TAB-QKWH (WS-INDICE).
029800     MOVE WS-QM3 TO WS-TAB-QM3 (WS-INDICE).
029900     MOVE WS-VFATURA TO WS-TAB-VFATURA (WS-INDICE).
030000     MOVE WS-QATIVAS TO WS-TAB-QATIVAS (WS-INDICE).
030100     MOVE ZERO TO WS-TAB-KWH-M2 (WS-INDICE)
030200                  WS-TAB-KWH-FUNC (WS-INDICE)
030300                  WS-TAB-M3-FUNC (WS-INDICE)
030400                  WS-TAB-PCT-VAR-KWH (WS-INDICE)
030500                  WS-TAB-PCT-VAR-M3 (WS-INDICE).
030600     MOVE 'N' TO WS-TAB-SW-VAR-KWH (WS-INDICE)
030700                 WS-TAB-SW-VAR-M3 (WS-INDICE).
030800     IF WS-AREA-M2-TOTAL > ZERO
030900         COMPUTE WS-TAB-KWH-M2 (WS-INDICE) ROUNDED =
031000             WS-QKWH / WS-AREA-M2-TOTAL
031100             ON SIZE ERROR
031200                 MOVE 9999999.99 TO WS-TAB-KWH-M2 (WS-INDICE)
031300         END-COMPUTE
031400     END-IF.
031500     IF WS-QFUNC > ZERO
031600         COMPUTE WS-TAB-KWH-FUNC (WS-INDICE) ROUNDED =
031700             WS-QKWH / WS-QFUNC
031800             ON SIZE ERROR
031900                 MOVE 9999999.99 TO WS-TAB-KWH-FUNC (WS-INDICE)
032000         END-COMPUTE
032100         COMPUTE WS-TAB-M3-FUNC (WS-INDICE) ROUNDED =
032200             WS-QM3 / WS-QFUNC
032300             ON SIZE ERROR
032400                 MOVE 99999.99 TO WS-TAB-M3-FUNC (WS-INDICE)
032500         END-COMPUTE
032600     END-IF.
032700     IF WS-IND-QKWH-ANT NOT < ZERO
032800         AND WS-QKWH-ANT > ZERO
032900         AND WS-QKWH > ZERO
033000         MOVE 'S' TO WS-TAB-SW-VAR-KWH (WS-INDICE)
033100         COMPUTE WS-TAB-PCT-VAR-KWH (WS-INDICE) ROUNDED =
033200             (WS-QKWH - WS-QKWH-ANT) * 100 / WS-QKWH-ANT
033300             ON SIZE ERROR
033400                 MOVE 9999 TO WS-TAB-PCT-VAR-KWH (WS-INDICE)
033500         END-COMPUTE
033600     END-IF.
033700     IF WS-IND-QM3-ANT NOT < ZERO
033800         AND WS-QM3-ANT > ZERO
033900         AND WS-QM3 > ZERO
034000         MOVE 'S' TO WS-TAB-SW-VAR-M3 (WS-INDICE)
034100         COMPUTE WS-TAB-PCT-VAR-M3 (WS-INDICE) ROUNDED =
034200             (WS-QM3 - WS-QM3-ANT) * 100 / WS-QM3-ANT
034300             ON SIZE ERROR
034400                 MOVE 9999 TO WS-TAB-PCT-VAR-M3 (WS-INDICE)
034500         END-COMPUTE
034600     END-IF.
034700 2000-PROCESSAR-IMOVEL-LER.
034800     PERFORM 8000-LER-CURSOR
034900         THRU 8000-LER-CURSOR-EXIT.
035000 2000-PROCESSAR-IMOVEL-EXIT.
035100     EXIT.
035200******************************************************************
035300*    3000-SOMAR-AREA-M2                                          *
035400*    SOMA A AREA DAS UNIDADES DO IMOVEL EM M2 PELO SERVICO       *
035500*    UORG0030                                                    *
035600******************************************************************
035700 3000-SOMAR-AREA-M2             SECTION.
035800     MOVE ZERO TO WS-AREA-M2-TOTAL.
035900     IF WS-QATIVAS = ZERO
036000         GO TO 3000-SOMAR-AREA-M2-EXIT
036100     END-IF.
036200     MOVE 'N' TO WS-SW-FIM-AREA.
036300     EXEC SQL
036400         OPEN CUR-AREA-PRDIO
036500     END-EXEC.
036600     IF SQLCODE NOT = ZERO
036700         DISPLAY 'UORG0223 - ERRO SQLCODE=' SQLCODE
036800             ' NA ABERTURA DO CURSOR DE AREAS'
036900         ADD 1 TO WS-QTDE-ERRO
037000         GO TO 3000-SOMAR-AREA-M2-EXIT
037100     END-IF.
037200     PERFORM 3100-LER-AREA
037300         THRU 3100-LER-AREA-EXIT.
037400     PERFORM 3200-CONVERTER-AREA
037500         THRU 3200-CONVERTER-AREA-EXIT
037600         UNTIL WS-FIM-AREA.
037700     EXEC SQL
037800         CLOSE CUR-AREA-PRDIO
037900     END-EXEC.
038000 3000-SOMAR-AREA-M2-EXIT.
038100     EXIT.
038200******************************************************************
038300*    3100-LER-AREA                                               *
038400******************************************************************
038500 3100-LER-AREA                  SECTION.
038600     EXEC SQL
038700         FETCH CUR-AREA-PRDIO
038800          INTO :WS-CUND-MEDD, :WS-MAREA-CONSD
038900     END-EXEC.
039000     IF SQLCODE NOT = ZERO
039100         MOVE 'S' TO WS-SW-FIM-AREA
039200     END-IF.
039300 3100-LER-AREA-EXIT.
039400     EXIT.
039500******************************************************************
039600*    3200-CONVERTER-AREA                                         *
039700******************************************************************
039800 3200-CONVERTER-AREA            SECTION.
039900     MOVE WS-CUND-MEDD TO UORGL030-CUND-MEDD.
040000     MOVE WS-MAREA-CONSD TO UORGL030-MAREA-CONSD.
040100     CALL 'UORG0030' USING UORGL030-PARMS.
040200     IF NOT UORGL030-ERRO-SQL
040300         ADD UORGL030-AREA-M2 TO WS-AREA-M2-TOTAL
040400     END-IF.
040500     PERFORM 3100-LER-AREA
040600         THRU 3100-LER-AREA-EXIT.
040700 3200-CONVERTER-AREA-EXIT.
040800     EXIT.
040900******************************************************************
041000*    4000-APURAR-CLASSE                                          *
041100*    APURA AS MEDIANAS DA CLASSE, IMPRIME A LINHA DA CLASSE E OS *
041200*    IMOVEIS SINALIZADOS                                         *
041300******************************************************************
041400 4000-APURAR-CLASSE             SECTION.
041500     IF WS-QTDE-CLASSE = ZERO
041600         GO TO 4000-APURAR-CLASSE-FIM
041700     END-IF.
041800     MOVE ZERO TO WS-QTDE-VALOR.
041900     PERFORM 4010-CARREGAR-KWH-M2
042000         THRU 4010-CARREGAR-KWH-M2-EXIT
042100         VARYING WS-INDICE FROM 1 BY 1
042200         UNTIL WS-INDICE > WS-QTDE-CLASSE.
042300     PERFORM 4100-APURAR-MEDIANA
042400         THRU 4100-APURAR-MEDIANA-EXIT.
042500     MOVE WS-TROCA-VALOR TO WS-MEDIANA-KWH-M2.
042600     MOVE ZERO TO WS-QTDE-VALOR.
042700     PERFORM 4020-CARREGAR-M3-FUNC
042800         THRU 4020-CARREGAR-M3-FUNC-EXIT
042900         VARYING WS-INDICE FROM 1 BY 1
043000         UNTIL WS-INDICE > WS-QTDE-CLASSE.
043100     PERFORM 4100-APURAR-MEDIANA
043200         THRU 4100-APURAR-MEDIANA-EXIT.
043300     MOVE WS-TROCA-VALOR TO WS-MEDIANA-M3-FUNC.
043400     COMPUTE WS-FAIXA-KWH-M2 ROUNDED =
043500         WS-MEDIANA-KWH-M2 * (100 + WS-PCT-MEDIANA) / 100.
043600     COMPUTE WS-FAIXA-M3-FUNC ROUNDED =
043700         WS-MEDIANA-M3-FUNC * (100 + WS-PCT-MEDIANA) / 100.
043800     MOVE SPACES TO UORGR223-LINHA.
043900     MOVE '0' TO UORGR223-CTL-IMPRESSAO.
044000     MOVE 'CLASSIFICACAO - MEDIANAS/IMOVEIS..:'
044100         TO UORGR223-GRP-ROTULO.
044200     MOVE WS-CCLASF-ANTERIOR TO UORGR223-GRP-CCLASF.
044300     MOVE 'KWH/M2:' TO UORGR223-GRP-ROT-KWH.
044400     MOVE WS-MEDIANA-KWH-M2 TO UORGR223-GRP-MED-KWH-M2.
044500     MOVE 'M3/FUNC:' TO UORGR223-GRP-ROT-M3.
044600     MOVE WS-MEDIANA-M3-FUNC TO UORGR223-GRP-MED-M3-FUNC.
044700     MOVE WS-QTDE-CLASSE TO UORGR223-GRP-QTDE.
044800     WRITE REL-UORGR223-REG FROM UORGR223-LINHA.
044900     PERFORM 4500-AVALIAR-IMOVEL
045000         THRU 4500-AVALIAR-IMOVEL-EXIT
045100         VARYING WS-INDICE FROM 1 BY 1
045200         UNTIL WS-INDICE > WS-QTDE-CLASSE.
045300     IF WS-QTDE-EXCEDENTE > ZERO
045400         DISPLAY 'UORG0223 - CLASSE ' WS-CCLASF-ANTERIOR
045500             ' COM ' WS-QTDE-EXCEDENTE
045600             ' IMOVEL(IS) ALEM DO LIMITE DA TABELA'
045700     END-IF.
045800 4000-APURAR-CLASSE-FIM.
045900     MOVE ZERO TO WS-QTDE-CLASSE WS-QTDE-EXCEDENTE.
046000 4000-APURAR-CLASSE-EXIT.
046100     EXIT.
046200******************************************************************
046300*    4010-CARREGAR-KWH-M2                                        *
046400*    SO ENTRAM NA MEDIANA IMOVEIS COM AREA E CONSUMO DE ENERGIA  *
046500******************************************************************
046600 4010-CARREGAR-KWH-M2           SECTION.
046700     IF WS-TAB-AREA-M2 (WS-INDICE) > ZERO
046800         AND WS-TAB-QKWH (WS-INDICE) > ZERO
046900         ADD 1 TO WS-QTDE-VALOR
047000         MOVE WS-TAB-KWH-M2 (WS-INDICE)
047100             TO WS-TAB-VALOR (WS-QTDE-VALOR)
047200     END-IF.
047300 4010-CARREGAR-KWH-M2-EXIT.
047400     EXIT.
047500******************************************************************
047600*    4020-CARREGAR-M3-FUNC                                       *
047700*    SO ENTRAM NA MEDIANA IMOVEIS COM EFETIVO E CONSUMO DE AGUA  *
047800******************************************************************
047900 4020-CARREGAR-M3-FUNC          SECTION.
048000     IF WS-TAB-QFUNC (WS-INDICE) > ZERO
048100         AND WS-TAB-QM3 (WS-INDICE) > ZERO
048200         ADD 1 TO WS-QTDE-VALOR
048300         MOVE WS-TAB-M3-FUNC (WS-INDICE)
048400             TO WS-TAB-VALOR (WS-QTDE-VALOR)
048500     END-IF.
048600 4020-CARREGAR-M3-FUNC-EXIT.
048700     EXIT.
048800******************************************************************
048900*    4100-APURAR-MEDIANA                                         *
049000*    ORDENA WS-TAB-VALOR E DEVOLVE A MEDIANA EM WS-TROCA-VALOR   *
049100*    (ZERO SEM VALORES)                                          *
049200******************************************************************
049300 4100-APURAR-MEDIANA            SECTION.
049400     MOVE ZERO TO WS-TROCA-VALOR.
049500     IF WS-QTDE-VALOR = ZERO
049600         GO TO 4100-APURAR-MEDIANA-EXIT
049700     END-IF.
049800     MOVE 'S' TO WS-SW-TROCOU.
049900     PERFORM 4200-PASSADA-BOLHA
050000         THRU 4200-PASSADA-BOLHA-EXIT
050100         UNTIL NOT WS-TROCOU.
050200     COMPUTE WS-INDICE-MEIO = (WS-QTDE-VALOR + 1) / 2.
050300     MOVE WS-TAB-VALOR (WS-INDICE-MEIO) TO WS-TROCA-VALOR.
050400 4100-APURAR-MEDIANA-EXIT.
050500     EXIT.
050600******************************************************************
050700*    4200-PASSADA-BOLHA                                          *
050800******************************************************************
050900 4200-PASSADA-BOLHA             SECTION.
051000     MOVE 'N' TO WS-SW-TROCOU.
051100     PERFORM 4300-COMPARAR-PAR
051200         THRU 4300-COMPARAR-PAR-EXIT
051300         VARYING WS-INDICE-2 FROM 1 BY 1
051400         UNTIL WS-INDICE-2 >= WS-QTDE-VALOR.
051500 4200-PASSADA-BOLHA-EXIT.
051600     EXIT.
051700******************************************************************
051800*    4300-COMPARAR-PAR                                           *
051900******************************************************************
052000 4300-COMPARAR-PAR              SECTION.
052100     IF WS-TAB-VALOR (WS-INDICE-2)
052200         > WS-TAB-VALOR (WS-INDICE-2 + 1)
052300         MOVE WS-TAB-VALOR (WS-INDICE-2) TO WS-TROCA-VALOR
052400         MOVE WS-TAB-VALOR (WS-INDICE-2 + 1)
052500             TO WS-TAB-VALOR (WS-INDICE-2)
052600         MOVE WS-TROCA-VALOR TO WS-TAB-VALOR (WS-INDICE-2 + 1)
052700         MOVE 'S' TO WS-SW-TROCOU
052800     END-IF.
052900 4300-COMPARAR-PAR-EXIT.
053000     EXIT.
053100******************************************************************
053200*    4500-AVALIAR-IMOVEL                                         *
053300*    MONTA AS SINALIZACOES DO IMOVEL E IMPRIME SE HOUVER ALGUMA  *
053400******************************************************************
053500 4500-AVALIAR-IMOVEL            SECTION.
053600     MOVE SPACES TO WS-MENSAGEM.
053700     MOVE 1 TO WS-PONTEIRO.
053800     IF WS-MEDIANA-KWH-M2 > ZERO
053900         AND WS-TAB-AREA-M2 (WS-INDICE) > ZERO
054000         AND WS-TAB-KWH-M2 (WS-INDICE) > WS-FAIXA-KWH-M2
054100         STRING 'MED-E ' DELIMITED BY SIZE
054200             INTO WS-MENSAGEM WITH POINTER WS-PONTEIRO
054300         ADD 1 TO WS-QTDE-MED-ENERGIA
054400     END-IF.
054500     IF WS-MEDIANA-M3-FUNC > ZERO
054600         AND WS-TAB-QFUNC (WS-INDICE) > ZERO
054700         AND WS-TAB-M3-FUNC (WS-INDICE) > WS-FAIXA-M3-FUNC
054800         STRING 'MED-A ' DELIMITED BY SIZE
054900             INTO WS-MENSAGEM WITH POINTER WS-PONTEIRO
055000         ADD 1 TO WS-QTDE-MED-AGUA
055100     END-IF.
055200     IF WS-TAB-TEM-VAR-KWH (WS-INDICE)
055300         AND WS-TAB-PCT-VAR-KWH (WS-INDICE) NOT < WS-PCT-SALTO
055400         STRING 'SALTO-E ' DELIMITED BY SIZE
055500             INTO WS-MENSAGEM WITH POINTER WS-PONTEIRO
055600         ADD 1 TO WS-QTDE-SALTO-ENERGIA
055700     END-IF.
055800     IF WS-TAB-TEM-VAR-M3 (WS-INDICE)
055900         AND WS-TAB-PCT-VAR-M3 (WS-INDICE) NOT < WS-PCT-SALTO
056000         STRING 'SALTO-A ' DELIMITED BY SIZE
056100             INTO WS-MENSAGEM WITH POINTER WS-PONTEIRO
056200         ADD 1 TO WS-QTDE-SALTO-AGUA
056300     END-IF.
056400     IF WS-TAB-QATIVAS (WS-INDICE) = ZERO
056500         AND (WS-TAB-QKWH (WS-INDICE) > ZERO
056600              OR WS-TAB-QM3 (WS-INDICE) > ZERO)
056700         STRING 'SEM UNIDADE ATIVA' DELIMITED BY SIZE
056800             INTO WS-MENSAGEM WITH POINTER WS-PONTEIRO
056900         ADD 1 TO WS-QTDE-SEM-UNIDADE
057000     END-IF.
057100     IF WS-MENSAGEM = SPACES
057200         GO TO 4500-AVALIAR-IMOVEL-EXIT
057300     END-IF.
057400     ADD 1 TO WS-QTDE-SINALIZADO.
057500     MOVE SPACES TO UORGR223-LINHA.
057600     MOVE ' ' TO UORGR223-CTL-IMPRESSAO.
057700     MOVE WS-TAB-CPRDIO (WS-INDICE) TO UORGR223-CPRDIO.
057800     MOVE WS-CCLASF-ANTERIOR TO UORGR223-CCLASF.
057900     MOVE WS-TAB-AREA-M2 (WS-INDICE) TO UORGR223-AREA-M2.
058000     MOVE WS-TAB-QFUNC (WS-INDICE) TO UORGR223-QFUNC.
058100     MOVE WS-TAB-QKWH (WS-INDICE) TO UORGR223-QKWH.
058200     MOVE WS-TAB-KWH-M2 (WS-INDICE) TO UORGR223-KWH-M2.
058300     MOVE WS-TAB-KWH-FUNC (WS-INDICE) TO UORGR223-KWH-FUNC.
058400     MOVE WS-TAB-QM3 (WS-INDICE) TO UORGR223-QM3.
058500     MOVE WS-TAB-M3-FUNC (WS-INDICE) TO UORGR223-M3-FUNC.
058600     MOVE WS-TAB-VFATURA (WS-INDICE) TO UORGR223-VFATURA.
058700     IF WS-TAB-TEM-VAR-KWH (WS-INDICE)
058800         MOVE WS-TAB-PCT-VAR-KWH (WS-INDICE)
058900             TO UORGR223-PCT-VAR-KWH
059000     END-IF.
059100     IF WS-TAB-TEM-VAR-M3 (WS-INDICE)
059200         MOVE WS-TAB-PCT-VAR-M3 (WS-INDICE)
059300             TO UORGR223-PCT-VAR-M3
059400     END-IF.
059500     MOVE WS-MENSAGEM TO UORGR223-MENSAGEM.
059600     WRITE REL-UORGR223-REG FROM UORGR223-LINHA.
059700 4500-AVALIAR-IMOVEL-EXIT.
059800     EXIT.
059900******************************************************************
060000*    7000-ENCERRAR                                               *
060100******************************************************************
060200 7000-ENCERRAR                  SECTION.
060300     MOVE SPACES TO UORGR223-LINHA.
060400     MOVE '0' TO UORGR223-CTL-IMPRESSAO.
060500     MOVE 'TOTAL DE IMOVEIS COM CONSUMO NO MES....:'
060600         TO UORGR223-TOT-ROTULO.
060700     MOVE WS-QTDE-GERAL TO UORGR223-TOT-QTDE.
060800     WRITE REL-UORGR223-REG FROM UORGR223-LINHA.
060900     MOVE SPACES TO UORGR223-LINHA.
061000     MOVE ' ' TO UORGR223-CTL-IMPRESSAO.
061100     MOVE 'TOTAL DE IMOVEIS SINALIZADOS...........:'
061200         TO UORGR223-TOT-ROTULO.
061300     MOVE WS-QTDE-SINALIZADO TO UORGR223-TOT-QTDE.
061400     WRITE REL-UORGR223-REG FROM UORGR223-LINHA.
061500     MOVE SPACES TO UORGR223-LINHA.
061600     MOVE ' ' TO UORGR223-CTL-IMPRESSAO.
061700     MOVE 'MED-E   KWH/M2 ACIMA DA MEDIANA........:'
061800         TO UORGR223-TOT-ROTULO.
061900     MOVE WS-QTDE-MED-ENERGIA TO UORGR223-TOT-QTDE.
062000     WRITE REL-UORGR223-REG FROM UORGR223-LINHA.
062100     MOVE SPACES TO UORGR223-LINHA.
062200     MOVE ' ' TO UORGR223-CTL-IMPRESSAO.
062300     MOVE 'MED-A   M3/FUNC ACIMA DA MEDIANA.......:'
062400         TO UORGR223-TOT-ROTULO.
062500     MOVE WS-QTDE-MED-AGUA TO UORGR223-TOT-QTDE.
062600     WRITE REL-UORGR223-REG FROM UORGR223-LINHA.
062700     MOVE SPACES TO UORGR223-LINHA.
062800     MOVE ' ' TO UORGR223-CTL-IMPRESSAO.
062900     MOVE 'SALTO-E KWH SOBRE O ANO ANTERIOR.......:'
063000         TO UORGR223-TOT-ROTULO.
063100     MOVE WS-QTDE-SALTO-ENERGIA TO UORGR223-TOT-QTDE.
063200     WRITE REL-UORGR223-REG FROM UORGR223-LINHA.
063300     MOVE SPACES TO UORGR223-LINHA.
063400     MOVE ' ' TO UORGR223-CTL-IMPRESSAO.
063500     MOVE 'SALTO-A M3 SOBRE O ANO ANTERIOR........:'
063600         TO UORGR223-TOT-ROTULO.
063700     MOVE WS-QTDE-SALTO-AGUA TO UORGR223-TOT-QTDE.
063800     WRITE REL-UORGR223-REG FROM UORGR223-LINHA.
063900     MOVE SPACES TO UORGR223-LINHA.
064000     MOVE ' ' TO UORGR223-CTL-IMPRESSAO.
064100     MOVE 'CONSUMO SEM UNIDADE ATIVA..............:'
064200         TO UORGR223-TOT-ROTULO.
064300     MOVE WS-QTDE-SEM-UNIDADE TO UORGR223-TOT-QTDE.
064400     WRITE REL-UORGR223-REG FROM UORGR223-LINHA.
064500     MOVE SPACES TO UORGR223-LINHA.
064600     MOVE ' ' TO UORGR223-CTL-IMPRESSAO.
064700     MOVE 'TOLERANCIA SOBRE A MEDIANA (%).........:'
064800         TO UORGR223-TOT-ROTULO.
064900     MOVE WS-PCT-MEDIANA TO UORGR223-TOT-QTDE.
065000     WRITE REL-UORGR223-REG FROM UORGR223-LINHA.
065100     MOVE SPACES TO UORGR223-LINHA.
065200     MOVE ' ' TO UORGR223-CTL-IMPRESSAO.
065300     MOVE 'SALTO MINIMO SOBRE O ANO ANTERIOR (%)..:'
065400         TO UORGR223-TOT-ROTULO.
065500     MOVE WS-PCT-SALTO TO UORGR223-TOT-QTDE.
065600     WRITE REL-UORGR223-REG FROM UORGR223-LINHA.
065700     EXEC SQL
065800         CLOSE CUR-UORG0223
065900     END-EXEC.
066000     CLOSE REL-UORGR223.
066100     DISPLAY 'UORG0223 - IMOVEIS AVALIADOS: ' WS-QTDE-GERAL
066200         ' SINALIZADOS: ' WS-QTDE-SINALIZADO
066300         ' REFERENCIA: ' WS-ANO-MES-REF.
066400 7000-ENCERRAR-EXIT.
066500     EXIT.
066600******************************************************************
066700*    8000-LER-CURSOR                                             *
066800******************************************************************
066900 8000-LER-CURSOR                SECTION.
067000     EXEC SQL
067100         FETCH CUR-UORG0223
067200          INTO :WS-CPRDIO, :WS-QKWH, :WS-QM3, :WS-VFATURA,
067300               :WS-QKWH-ANT:WS-IND-QKWH-ANT,
067400               :WS-QM3-ANT:WS-IND-QM3-ANT,
067500               :WS-CCLASF, :WS-QATIVAS, :WS-QFUNC
067600     END-EXEC.
067700     IF SQLCODE = 100
067800         MOVE 'S' TO WS-SW-FIM-CURSOR
067900     ELSE
068000     IF SQLCODE NOT = ZERO
068100         DISPLAY 'UORG0223 - ERRO SQLCODE=' SQLCODE
068200             ' NO FETCH DO CURSOR'
068300         ADD 1 TO WS-QTDE-ERRO
068400         MOVE 'S' TO WS-SW-FIM-CURSOR
068500     END-IF
068600     END-IF.
068700 8000-LER-CURSOR-EXIT.
068800     EXIT.
068900******************************************************************
069000*    8500-DECLARACOES-SQL                                        *
069100******************************************************************
069200 8500-DECLARACOES-SQL           SECTION.
069300     EXEC SQL
069400         DECLARE CUR-AREA-PRDIO CURSOR FOR
069500         SELECT A.CUND_MEDD, A.MAREA_CONSD
069600           FROM DB2PRD.TENDRC_UND_ORGNZ E,
069700                DB2PRD.TUND_ORGNZ U,
069800                DB2PRD.TAREA_CONSD_UND A
069900          WHERE E.CPRDIO         = :WS-CPRDIO
070000            AND U.CPSSOA_JURID   = E.CPSSOA_JURID
070100            AND U.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
070200            AND U.CSIT_UND_ORGNZ IN (1, 3)
070300            AND A.CPSSOA_JURID   = U.CPSSOA_JURID
070400            AND A.NSEQ_UND_ORGNZ = U.NSEQ_UND_ORGNZ
070500     END-EXEC.
070600 8500-DECLARACOES-SQL-EXIT.
070700     EXIT.
070800******************************************************************
070900*    9500-REGISTRAR-INICIO                                       *
071000*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
071100******************************************************************
071200 9500-REGISTRAR-INICIO          SECTION.
071300     MOVE 'I' TO UORGL043-FUNCTION.
071400     MOVE 'UORG0223' TO UORGL043-CPGM-BATCH.
071500     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
071600                  UORGL043-QTDE-REJEITADOS
071700                  UORGL043-CCOD-TERMINO.
071800     CALL 'UORG0043' USING UORGL043-PARMS.
071900     IF NOT UORGL043-OK
072000         DISPLAY 'UORG0223 - ERRO ' UORGL043-RETORNO
072100             ' NO REGISTRO DE INICIO DA EXECUCAO'
072200     END-IF.
072300 9500-REGISTRAR-INICIO-EXIT.
072400     EXIT.
072500******************************************************************
072600*    9600-REGISTRAR-FIM                                          *
072700*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
072800******************************************************************
072900 9600-REGISTRAR-FIM             SECTION.
073000     MOVE 'F' TO UORGL043-FUNCTION.
073100     MOVE WS-QTDE-GERAL TO UORGL043-QTDE-LIDOS.
073200     MOVE WS-QTDE-SINALIZADO TO UORGL043-QTDE-GRAVADOS.
073300     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
073400     IF WS-QTDE-ERRO > ZERO
073500         MOVE 8 TO UORGL043-CCOD-TERMINO
073600     ELSE
073700         MOVE ZERO TO UORGL043-CCOD-TERMINO
073800     END-IF.
073900     CALL 'UORG0043' USING UORGL043-PARMS.
074000     IF NOT UORGL043-OK
074100         DISPLAY 'UORG0223 - ERRO ' UORGL043-RETORNO
074200             ' NO REGISTRO DE FIM DA EXECUCAO'
074300     END-IF.
074400     EXEC SQL
074500         COMMIT
074600     END-EXEC.
074700 9600-REGISTRAR-FIM-EXIT.
074800     EXIT.
