000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0161                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0161.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - CUSTO TOTAL DE OCUPACAO POR UNIDADE   *
001600*                NO MES ANTERIOR (ALUGUEL, FACILITIES E SEGURO), *
001700*                POR M2 E POR FUNCIONARIO, COM RATEIO POR AREA   *
001800*                DOS CUSTOS DO IMOVEL COMPARTILHADO. RELATORIO   *
001900*                UORGR161 E EXTRATO UORGS161 (UORG0087).         *
002000******************************************************************
002100*
002200*    FUNCAO: PERCORRE AS UNIDADES ATIVAS EM ORDEM DE
002300*    CONGLOMERADO (CPSSOA_JURID) E CLASSIFICACAO E APURA, PARA O
002400*    MES ANTERIOR AO DA EXECUCAO:
002500*    - AREA EM M2 DA UNIDADE (TAREA_CONSD_UND PELA UORG0030);
002600*    - ALUGUEL: SOMA DE VALUGL_MENSAL DOS CONTRATOS DE
002700*      TCONTR_LOCAC VIGENTES NO MES;
002800*    - SEGURO: UM DOZE AVOS DO PREMIO ANUAL DAS APOLICES DE
002900*      TAPOLC_SEGURO NAO VENCIDAS NO INICIO DO MES;
003000*    - FACILITIES: CUSTO REAL DO MES (TMANUT_PRDIO_OCPDO) DO
003100*      IMOVEL A QUE A UNIDADE ESTA VINCULADA
003200*      (TENDRC_UND_ORGNZ.CPRDIO), RATEADO PELA PARTICIPACAO DA
003300*      AREA DA UNIDADE NA AREA DAS UNIDADES ATIVAS DO IMOVEL -
003400*      SEM AREA CADASTRADA NO IMOVEL, O RATEIO E EM PARTES
003500*      IGUAIS. CUSTO DE SOLICITACAO SEM IMOVEL VINCULADO NAO E
003600*      APROPRIADO A UNIDADE: SAI EM LINHA PROPRIA NO SUBTOTAL DO
003700*      CONGLOMERADO DONO DA SOLICITACAO (TMANUT_EMPR_GRP).
003800*    O CUSTO TOTAL E DIVIDIDO PELA AREA E PELO EFETIVO
003900*    (QFUNC_ATUAL_UND_ORGNZ) QUANDO INFORMADOS. IMPRIME UMA LINHA
004000*    POR UNIDADE, SUBTOTAIS POR CLASSIFICACAO E CONGLOMERADO E
004100*    TOTAL GERAL, E GRAVA O EXTRATO UORGS161 (HEADER, DETALHE,
004200*    TRAILER) REGISTRADO EM TCTRL_TRANSM_ARQ PELA UORG0087.
004300*
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.         IBM-390.
004700 OBJECT-COMPUTER.         IBM-390.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT REL-UORGR161 ASSIGN TO UORGR161
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT SAI-UORGS161 ASSIGN TO UORGS161
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  REL-UORGR161
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  REL-UORGR161-REG            PIC X(133).
006000 FD  SAI-UORGS161
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  SAI-UORGS161-REG            PIC X(120).
006400 WORKING-STORAGE SECTION.
006500     EXEC SQL INCLUDE SQLCA END-EXEC.
006600 01  WS-SWITCHES.
006700     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006800        88 WS-FIM-CURSOR              VALUE 'S'.
006900     05 WS-SW-FIM-AREA           PIC X(1) VALUE 'N'.
007000        88 WS-FIM-AREA                VALUE 'S'.
007100     05 WS-SW-CURSOR-AREA        PIC X(1) VALUE 'U'.
007200        88 WS-AREA-DA-UNIDADE         VALUE 'U'.
007300        88 WS-AREA-DO-IMOVEL          VALUE 'P'.
007400     05 WS-SW-PRIMEIRA-QUEBRA    PIC X(1) VALUE 'S'.
007500        88 WS-PRIMEIRA-QUEBRA         VALUE 'S'.
007600 01  WS-CONTADORES.
007700     05 WS-QTDE-UNIDADES         PIC S9(7) COMP VALUE ZERO.
007800     05 WS-QTDE-SEM-IMOVEL       PIC S9(7) COMP VALUE ZERO.
007900     05 WS-QTDE-UND-IMOVEL       PIC S9(7) COMP VALUE ZERO.
008000 01  WS-QUEBRA-CONTROLE.
008100     05 WS-CPSSOA-ANTERIOR       PIC S9(10)V COMP-3.
008200     05 WS-CCLASF-ANTERIOR       PIC S9(1)V COMP-3.
008300 01  WS-TOT-CLASSE.
008400     05 WS-TCL-AREA-M2           PIC S9(11)V99 COMP-3 VALUE ZERO.
008500     05 WS-TCL-QFUNC             PIC S9(7)V COMP-3 VALUE ZERO.
008600     05 WS-TCL-VALUGL            PIC S9(13)V99 COMP-3 VALUE ZERO.
008700     05 WS-TCL-VFACIL            PIC S9(13)V99 COMP-3 VALUE ZERO.
008800     05 WS-TCL-VSEGURO           PIC S9(13)V99 COMP-3 VALUE ZERO.
008900     05 WS-TCL-VTOTAL            PIC S9(13)V99 COMP-3 VALUE ZERO.
009000 01  WS-TOT-CONGL.
009100     05 WS-TCG-AREA-M2           PIC S9(11)V99 COMP-3 VALUE ZERO.
009200     05 WS-TCG-QFUNC             PIC S9(7)V COMP-3 VALUE ZERO.
009300     05 WS-TCG-VALUGL            PIC S9(13)V99 COMP-3 VALUE ZERO.
009400     05 WS-TCG-VFACIL            PIC S9(13)V99 COMP-3 VALUE ZERO.
009500     05 WS-TCG-VSEGURO           PIC S9(13)V99 COMP-3 VALUE ZERO.
009600     05 WS-TCG-VTOTAL            PIC S9(13)V99 COMP-3 VALUE ZERO.
009700 01  WS-TOT-GERAL.
009800     05 WS-TGE-AREA-M2           PIC S9(11)V99 COMP-3 VALUE ZERO.
009900     05 WS-TGE-QFUNC             PIC S9(7)V COMP-3 VALUE ZERO.
010000     05 WS-TGE-VALUGL            PIC S9(13)V99 COMP-3 VALUE ZERO.
010100     05 WS-TGE-VFACIL            PIC S9(13)V99 COMP-3 VALUE ZERO.
010200     05 WS-TGE-VSEGURO           PIC S9(13)V99 COMP-3 VALUE ZERO.
010300     05 WS-TGE-VTOTAL            PIC S9(13)V99 COMP-3 VALUE ZERO.
010400     05 WS-TGE-VNAO-APROP        PIC S9(13)V99 COMP-3 VALUE ZERO.
010500 01  WS-TOT-IMPRESSAO.
010600     05 WS-TIM-AREA-M2           PIC S9(11)V99 COMP-3.
010700     05 WS-TIM-QFUNC             PIC S9(7)V COMP-3.
010800     05 WS-TIM-VALUGL            PIC S9(13)V99 COMP-3.
010900     05 WS-TIM-VFACIL            PIC S9(13)V99 COMP-3.
011000     05 WS-TIM-VSEGURO           PIC S9(13)V99 COMP-3.
011100     05 WS-TIM-VTOTAL            PIC S9(13)V99 COMP-3.
011200 01  WS-AREA-TRABALHO.
011300     05 WS-DATA-HOJE             PIC 9(8).
011400     05 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
011500        10 WS-HOJE-ANO           PIC 9(4).
011600        10 WS-HOJE-MES           PIC 9(2).
011700        10 WS-HOJE-DIA           PIC 9(2).
011800     05 WS-ANO-REF               PIC 9(4).
011900     05 WS-MES-REF               PIC 9(2).
012000     05 WS-ANO-MES-REF           PIC 9(6).
012100     05 WS-DINIC-MES             PIC X(10).
012200     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
012300     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
012400     05 WS-CCLASF-UND-ORGNZ      PIC S9(1)V COMP-3.
012500     05 WS-QFUNC-ATUAL           PIC S9(5)V COMP-3.
012600     05 WS-CPRDIO                PIC S9(7)V COMP-3.
012700     05 WS-CUND-MEDD             PIC S9(3)V COMP-3.
012800     05 WS-MAREA-CONSD           PIC S9(5)V9(4) COMP-3.
012900     05 WS-AREA-M2-SOMA          PIC S9(11)V99 COMP-3.
013000     05 WS-AREA-M2-UND           PIC S9(11)V99 COMP-3.
013100     05 WS-AREA-M2-PRDIO         PIC S9(11)V99 COMP-3.
013200     05 WS-VALUGL-UND            PIC S9(11)V99 COMP-3.
013300     05 WS-VPREMIO-UND           PIC S9(11)V99 COMP-3.
013400     05 WS-VSEGURO-UND           PIC S9(11)V99 COMP-3.
013500     05 WS-VCUSTO-PRDIO          PIC S9(13)V99 COMP-3.
013600     05 WS-VFACIL-UND            PIC S9(11)V99 COMP-3.
013700     05 WS-VTOTAL-UND            PIC S9(11)V99 COMP-3.
013800     05 WS-VPOR-M2               PIC S9(9)V99 COMP-3.
013900     05 WS-VPOR-FUNC             PIC S9(9)V99 COMP-3.
014000     05 WS-VNAO-APROP            PIC S9(13)V99 COMP-3.
014100     05 WS-QTDE-EXTRAIDA         PIC S9(9)V COMP-3 VALUE ZERO.
014200 01  WS-INDICADORES.
014300     05 WS-IND-CCLASF            PIC S9(4) COMP-5.
014400     05 WS-IND-QFUNC             PIC S9(4) COMP-5.
014500     05 WS-IND-CPRDIO            PIC S9(4) COMP-5.
014600 COPY UORGR161.
014700 COPY UORGS161.
014800 COPY UORGL030.
014900 COPY UORGL043.
015000 COPY UORGL087.
015100 PROCEDURE DIVISION.
015200******************************************************************
015300*    0000-MAINLINE                                               *
015400******************************************************************
015500 0000-MAINLINE                  SECTION.
015600     PERFORM 9500-REGISTRAR-INICIO
015700         THRU 9500-REGISTRAR-INICIO-EXIT.
015800     PERFORM 1000-PREPARAR-PERIODO
015900         THRU 1000-PREPARAR-PERIODO-EXIT.
016000     PERFORM 2000-PROCESSAR-UNIDADE
016100         THRU 2000-PROCESSAR-UNIDADE-EXIT
016200         UNTIL WS-FIM-CURSOR.
016300     IF NOT WS-PRIMEIRA-QUEBRA
016400         PERFORM 5000-QUEBRA-CLASSE
016500             THRU 5000-QUEBRA-CLASSE-EXIT
016600         PERFORM 5500-QUEBRA-CONGL
016700             THRU 5500-QUEBRA-CONGL-EXIT
016800     END-IF.
016900     PERFORM 7000-ENCERRAR
017000         THRU 7000-ENCERRAR-EXIT.
017100     PERFORM 9600-REGISTRAR-FIM
017200         THRU 9600-REGISTRAR-FIM-EXIT.
017300     GOBACK.
017400******************************************************************
017500*    1000-PREPARAR-PERIODO                                       *
017600*    REFERENCIA = MES ANTERIOR AO DA EXECUCAO                    *
017700******************************************************************
017800 1000-PREPARAR-PERIODO          SECTION.
017900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
018000     IF WS-HOJE-MES = 01
018100         COMPUTE WS-ANO-REF = WS-HOJE-ANO - 1
018200         MOVE 12 TO WS-MES-REF
018300     ELSE
018400         MOVE WS-HOJE-ANO TO WS-ANO-REF
018500         COMPUTE WS-MES-REF = WS-HOJE-MES - 1
018600     END-IF.
018700     COMPUTE WS-ANO-MES-REF = WS-ANO-REF * 100 + WS-MES-REF.
018800     MOVE SPACES TO WS-DINIC-MES.
018900     STRING WS-ANO-REF '-' WS-MES-REF '-01'
019000            DELIMITED BY SIZE INTO WS-DINIC-MES.
019100     OPEN OUTPUT REL-UORGR161 SAI-UORGS161.
019200     MOVE SPACES TO UORGR161-LINHA.
019300     MOVE '1' TO UORGR161-CTL-IMPRESSAO.
019400     MOVE 'CUSTO TOTAL DE OCUPACAO POR UNIDADE - REFERENCIA'
019500         TO UORGR161-TIT-TEXTO.
019600     MOVE WS-ANO-MES-REF TO UORGR161-TIT-ANO-MES.
019700     WRITE REL-UORGR161-REG FROM UORGR161-LINHA.
019800     MOVE SPACES TO UORGS161-REGISTRO.
019900     MOVE '0' TO UORGS161-TIPO-REG.
020000     MOVE WS-ANO-MES-REF TO UORGS161-HDR-ANO-MES.
020100     WRITE SAI-UORGS161-REG FROM UORGS161-REGISTRO.
020200     EXEC SQL
020300         DECLARE CUR-UORG0161 CURSOR FOR
020400         SELECT U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ,
020500                U.CCLASF_UND_ORGNZ, U.QFUNC_ATUAL_UND_ORGNZ,
020600                E.CPRDIO
020700           FROM DB2PRD.TUND_ORGNZ U
020800           LEFT JOIN DB2PRD.TENDRC_UND_ORGNZ E
020900             ON E.CPSSOA_JURID   = U.CPSSOA_JURID
021000            AND E.NSEQ_UND_ORGNZ = U.NSEQ_UND_ORGNZ
021100          WHERE U.CSIT_UND_ORGNZ = 1
021200          ORDER BY U.CPSSOA_JURID, U.CCLASF_UND_ORGNZ,
021300                   U.NSEQ_UND_ORGNZ
021400     END-EXEC.
021500     EXEC SQL
021600         OPEN CUR-UORG0161
021700     END-EXEC.
021800     PERFORM 8000-LER-CURSOR
021900         THRU 8000-LER-CURSOR-EXIT.
022000 1000-PREPARAR-PERIODO-EXIT.
022100     EXIT.
022200******************************************************************
022300*    2000-PROCESSAR-UNIDADE                                      *
022400******************************************************************
022500 2000-PROCESSAR-UNIDADE         SECTION.
022600     IF NOT WS-PRIMEIRA-QUEBRA
022700         IF WS-CPSSOA-JURID NOT = WS-CPSSOA-ANTERIOR
022800             PERFORM 5000-QUEBRA-CLASSE
022900                 THRU 5000-QUEBRA-CLASSE-EXIT
023000             PERFORM 5500-QUEBRA-CONGL
023100                 THRU 5500-QUEBRA-CONGL-EXIT
023200         ELSE
023300         IF WS-CCLASF-UND-ORGNZ NOT = WS-CCLASF-ANTERIOR
023400             PERFORM 5000-QUEBRA-CLASSE
023500                 THRU 5000-QUEBRA-CLASSE-EXIT
023600         END-IF
023700         END-IF
023800     END-IF.
023900     MOVE WS-CPSSOA-JURID TO WS-CPSSOA-ANTERIOR.
024000     MOVE WS-CCLASF-UND-ORGNZ TO WS-CCLASF-ANTERIOR.
024100     MOVE 'N' TO WS-SW-PRIMEIRA-QUEBRA.
024200     ADD 1 TO WS-QTDE-UNIDADES.
024300     PERFORM 3000-SOMAR-AREA-UND
024400         THRU 3000-SOMAR-AREA-UND-EXIT.
024500     MOVE WS-AREA-M2-SOMA TO WS-AREA-M2-UND.
024600     PERFORM 3500-APURAR-ALUGUEL-SEGURO
024700         THRU 3500-APURAR-ALUGUEL-SEGURO-EXIT.
024800     PERFORM 4000-RATEAR-FACILITIES
024900         THRU 4000-RATEAR-FACILITIES-EXIT.
025000     COMPUTE WS-VTOTAL-UND =
025100         WS-VALUGL-UND + WS-VFACIL-UND + WS-VSEGURO-UND.
025200     IF WS-AREA-M2-UND > ZERO
025300         COMPUTE WS-VPOR-M2 ROUNDED =
025400             WS-VTOTAL-UND / WS-AREA-M2-UND
025500     ELSE
025600         MOVE ZERO TO WS-VPOR-M2
025700     END-IF.
025800     IF WS-QFUNC-ATUAL > ZERO
025900         COMPUTE WS-VPOR-FUNC ROUNDED =
026000             WS-VTOTAL-UND / WS-QFUNC-ATUAL
026100     ELSE
026200         MOVE ZERO TO WS-VPOR-FUNC
026300     END-IF.
026400     ADD WS-AREA-M2-UND TO WS-TCL-AREA-M2 WS-TCG-AREA-M2
026500                           WS-TGE-AREA-M2.
026600     ADD WS-QFUNC-ATUAL TO WS-TCL-QFUNC WS-TCG-QFUNC
026700                           WS-TGE-QFUNC.
026800     ADD WS-VALUGL-UND TO WS-TCL-VALUGL WS-TCG-VALUGL
026900                          WS-TGE-VALUGL.
027000     ADD WS-VFACIL-UND TO WS-TCL-VFACIL WS-TCG-VFACIL
027100                          WS-TGE-VFACIL.
027200     ADD WS-VSEGURO-UND TO WS-TCL-VSEGURO WS-TCG-VSEGURO
027300                           WS-TGE-VSEGURO.
027400     ADD WS-VTOTAL-UND TO WS-TCL-VTOTAL WS-TCG-VTOTAL
027500                          WS-TGE-VTOTAL.
027600     PERFORM 6000-GRAVAR-UNIDADE
027700         THRU 6000-GRAVAR-UNIDADE-EXIT.
027800     PERFORM 8000-LER-CURSOR
027900         THRU 8000-LER-CURSOR-EXIT.
028000 2000-PROCESSAR-UNIDADE-EXIT.
028100     EXIT.
028200******************************************************************
028300*    3000-SOMAR-AREA-UND                                         *
028400*    AREA EM M2 DA UNIDADE CORRENTE EM WS-AREA-M2-SOMA           *
028500******************************************************************
028600 3000-SOMAR-AREA-UND            SECTION.
028700     MOVE ZERO TO WS-AREA-M2-SOMA.
028800     MOVE 'N' TO WS-SW-FIM-AREA.
028900     MOVE 'U' TO WS-SW-CURSOR-AREA.
029000     EXEC SQL
029100         OPEN CUR-AREA-UND
029200     END-EXEC.
029300     IF SQLCODE NOT = ZERO
029400         DISPLAY 'UORG0161 - ERRO SQLCODE=' SQLCODE
029500             ' NA ABERTURA DO CURSOR DE AREAS DA UNIDADE'
029600         GO TO 3000-SOMAR-AREA-UND-EXIT
029700     END-IF.
029800     PERFORM 3100-LER-AREA-UND
029900         THRU 3100-LER-AREA-UND-EXIT.
030000     PERFORM 3300-CONVERTER-AREA
030100         THRU 3300-CONVERTER-AREA-EXIT
030200         UNTIL WS-FIM-AREA.
030300     EXEC SQL
030400         CLOSE CUR-AREA-UND
030500     END-EXEC.
030600 3000-SOMAR-AREA-UND-EXIT.
030700     EXIT.
030800******************************************************************
030900*    3100-LER-AREA-UND                                           *
031000******************************************************************
031100 3100-LER-AREA-UND              SECTION.
031200     EXEC SQL
031300         FETCH CUR-AREA-UND
031400          INTO :WS-CUND-MEDD, :WS-MAREA-CONSD
031500     END-EXEC.
031600     IF SQLCODE NOT = ZERO
031700         MOVE 'S' TO WS-SW-FIM-AREA
031800     END-IF.
031900 3100-LER-AREA-UND-EXIT.
032000     EXIT.
032100******************************************************************
032200*    3200-LER-AREA-PRDIO                                         *
032300******************************************************************
032400 3200-LER-AREA-PRDIO            SECTION.
032500     EXEC SQL
032600         FETCH CUR-AREA-PRDIO
032700          INTO :WS-CUND-MEDD, :WS-MAREA-CONSD
032800     END-EXEC.
032900     IF SQLCODE NOT = ZERO
033000         MOVE 'S' TO WS-SW-FIM-AREA
033100     END-IF.
033200 3200-LER-AREA-PRDIO-EXIT.
033300     EXIT.
033400******************************************************************
033500*    3300-CONVERTER-AREA                                         *
033600*    CONVERTE A LINHA LIDA PELA UORG0030 E LE A PROXIMA DO MESMO *
033700*    CURSOR (UNIDADE OU IMOVEL, CONFORME WS-SW-CURSOR-AREA)      *
033800******************************************************************
033900 3300-CONVERTER-AREA            SECTION.
034000     MOVE WS-CUND-MEDD TO UORGL030-CUND-MEDD.
034100     MOVE WS-MAREA-CONSD TO UORGL030-MAREA-CONSD.
034200     CALL 'UORG0030' USING UORGL030-PARMS.
034300     IF UORGL030-OK
034400         ADD UORGL030-AREA-M2 TO WS-AREA-M2-SOMA
034500     END-IF.
034600     IF WS-AREA-DA-UNIDADE
034700         PERFORM 3100-LER-AREA-UND
034800             THRU 3100-LER-AREA-UND-EXIT
034900     ELSE
035000         PERFORM 3200-LER-AREA-PRDIO
035100             THRU 3200-LER-AREA-PRDIO-EXIT
035200     END-IF.
035300 3300-CONVERTER-AREA-EXIT.
035400     EXIT.
035500******************************************************************
035600*    3500-APURAR-ALUGUEL-SEGURO                                  *
035700*    ALUGUEL DOS CONTRATOS VIGENTES NO MES E 1/12 DOS PREMIOS    *
035800*    DAS APOLICES NAO VENCIDAS NO INICIO DO MES                  *
035900******************************************************************
036000 3500-APURAR-ALUGUEL-SEGURO     SECTION.
036100     MOVE ZERO TO WS-VALUGL-UND WS-VPREMIO-UND WS-VSEGURO-UND.
036200     EXEC SQL
036300         SELECT COALESCE(SUM(VALUGL_MENSAL), 0)
036400           INTO :WS-VALUGL-UND
036500           FROM DB2PRD.TCONTR_LOCAC
036600          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
036700            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
036800            AND DINIC_CONTR    < DATE(:WS-DINIC-MES) + 1 MONTH
036900            AND DFIM_CONTR    >= DATE(:WS-DINIC-MES)
037000     END-EXEC.
037100     IF SQLCODE NOT = ZERO
037200         DISPLAY 'UORG0161 - ERRO SQLCODE=' SQLCODE
037300             ' NA SOMA DO ALUGUEL ' WS-CPSSOA-JURID '/'
037400             WS-NSEQ-UND-ORGNZ
037500         MOVE ZERO TO WS-VALUGL-UND
037600     END-IF.
037700     EXEC SQL
037800         SELECT COALESCE(SUM(VPREMIO_ANUAL), 0)
037900           INTO :WS-VPREMIO-UND
038000           FROM DB2PRD.TAPOLC_SEGURO
038100          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
038200            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
038300            AND DVENCTO_APOLC >= DATE(:WS-DINIC-MES)
038400     END-EXEC.
038500     IF SQLCODE NOT = ZERO
038600         DISPLAY 'UORG0161 - ERRO SQLCODE=' SQLCODE
038700             ' NA SOMA DO SEGURO ' WS-CPSSOA-JURID '/'
038800             WS-NSEQ-UND-ORGNZ
038900         MOVE ZERO TO WS-VPREMIO-UND
039000     END-IF.
039100     COMPUTE WS-VSEGURO-UND ROUNDED = WS-VPREMIO-UND / 12.
039200 3500-APURAR-ALUGUEL-SEGURO-EXIT.
039300     EXIT.
039400******************************************************************
039500*    4000-RATEAR-FACILITIES                                      *
039600*    CUSTO REAL DO MES DO IMOVEL DA UNIDADE, NA PROPORCAO DA     *
039700*    AREA DA UNIDADE SOBRE A DAS UNIDADES ATIVAS DO IMOVEL       *
039800******************************************************************
039900 4000-RATEAR-FACILITIES         SECTION.
040000     MOVE ZERO TO WS-VFACIL-UND WS-QTDE-UND-IMOVEL.
040100     IF WS-CPRDIO = ZERO
040200         ADD 1 TO WS-QTDE-SEM-IMOVEL
040300         GO TO 4000-RATEAR-FACILITIES-EXIT
040400     END-IF.
040500     EXEC SQL
040600         SELECT COALESCE(SUM(VCUSTO_REAL), 0)
040700           INTO :WS-VCUSTO-PRDIO
040800           FROM DB2PRD.TMANUT_PRDIO_OCPDO
040900          WHERE CPRDIO       = :WS-CPRDIO
041000            AND DCUSTO_REAL >= DATE(:WS-DINIC-MES)
041100            AND DCUSTO_REAL  < DATE(:WS-DINIC-MES) + 1 MONTH
041200     END-EXEC.
041300     IF SQLCODE NOT = ZERO
041400         DISPLAY 'UORG0161 - ERRO SQLCODE=' SQLCODE
041500             ' NO CUSTO DO IMOVEL ' WS-CPRDIO
041600         GO TO 4000-RATEAR-FACILITIES-EXIT
041700     END-IF.
041800     IF WS-VCUSTO-PRDIO = ZERO
041900         GO TO 4000-RATEAR-FACILITIES-EXIT
042000     END-IF.
042100     EXEC SQL
042200         SELECT COUNT(*)
042300           INTO :WS-QTDE-UND-IMOVEL
042400           FROM DB2PRD.TENDRC_UND_ORGNZ E,
042500                DB2PRD.TUND_ORGNZ U
042600          WHERE E.CPRDIO         = :WS-CPRDIO
042700            AND U.CPSSOA_JURID   = E.CPSSOA_JURID
042800            AND U.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
042900            AND U.CSIT_UND_ORGNZ = 1
043000     END-EXEC.
043100     IF SQLCODE NOT = ZERO OR WS-QTDE-UND-IMOVEL = ZERO
043200         MOVE 1 TO WS-QTDE-UND-IMOVEL
043300     END-IF.
043400     IF WS-QTDE-UND-IMOVEL = 1
043500         MOVE WS-VCUSTO-PRDIO TO WS-VFACIL-UND
043600         GO TO 4000-RATEAR-FACILITIES-EXIT
043700     END-IF.
043800     PERFORM 4100-SOMAR-AREA-PRDIO
043900         THRU 4100-SOMAR-AREA-PRDIO-EXIT.
044000     IF WS-AREA-M2-PRDIO > ZERO
044100         COMPUTE WS-VFACIL-UND ROUNDED =
044200             WS-VCUSTO-PRDIO * WS-AREA-M2-UND / WS-AREA-M2-PRDIO
044300     ELSE
044400         COMPUTE WS-VFACIL-UND ROUNDED =
044500             WS-VCUSTO-PRDIO / WS-QTDE-UND-IMOVEL
044600     END-IF.
044700 4000-RATEAR-FACILITIES-EXIT.
044800     EXIT.
044900******************************************************************
045000*    4100-SOMAR-AREA-PRDIO                                       *
045100*    AREA EM M2 DAS UNIDADES ATIVAS VINCULADAS AO IMOVEL         *
045200******************************************************************
045300 4100-SOMAR-AREA-PRDIO          SECTION.
045400     MOVE ZERO TO WS-AREA-M2-SOMA WS-AREA-M2-PRDIO.
045500     MOVE 'N' TO WS-SW-FIM-AREA.
045600     MOVE 'P' TO WS-SW-CURSOR-AREA.
045700     EXEC SQL
045800         OPEN CUR-AREA-PRDIO
045900     END-EXEC.
046000     IF SQLCODE NOT = ZERO
046100         DISPLAY 'UORG0161 - ERRO SQLCODE=' SQLCODE
046200             ' NA ABERTURA DO CURSOR DE AREAS DO IMOVEL'
046300         GO TO 4100-SOMAR-AREA-PRDIO-EXIT
046400     END-IF.
046500     PERFORM 3200-LER-AREA-PRDIO
046600         THRU 3200-LER-AREA-PRDIO-EXIT.
046700     PERFORM 3300-CONVERTER-AREA
046800         THRU 3300-CONVERTER-AREA-EXIT
046900         UNTIL WS-FIM-AREA.
047000     EXEC SQL
047100         CLOSE CUR-AREA-PRDIO
047200     END-EXEC.
047300     MOVE WS-AREA-M2-SOMA TO WS-AREA-M2-PRDIO.
047400 4100-SOMAR-AREA-PRDIO-EXIT.
047500     EXIT.
047600******************************************************************
047700*    5000-QUEBRA-CLASSE                                          *
047800******************************************************************
047900 5000-QUEBRA-CLASSE             SECTION.
048000     MOVE WS-TOT-CLASSE TO WS-TOT-IMPRESSAO.
048100     MOVE SPACES TO UORGR161-LINHA.
048200     MOVE ' ' TO UORGR161-CTL-IMPRESSAO.
048300     MOVE 'SUBTOTAL CLASSIFICACAO' TO UORGR161-SUB-ROTULO.
048400     MOVE WS-CCLASF-ANTERIOR TO UORGR161-SUB-CHAVE.
048500     PERFORM 5900-IMPRIMIR-SUBTOTAL
048600         THRU 5900-IMPRIMIR-SUBTOTAL-EXIT.
048700     MOVE ZERO TO WS-TCL-AREA-M2 WS-TCL-QFUNC WS-TCL-VALUGL
048800                  WS-TCL-VFACIL WS-TCL-VSEGURO WS-TCL-VTOTAL.
048900 5000-QUEBRA-CLASSE-EXIT.
049000     EXIT.
049100******************************************************************
049200*    5500-QUEBRA-CONGL                                           *
049300*    SUBTOTAL DO CONGLOMERADO E CUSTO DE FACILITIES DE           *
049400*    SOLICITACOES SEM IMOVEL VINCULADO (NAO APROPRIADO)          *
049500******************************************************************
049600 5500-QUEBRA-CONGL              SECTION.
049700     MOVE WS-TOT-CONGL TO WS-TOT-IMPRESSAO.
049800     MOVE SPACES TO UORGR161-LINHA.
049900     MOVE ' ' TO UORGR161-CTL-IMPRESSAO.
050000     MOVE 'SUBTOTAL CONGLOMERADO' TO UORGR161-SUB-ROTULO.
050100     MOVE WS-CPSSOA-ANTERIOR TO UORGR161-SUB-CHAVE.
050200     PERFORM 5900-IMPRIMIR-SUBTOTAL
050300         THRU 5900-IMPRIMIR-SUBTOTAL-EXIT.
050400     MOVE ZERO TO WS-VNAO-APROP.
050500     EXEC SQL
050600         SELECT COALESCE(SUM(P.VCUSTO_REAL), 0)
050700           INTO :WS-VNAO-APROP
050800           FROM DB2PRD.TMANUT_PRDIO_OCPDO P,
050900                DB2PRD.TMANUT_EMPR_GRP G
051000          WHERE G.NSEQ_SOLTC_MANUT   = P.NSEQ_SOLTC_MANUT
051100            AND G.CPSSOA_JURID_CONGL = :WS-CPSSOA-ANTERIOR
051200            AND P.CPRDIO IS NULL
051300            AND P.DCUSTO_REAL >= DATE(:WS-DINIC-MES)
051400            AND P.DCUSTO_REAL  < DATE(:WS-DINIC-MES) + 1 MONTH
051500     END-EXEC.
051600     IF SQLCODE NOT = ZERO
051700         DISPLAY 'UORG0161 - ERRO SQLCODE=' SQLCODE
051800             ' NO CUSTO NAO APROPRIADO ' WS-CPSSOA-ANTERIOR
051900         MOVE ZERO TO WS-VNAO-APROP
052000     END-IF.
052100     IF WS-VNAO-APROP > ZERO
052200         MOVE SPACES TO UORGR161-LINHA
052300         MOVE ' ' TO UORGR161-CTL-IMPRESSAO
052400         MOVE 'FACILITIES SEM IMOVEL' TO UORGR161-SUB-ROTULO
052500         MOVE WS-CPSSOA-ANTERIOR TO UORGR161-SUB-CHAVE
052600         MOVE WS-VNAO-APROP TO UORGR161-SUB-VFACIL
052700         WRITE REL-UORGR161-REG FROM UORGR161-LINHA
052800         ADD WS-VNAO-APROP TO WS-TGE-VNAO-APROP
052900     END-IF.
053000     MOVE ZERO TO WS-TCG-AREA-M2 WS-TCG-QFUNC WS-TCG-VALUGL
053100                  WS-TCG-VFACIL WS-TCG-VSEGURO WS-TCG-VTOTAL.
053200 5500-QUEBRA-CONGL-EXIT.
053300     EXIT.
053400******************************************************************
053500*    5900-IMPRIMIR-SUBTOTAL                                      *
053600*    IMPRIME OS VALORES DE WS-TOT-IMPRESSAO NA LINHA DE SUBTOTAL *
053700*    JA ROTULADA                                                 *
053800******************************************************************
053900 5900-IMPRIMIR-SUBTOTAL         SECTION.
054000     MOVE WS-TIM-AREA-M2 TO UORGR161-SUB-AREA-M2.
054100     MOVE WS-TIM-QFUNC TO UORGR161-SUB-QFUNC.
054200     MOVE WS-TIM-VALUGL TO UORGR161-SUB-VALUGL.
054300     MOVE WS-TIM-VFACIL TO UORGR161-SUB-VFACIL.
054400     MOVE WS-TIM-VSEGURO TO UORGR161-SUB-VSEGURO.
054500     MOVE WS-TIM-VTOTAL TO UORGR161-SUB-VTOTAL.
054600     WRITE REL-UORGR161-REG FROM UORGR161-LINHA.
054700 5900-IMPRIMIR-SUBTOTAL-EXIT.
054800     EXIT.
054900******************************************************************
055000*    6000-GRAVAR-UNIDADE                                         *
055100*    LINHA DO RELATORIO E DETALHE DO EXTRATO                     *
055200******************************************************************
055300 6000-GRAVAR-UNIDADE            SECTION.
055400     MOVE SPACES TO UORGR161-LINHA.
055500     MOVE ' ' TO UORGR161-CTL-IMPRESSAO.
055600     MOVE WS-CPSSOA-JURID TO UORGR161-CPSSOA-JURID.
055700     MOVE WS-NSEQ-UND-ORGNZ TO UORGR161-NSEQ-UND-ORGNZ.
055800     MOVE WS-CCLASF-UND-ORGNZ TO UORGR161-CCLASF.
055900     MOVE WS-AREA-M2-UND TO UORGR161-AREA-M2.
056000     MOVE WS-QFUNC-ATUAL TO UORGR161-QFUNC.
056100     MOVE WS-VALUGL-UND TO UORGR161-VALUGL.
056200     MOVE WS-VFACIL-UND TO UORGR161-VFACIL.
056300     MOVE WS-VSEGURO-UND TO UORGR161-VSEGURO.
056400     MOVE WS-VTOTAL-UND TO UORGR161-VTOTAL.
056500     MOVE WS-VPOR-M2 TO UORGR161-VPOR-M2.
056600     MOVE WS-VPOR-FUNC TO UORGR161-VPOR-FUNC.
056700     WRITE REL-UORGR161-REG FROM UORGR161-LINHA.
056800     MOVE SPACES TO UORGS161-REGISTRO.
056900     MOVE '1' TO UORGS161-TIPO-REG.
057000     MOVE WS-CPSSOA-JURID TO UORGS161-CPSSOA-JURID.
057100     MOVE WS-NSEQ-UND-ORGNZ TO UORGS161-NSEQ-UND-ORGNZ.
057200     MOVE WS-CCLASF-UND-ORGNZ TO UORGS161-CCLASF.
057300     MOVE WS-CPRDIO TO UORGS161-CPRDIO.
057400     MOVE WS-AREA-M2-UND TO UORGS161-AREA-M2.
057500     MOVE WS-QFUNC-ATUAL TO UORGS161-QFUNC.
057600     MOVE WS-VALUGL-UND TO UORGS161-VALUGL.
057700     MOVE WS-VFACIL-UND TO UORGS161-VFACIL.
057800     MOVE WS-VSEGURO-UND TO UORGS161-VSEGURO.
057900     MOVE WS-VTOTAL-UND TO UORGS161-VTOTAL.
058000     MOVE WS-VPOR-M2 TO UORGS161-VPOR-M2.
058100     MOVE WS-VPOR-FUNC TO UORGS161-VPOR-FUNC.
058200     WRITE SAI-UORGS161-REG FROM UORGS161-REGISTRO.
058300     ADD 1 TO WS-QTDE-EXTRAIDA.
058400 6000-GRAVAR-UNIDADE-EXIT.
058500     EXIT.
058600******************************************************************
058700*    7000-ENCERRAR                                               *
058800******************************************************************
058900 7000-ENCERRAR                  SECTION.
059000     MOVE WS-TGE-AREA-M2 TO WS-TIM-AREA-M2.
059100     MOVE WS-TGE-QFUNC TO WS-TIM-QFUNC.
059200     MOVE WS-TGE-VALUGL TO WS-TIM-VALUGL.
059300     MOVE WS-TGE-VFACIL TO WS-TIM-VFACIL.
059400     MOVE WS-TGE-VSEGURO TO WS-TIM-VSEGURO.
059500     MOVE WS-TGE-VTOTAL TO WS-TIM-VTOTAL.
059600     MOVE SPACES TO UORGR161-LINHA.
059700     MOVE '0' TO UORGR161-CTL-IMPRESSAO.
059800     MOVE 'TOTAL GERAL' TO UORGR161-SUB-ROTULO.
059900     PERFORM 5900-IMPRIMIR-SUBTOTAL
060000         THRU 5900-IMPRIMIR-SUBTOTAL-EXIT.
060100     MOVE SPACES TO UORGR161-LINHA.
060200     MOVE ' ' TO UORGR161-CTL-IMPRESSAO.
060300     MOVE 'FACILITIES SEM IMOVEL' TO UORGR161-SUB-ROTULO.
060400     MOVE WS-TGE-VNAO-APROP TO UORGR161-SUB-VFACIL.
060500     WRITE REL-UORGR161-REG FROM UORGR161-LINHA.
060600     MOVE SPACES TO UORGR161-LINHA.
060700     MOVE '0' TO UORGR161-CTL-IMPRESSAO.
060800     MOVE 'TOTAL DE UNIDADES APURADAS.....:'
060900         TO UORGR161-TOT-ROTULO.
061000     MOVE WS-QTDE-UNIDADES TO UORGR161-TOT-QTDE.
061100     WRITE REL-UORGR161-REG FROM UORGR161-LINHA.
061200     MOVE SPACES TO UORGR161-LINHA.
061300     MOVE ' ' TO UORGR161-CTL-IMPRESSAO.
061400     MOVE 'TOTAL DE UNIDADES SEM IMOVEL...:'
061500         TO UORGR161-TOT-ROTULO.
061600     MOVE WS-QTDE-SEM-IMOVEL TO UORGR161-TOT-QTDE.
061700     WRITE REL-UORGR161-REG FROM UORGR161-LINHA.
061800     MOVE SPACES TO UORGS161-REGISTRO.
061900     MOVE '9' TO UORGS161-TIPO-REG.
062000     MOVE WS-QTDE-EXTRAIDA TO UORGS161-TRL-QTDE-REGS.
062100     MOVE WS-TGE-VTOTAL TO UORGS161-TRL-VTOTAL.
062200     WRITE SAI-UORGS161-REG FROM UORGS161-REGISTRO.
062300     EXEC SQL
062400         CLOSE CUR-UORG0161
062500     END-EXEC.
062600     CLOSE REL-UORGR161 SAI-UORGS161.
062700     MOVE 'G' TO UORGL087-FUNCTION.
062800     MOVE 'UORGS161' TO UORGL087-CINTERF.
062900     MOVE WS-QTDE-EXTRAIDA TO UORGL087-QREG-ARQUIVO
063000                             UORGL087-QTOTAL-TRAILER.
063100     MOVE 'UORG0161' TO UORGL087-CUSUAR.
063200     CALL 'UORG0087' USING UORGL087-PARMS.
063300     IF UORGL087-OK
063400         DISPLAY 'UORG0161 - GERACAO REGISTRADA: '
063500             UORGL087-NSEQ-GERACAO
063600     ELSE
063700         DISPLAY 'UORG0161 - ERRO ' UORGL087-RETORNO
063800             ' NO REGISTRO DA GERACAO'
063900     END-IF.
064000     DISPLAY 'UORG0161 - UNIDADES APURADAS: ' WS-QTDE-UNIDADES
064100         ' REFERENCIA: ' WS-ANO-MES-REF.
064200 7000-ENCERRAR-EXIT.
064300     EXIT.
064400******************************************************************
064500*    8000-LER-CURSOR                                             *
064600******************************************************************
064700 8000-LER-CURSOR                SECTION.
064800     EXEC SQL
064900         FETCH CUR-UORG0161
065000          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
065100               :WS-CCLASF-UND-ORGNZ:WS-IND-CCLASF,
065200               :WS-QFUNC-ATUAL:WS-IND-QFUNC,
065300               :WS-CPRDIO:WS-IND-CPRDIO
065400     END-EXEC.
065500     IF SQLCODE = 100
065600         MOVE 'S' TO WS-SW-FIM-CURSOR
065700     ELSE
065800     IF SQLCODE NOT = ZERO
065900         DISPLAY 'UORG0161 - ERRO SQLCODE=' SQLCODE
066000             ' NO FETCH DO CURSOR'
066100         MOVE 'S' TO WS-SW-FIM-CURSOR
066200     ELSE
066300         IF WS-IND-CCLASF < ZERO
066400             MOVE ZERO TO WS-CCLASF-UND-ORGNZ
066500         END-IF
066600         IF WS-IND-QFUNC < ZERO
066700             MOVE ZERO TO WS-QFUNC-ATUAL
066800         END-IF
066900         IF WS-IND-CPRDIO < ZERO
067000             MOVE ZERO TO WS-CPRDIO
067100         END-IF
067200     END-IF
067300     END-IF.
067400 8000-LER-CURSOR-EXIT.
067500     EXIT.
067600******************************************************************
067700*    8500-DECLARACOES-SQL                                        *
067800******************************************************************
067900 8500-DECLARACOES-SQL           SECTION.
068000     EXEC SQL
068100         DECLARE CUR-AREA-UND CURSOR FOR
068200         SELECT CUND_MEDD, MAREA_CONSD
068300           FROM DB2PRD.TAREA_CONSD_UND
068400          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
068500            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
068600            AND MAREA_CONSD IS NOT NULL
068700     END-EXEC.
068800     EXEC SQL
068900         DECLARE CUR-AREA-PRDIO CURSOR FOR
069000         SELECT A.CUND_MEDD, A.MAREA_CONSD
069100           FROM DB2PRD.TAREA_CONSD_UND A,
069200                DB2PRD.TENDRC_UND_ORGNZ E,
069300                DB2PRD.TUND_ORGNZ U
069400          WHERE E.CPRDIO         = :WS-CPRDIO
069500            AND U.CPSSOA_JURID   = E.CPSSOA_JURID
069600            AND U.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
069700            AND U.CSIT_UND_ORGNZ = 1
069800            AND A.CPSSOA_JURID   = E.CPSSOA_JURID
069900            AND A.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
070000            AND A.MAREA_CONSD IS NOT NULL
070100     END-EXEC.
070200 8500-DECLARACOES-SQL-EXIT.
070300     EXIT.
070400******************************************************************
070500*    9500-REGISTRAR-INICIO                                       *
070600*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
070700******************************************************************
070800 9500-REGISTRAR-INICIO          SECTION.
070900     MOVE 'I' TO UORGL043-FUNCTION.
071000     MOVE 'UORG0161' TO UORGL043-CPGM-BATCH.
071100     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
071200                  UORGL043-QTDE-REJEITADOS
071300                  UORGL043-CCOD-TERMINO.
071400     CALL 'UORG0043' USING UORGL043-PARMS.
071500     IF NOT UORGL043-OK
071600         DISPLAY 'UORG0161 - ERRO ' UORGL043-RETORNO
071700             ' NO REGISTRO DE INICIO DA EXECUCAO'
071800     END-IF.
071900 9500-REGISTRAR-INICIO-EXIT.
072000     EXIT.
072100******************************************************************
072200*    9600-REGISTRAR-FIM                                          *
072300*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
072400******************************************************************
072500 9600-REGISTRAR-FIM             SECTION.
072600     MOVE 'F' TO UORGL043-FUNCTION.
072700     MOVE WS-QTDE-UNIDADES TO UORGL043-QTDE-LIDOS.
072800     MOVE WS-QTDE-EXTRAIDA TO UORGL043-QTDE-GRAVADOS.
072900     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
073000     MOVE ZERO TO UORGL043-CCOD-TERMINO.
073100     CALL 'UORG0043' USING UORGL043-PARMS.
073200     IF NOT UORGL043-OK
073300         DISPLAY 'UORG0161 - ERRO ' UORGL043-RETORNO
073400             ' NO REGISTRO DE FIM DA EXECUCAO'
073500     END-IF.
073600     EXEC SQL
073700         COMMIT
073800     END-EXEC.
073900 9600-REGISTRAR-FIM-EXIT.
074000     EXIT.
