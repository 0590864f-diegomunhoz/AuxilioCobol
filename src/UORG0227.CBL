000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0227                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0227.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - PROJECAO TRIMESTRAL DE SUPERLOTACAO   *
001600*                EM 12 MESES POR UNIDADE, PELA TENDENCIA DO      *
001700*                EFETIVO (TEFETV_MENSAL_UND / TRESMO_MENSAL_UND),*
001800*                COM AS ABERTURAS PLANEJADAS EM CENARIOS QUE     *
001900*                DESAFOGAM A UNIDADE (UORGR227).                 *
002000******************************************************************
002100*
002200*    FUNCAO: BATCH TRIMESTRAL. PARA CADA UNIDADE ATIVA COM
002300*    CAPACIDADE AVALIADA (QLOTACAO_UND_ORGNZ > 0), APURA A
002400*    TENDENCIA MENSAL DO EFETIVO E PROJETA QFUNC_ATUAL_UND_ORGNZ
002500*    PARA OS PROXIMOS 12 MESES:
002600*    METODO U - RETA DE MINIMOS QUADRADOS SOBRE A SERIE MENSAL
002700*               DA PROPRIA UNIDADE EM TEFETV_MENSAL_UND (CARGA DO
002800*               RH PELA UORG0054) DOS ULTIMOS 12 MESES, QUANDO HA
002900*               PELO MENOS WS-MIN-PONTOS MESES NA SERIE;
003000*    METODO C - SENAO, A VARIACAO MENSAL MEDIA DO EFETIVO POR
003100*               UNIDADE DA CLASSIFICACAO EM TRESMO_MENSAL_UND
003200*               (FOTOGRAFIA DA UORG0066) NO MESMO PERIODO,
003300*               APLICADA AO EFETIVO ATUAL DA UNIDADE.
003400*    A PROJECAO PARTE DO EFETIVO ATUAL. O MES DE ROMPIMENTO E O
003500*    PRIMEIRO MES EM QUE A PROJECAO ULTRAPASSA A CAPACIDADE;
003600*    UNIDADE JA SUPERLOTADA HOJE SAI NO GRUPO 'ATUAL'. AS
003700*    UNIDADES QUE ROMPEM DENTRO DO HORIZONTE SAO GUARDADAS NA
003800*    TABELA E IMPRESSAS AGRUPADAS PELO MES DE ROMPIMENTO. PARA
003900*    CADA UMA, PROCURA EM TITEM_CENARIO A ABERTURA PLANEJADA
004000*    (CTPO_ACAO 'A') QUE INDICA A UNIDADE COMO A DESAFOGAR
004100*    (CPSSOA_JURID_DEST/NSEQ_UND_DEST, INFORMADOS NA UO91), EM
004200*    CENARIO EM MONTAGEM OU LIBERADO, OU JA EFETIVADO COM A NOVA
004300*    UNIDADE AINDA PLANEJADA; MOSTRA A MAIS PROXIMA E SE A
004400*    ABERTURA PREVISTA VEM ATE O MES DE ROMPIMENTO ('ANTES') OU
004500*    DEPOIS DELE ('APOS'). UNIDADES ALEM DO LIMITE DA TABELA SAO
004600*    CONTADAS E AVISADAS, COMO NA UORG0136.
004700*
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.         IBM-390.
005100 OBJECT-COMPUTER.         IBM-390.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT REL-UORGR227 ASSIGN TO UORGR227
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  REL-UORGR227
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  REL-UORGR227-REG            PIC X(133).
006200 WORKING-STORAGE SECTION.
006300     EXEC SQL INCLUDE SQLCA END-EXEC.
006400 01  WS-SWITCHES.
006500     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006600        88 WS-FIM-CURSOR              VALUE 'S'.
006700     05 WS-SW-FIM-SERIE          PIC X(1) VALUE 'N'.
006800        88 WS-FIM-SERIE               VALUE 'S'.
006900     05 WS-SW-FIM-RESUMO         PIC X(1) VALUE 'N'.
007000        88 WS-FIM-RESUMO              VALUE 'S'.
007100 01  WS-CONTADORES.
007200     05 WS-QTDE-LIDAS            PIC S9(7) COMP VALUE ZERO.
007300     05 WS-QTDE-ROMPE            PIC S9(7) COMP VALUE ZERO.
007400     05 WS-QTDE-EXCEDENTE        PIC S9(7) COMP VALUE ZERO.
007500     05 WS-QTDE-METODO-U         PIC S9(7) COMP VALUE ZERO.
007600     05 WS-QTDE-METODO-C         PIC S9(7) COMP VALUE ZERO.
007700     05 WS-QTDE-SEM-TEND         PIC S9(7) COMP VALUE ZERO.
007800     05 WS-QTDE-ALIVIO-ANTES     PIC S9(7) COMP VALUE ZERO.
007900     05 WS-QTDE-ALIVIO-APOS      PIC S9(7) COMP VALUE ZERO.
008000     05 WS-QTDE-SEM-ALIVIO       PIC S9(7) COMP VALUE ZERO.
008100     05 WS-QTDE-GRUPO            PIC S9(7) COMP VALUE ZERO.
008200     05 WS-QTDE-ERRO             PIC S9(7) COMP VALUE ZERO.
008300     05 WS-QTDE-TABELA           PIC S9(5) COMP VALUE ZERO.
008400     05 WS-INDICE                PIC S9(5) COMP VALUE ZERO.
008500     05 WS-INDICE-CLASSE         PIC S9(4) COMP VALUE ZERO.
008600     05 WS-MES-GRUPO             PIC S9(4) COMP VALUE ZERO.
008700 01  WS-CONSTANTES.
008800     05 WS-LIMITE-TABELA         PIC S9(5) COMP VALUE 2000.
008900     05 WS-HORIZONTE             PIC S9(4) COMP VALUE 12.
009000     05 WS-MIN-PONTOS            PIC S9(4) COMP VALUE 3.
009100 01  WS-TABELA-TENDENCIA.
009200     05 WS-TEND-CLASSE OCCURS 10 TIMES.
009300        10 WS-TEND-IDX-INICIO    PIC S9(7) COMP.
009400        10 WS-TEND-MEDIA-INICIO  PIC S9(7)V9(4) COMP-3.
009500        10 WS-TEND-IDX-FIM       PIC S9(7) COMP.
009600        10 WS-TEND-MEDIA-FIM     PIC S9(7)V9(4) COMP-3.
009700        10 WS-TEND-PCT-MES       PIC S9(1)V9(6) COMP-3.
009800 01  WS-TABELA-ROMPIMENTO.
009900     05 WS-TAB-ITEM OCCURS 2000 TIMES.
010000        10 WS-TAB-CPSSOA-JURID   PIC S9(10)V COMP-3.
010100        10 WS-TAB-NSEQ-UND-ORGNZ PIC S9(8)V COMP-3.
010200        10 WS-TAB-IABREV-UND     PIC X(25).
010300        10 WS-TAB-CCLASF         PIC S9(1)V COMP-3.
010400        10 WS-TAB-QLOTACAO       PIC S9(5)V COMP-3.
010500        10 WS-TAB-QFUNC-ATUAL    PIC S9(5)V COMP-3.
010600        10 WS-TAB-TEND-MES       PIC S9(3)V99 COMP-3.
010700        10 WS-TAB-QFUNC-PROJ     PIC S9(5)V COMP-3.
010800        10 WS-TAB-METODO         PIC X(1).
010900        10 WS-TAB-MES-ROMP       PIC S9(4) COMP.
011000 01  WS-AREA-TRABALHO.
011100     05 WS-DATA-HOJE             PIC 9(8).
011200     05 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
011300        10 WS-HOJE-ANO           PIC 9(4).
011400        10 WS-HOJE-MES           PIC 9(2).
011500        10 WS-HOJE-DIA           PIC 9(2).
011600     05 WS-ANO-MES-ATUAL         PIC 9(6).
011700     05 WS-AAMM-ATUAL            PIC S9(6)V COMP-3.
011800     05 WS-AAMM-CORTE            PIC S9(6)V COMP-3.
011900     05 WS-IDX-ATUAL             PIC S9(7) COMP.
012000     05 WS-IDX-MES               PIC S9(7) COMP.
012100     05 WS-AAMM-LIDO             PIC 9(6).
012200     05 WS-AAMM-LIDO-R REDEFINES WS-AAMM-LIDO.
012300        10 WS-LIDO-ANO           PIC 9(4).
012400        10 WS-LIDO-MES           PIC 9(2).
012500     05 WS-ANO-CALC              PIC 9(4).
012600     05 WS-MES-CALC              PIC 9(2).
012700     05 WS-MES-EDITADO           PIC X(7).
012800     05 WS-AAMM-ROMP             PIC X(6).
012900     05 WS-AAMM-PREVS            PIC X(6).
013000     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
013100     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
013200     05 WS-CCLASF-UND-ORGNZ      PIC S9(1)V COMP-3.
013300     05 WS-IABREV-UND-ORGNZ      PIC X(40).
013400     05 WS-QLOTACAO-UND-ORGNZ    PIC S9(5)V COMP-3.
013500     05 WS-QFUNC-ATUAL-UND-ORGNZ PIC S9(5)V COMP-3.
013600     05 WS-AAMM-REFER            PIC S9(6)V COMP-3.
013700     05 WS-QFUNC-EFETV           PIC S9(5)V COMP-3.
013800     05 WS-CCLASF-RESUMO         PIC S9(2)V COMP-3.
013900     05 WS-QUND-ATIVA            PIC S9(7)V COMP-3.
014000     05 WS-QFUNC-TOTAL           PIC S9(9)V COMP-3.
014100     05 WS-MEDIA-CLASSE          PIC S9(7)V9(4) COMP-3.
014200     05 WS-QPONTOS               PIC S9(4) COMP.
014300     05 WS-X                     PIC S9(3)V COMP-3.
014400     05 WS-SOMA-X                PIC S9(5)V COMP-3.
014500     05 WS-SOMA-Y                PIC S9(9)V COMP-3.
014600     05 WS-SOMA-XX               PIC S9(7)V COMP-3.
014700     05 WS-SOMA-XY               PIC S9(11)V COMP-3.
014800     05 WS-DENOMINADOR           PIC S9(11)V COMP-3.
014900     05 WS-TENDENCIA             PIC S9(5)V9(4) COMP-3.
015000     05 WS-METODO                PIC X(1).
015100     05 WS-MES-ROMP              PIC S9(4) COMP.
015200     05 WS-MESES-FOLGA           PIC S9(7) COMP.
015300     05 WS-QFUNC-PROJ            PIC S9(7)V COMP-3.
015400     05 WS-CCENARIO              PIC X(8).
015500     05 WS-IABREV-UND-NOVO       PIC X(40).
015600     05 WS-DPREVS-ABERT          PIC X(10).
015700 01  WS-INDICADORES.
015800     05 WS-IND-CCLASF-UND-ORGNZ  PIC S9(4) COMP-5.
015900     05 WS-IND-DPREVS-ABERT      PIC S9(4) COMP-5.
016000 COPY UORGR227.
016100 COPY UORGL043.
016200 PROCEDURE DIVISION.
016300******************************************************************
016400*    0000-MAINLINE                                               *
016500******************************************************************
016600 0000-MAINLINE                  SECTION.
016700     PERFORM 9500-REGISTRAR-INICIO
016800         THRU 9500-REGISTRAR-INICIO-EXIT.
016900     PERFORM 1000-PREPARAR-PERIODO
017000         THRU 1000-PREPARAR-PERIODO-EXIT.
017100     PERFORM 1500-CARREGAR-TENDENCIA
017200         THRU 1500-CARREGAR-TENDENCIA-EXIT.
017300     PERFORM 2000-PROCESSAR-UNIDADE
017400         THRU 2000-PROCESSAR-UNIDADE-EXIT
017500         UNTIL WS-FIM-CURSOR.
017600     PERFORM 5000-IMPRIMIR-GRUPO
017700         THRU 5000-IMPRIMIR-GRUPO-EXIT
017800         VARYING WS-MES-GRUPO FROM 0 BY 1
017900         UNTIL WS-MES-GRUPO > WS-HORIZONTE.
018000     PERFORM 7000-ENCERRAR
018100         THRU 7000-ENCERRAR-EXIT.
018200     PERFORM 9600-REGISTRAR-FIM
018300         THRU 9600-REGISTRAR-FIM-EXIT.
018400     GOBACK.
018500******************************************************************
018600*    1000-PREPARAR-PERIODO                                       *
018700*    MES ATUAL, CORTE DE 12 MESES, TITULO E CURSOR DAS UNIDADES  *
018800******************************************************************
018900 1000-PREPARAR-PERIODO          SECTION.
019000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
019100     COMPUTE WS-ANO-MES-ATUAL = WS-HOJE-ANO * 100 + WS-HOJE-MES.
019200     MOVE WS-ANO-MES-ATUAL TO WS-AAMM-ATUAL.
019300     COMPUTE WS-AAMM-CORTE = WS-AAMM-ATUAL - 100.
019400     COMPUTE WS-IDX-ATUAL = WS-HOJE-ANO * 12 + WS-HOJE-MES - 1.
019500     OPEN OUTPUT REL-UORGR227.
019600     MOVE SPACES TO UORGR227-LINHA.
019700     MOVE '1' TO UORGR227-CTL-IMPRESSAO.
019800     MOVE 'PROJECAO DE SUPERLOTACAO EM 12 MESES - MES BASE'
019900         TO UORGR227-TIT-TEXTO.
020000     MOVE WS-ANO-MES-ATUAL TO UORGR227-TIT-ANO-MES.
020100     WRITE REL-UORGR227-REG FROM UORGR227-LINHA.
020200     EXEC SQL
020300         DECLARE CUR-UORG0227 CURSOR FOR
020400         SELECT CPSSOA_JURID, NSEQ_UND_ORGNZ, CCLASF_UND_ORGNZ,
020500                IABREV_UND_ORGNZ, QLOTACAO_UND_ORGNZ,
020600                COALESCE(QFUNC_ATUAL_UND_ORGNZ, 0)
020700           FROM DB2PRD.TUND_ORGNZ
020800          WHERE CSIT_UND_ORGNZ = 1
020900            AND QLOTACAO_UND_ORGNZ IS NOT NULL
021000            AND QLOTACAO_UND_ORGNZ > 0
021100          ORDER BY CPSSOA_JURID, NSEQ_UND_ORGNZ
021200     END-EXEC.
021300     EXEC SQL
021400         OPEN CUR-UORG0227
021500     END-EXEC.
021600     IF SQLCODE NOT = ZERO
021700         DISPLAY 'UORG0227 - ERRO SQLCODE=' SQLCODE
021800             ' NA ABERTURA DO CURSOR'
021900         ADD 1 TO WS-QTDE-ERRO
022000         MOVE 'S' TO WS-SW-FIM-CURSOR
022100         GO TO 1000-PREPARAR-PERIODO-EXIT
022200     END-IF.
022300     PERFORM 8000-LER-CURSOR
022400         THRU 8000-LER-CURSOR-EXIT.
022500 1000-PREPARAR-PERIODO-EXIT.
022600     EXIT.
022700******************************************************************
022800*    1500-CARREGAR-TENDENCIA                                     *
022900*    VARIACAO MENSAL MEDIA DO EFETIVO POR UNIDADE DE CADA        *
023000*    CLASSIFICACAO, ENTRE O PRIMEIRO E O ULTIMO MES DA           *
023100*    FOTOGRAFIA MENSAL DENTRO DOS ULTIMOS 12 MESES               *
023200******************************************************************
023300 1500-CARREGAR-TENDENCIA        SECTION.
023400     PERFORM 1510-ZERAR-CLASSE
023500         THRU 1510-ZERAR-CLASSE-EXIT
023600         VARYING WS-INDICE-CLASSE FROM 1 BY 1
023700         UNTIL WS-INDICE-CLASSE > 10.
023800     EXEC SQL
023900         DECLARE CUR-RESUMO-MENSAL CURSOR FOR
024000         SELECT CCLASF_UND_ORGNZ, AAMM_REFER, QUND_ATIVA,
024100                QFUNC_TOTAL
024200           FROM DB2PRD.TRESMO_MENSAL_UND
024300          WHERE AAMM_REFER     >= :WS-AAMM-CORTE
024400            AND AAMM_REFER     <= :WS-AAMM-ATUAL
024500            AND CCLASF_UND_ORGNZ < 10
024600            AND QUND_ATIVA      > 0
024700          ORDER BY CCLASF_UND_ORGNZ, AAMM_REFER
024800     END-EXEC.
024900     EXEC SQL
025000         OPEN CUR-RESUMO-MENSAL
025100     END-EXEC.
025200     IF SQLCODE NOT = ZERO
025300         DISPLAY 'UORG0227 - ERRO SQLCODE=' SQLCODE
025400             ' NA ABERTURA DO CURSOR DA FOTOGRAFIA MENSAL'
025500         ADD 1 TO WS-QTDE-ERRO
025600         GO TO 1500-CARREGAR-TENDENCIA-EXIT
025700     END-IF.
025800     PERFORM 1520-LER-RESUMO
025900         THRU 1520-LER-RESUMO-EXIT.
026000     PERFORM 1530-ACUMULAR-RESUMO
026100         THRU 1530-ACUMULAR-RESUMO-EXIT
026200         UNTIL WS-FIM-RESUMO.
026300     EXEC SQL
026400         CLOSE CUR-RESUMO-MENSAL
026500     END-EXEC.
026600     PERFORM 1540-APURAR-CLASSE
026700         THRU 1540-APURAR-CLASSE-EXIT
026800         VARYING WS-INDICE-CLASSE FROM 1 BY 1
026900         UNTIL WS-INDICE-CLASSE > 10.
027000 1500-CARREGAR-TENDENCIA-EXIT.
027100     EXIT.
027200******************************************************************
027300*    1510-ZERAR-CLASSE                                           *
027400******************************************************************
027500 1510-ZERAR-CLASSE              SECTION.
027600     MOVE ZERO TO WS-TEND-IDX-INICIO (WS-INDICE-CLASSE)
027700                  WS-TEND-MEDIA-INICIO (WS-INDICE-CLASSE)
027800                  WS-TEND-IDX-FIM (WS-INDICE-CLASSE)
027900                  WS-TEND-MEDIA-FIM (WS-INDICE-CLASSE)
028000                  WS-TEND-PCT-MES (WS-INDICE-CLASSE).
028100 1510-ZERAR-CLASSE-EXIT.
028200     EXIT.
028300******************************************************************
028400*    1520-LER-RESUMO                                             *
028500******************************************************************
028600 1520-LER-RESUMO                SECTION.
028700     EXEC SQL
028800         FETCH CUR-RESUMO-MENSAL
028900          INTO :WS-CCLASF-RESUMO, :WS-AAMM-REFER,
029000               :WS-QUND-ATIVA, :WS-QFUNC-TOTAL
029100     END-EXEC.
029200     IF SQLCODE = 100
029300         MOVE 'S' TO WS-SW-FIM-RESUMO
029400     ELSE
029500     IF SQLCODE NOT = ZERO
029600         DISPLAY 'UORG0227 - ERRO SQLCODE=' SQLCODE
029700             ' NO FETCH DA FOTOGRAFIA MENSAL'
029800         ADD 1 TO WS-QTDE-ERRO
029900         MOVE 'S' TO WS-SW-FIM-RESUMO
030000     END-IF
030100     END-IF.
030200 1520-LER-RESUMO-EXIT.
030300     EXIT.
030400******************************************************************
030500*    1530-ACUMULAR-RESUMO                                        *
030600*    GUARDA O PRIMEIRO E O ULTIMO MES DE CADA CLASSIFICACAO      *
030700******************************************************************
030800 1530-ACUMULAR-RESUMO           SECTION.
030900     IF WS-CCLASF-RESUMO < ZERO
031000         GO TO 1530-ACUMULAR-RESUMO-LER
031100     END-IF.
031200     COMPUTE WS-INDICE-CLASSE = WS-CCLASF-RESUMO + 1.
031300     MOVE WS-AAMM-REFER TO WS-AAMM-LIDO.
031400     COMPUTE WS-IDX-MES = WS-LIDO-ANO * 12 + WS-LIDO-MES - 1.
031500     COMPUTE WS-MEDIA-CLASSE ROUNDED =
031600         WS-QFUNC-TOTAL / WS-QUND-ATIVA.
031700     IF WS-TEND-IDX-INICIO (WS-INDICE-CLASSE) = ZERO
031800         MOVE WS-IDX-MES TO WS-TEND-IDX-INICIO (WS-INDICE-CLASSE)
031900         MOVE WS-MEDIA-CLASSE
032000             TO WS-TEND-MEDIA-INICIO (WS-INDICE-CLASSE)
032100     END-IF.
032200     MOVE WS-IDX-MES TO WS-TEND-IDX-FIM (WS-INDICE-CLASSE).
032300     MOVE WS-MEDIA-CLASSE TO WS-TEND-MEDIA-FIM (WS-INDICE-CLASSE).
032400 1530-ACUMULAR-RESUMO-LER.
032500     PERFORM 1520-LER-RESUMO
032600         THRU 1520-LER-RESUMO-EXIT.
032700 1530-ACUMULAR-RESUMO-EXIT.
032800     EXIT.
032900******************************************************************
033000*    1540-APURAR-CLASSE                                          *
033100*    PERCENTUAL MENSAL = VARIACAO DA MEDIA / MEDIA INICIAL /     *
033200*    MESES DECORRIDOS (SEM BASE, A CLASSE FICA SEM TENDENCIA)    *
033300******************************************************************
033400 1540-APURAR-CLASSE             SECTION.
033500     IF WS-TEND-MEDIA-INICIO (WS-INDICE-CLASSE) NOT > ZERO
033600         OR WS-TEND-IDX-FIM (WS-INDICE-CLASSE)
033700            NOT > WS-TEND-IDX-INICIO (WS-INDICE-CLASSE)
033800         GO TO 1540-APURAR-CLASSE-EXIT
033900     END-IF.
034000     COMPUTE WS-TEND-PCT-MES (WS-INDICE-CLASSE) ROUNDED =
034100         (WS-TEND-MEDIA-FIM (WS-INDICE-CLASSE)
034200          - WS-TEND-MEDIA-INICIO (WS-INDICE-CLASSE))
034300         / WS-TEND-MEDIA-INICIO (WS-INDICE-CLASSE)
034400         / (WS-TEND-IDX-FIM (WS-INDICE-CLASSE)
034500            - WS-TEND-IDX-INICIO (WS-INDICE-CLASSE))
034600         ON SIZE ERROR
034700             MOVE ZERO TO WS-TEND-PCT-MES (WS-INDICE-CLASSE)
034800     END-COMPUTE.
034900 1540-APURAR-CLASSE-EXIT.
035000     EXIT.
035100******************************************************************
035200*    2000-PROCESSAR-UNIDADE                                      *
035300*    APURA A TENDENCIA, O MES DE ROMPIMENTO E GUARDA A UNIDADE   *
035400*    QUE ROMPE A CAPACIDADE DENTRO DO HORIZONTE                  *
035500******************************************************************
035600 2000-PROCESSAR-UNIDADE         SECTION.
035700     ADD 1 TO WS-QTDE-LIDAS.
035800     PERFORM 3000-APURAR-TENDENCIA
035900         THRU 3000-APURAR-TENDENCIA-EXIT.
036000     PERFORM 4000-PROJETAR-ROMPIMENTO
036100         THRU 4000-PROJETAR-ROMPIMENTO-EXIT.
036200     IF WS-MES-ROMP > WS-HORIZONTE
036300         GO TO 2000-PROCESSAR-UNIDADE-LER
036400     END-IF.
036500     ADD 1 TO WS-QTDE-ROMPE.
036600     IF WS-QTDE-TABELA NOT < WS-LIMITE-TABELA
036700         ADD 1 TO WS-QTDE-EXCEDENTE
036800         GO TO 2000-PROCESSAR-UNIDADE-LER
036900     END-IF.
037000     ADD 1 TO WS-QTDE-TABELA.
037100     MOVE WS-QTDE-TABELA TO WS-INDICE.
037200     MOVE WS-CPSSOA-JURID TO WS-TAB-CPSSOA-JURID (WS-INDICE).
037300     MOVE WS-NSEQ-UND-ORGNZ TO WS-TAB-NSEQ-UND-ORGNZ (WS-INDICE).
037400     MOVE WS-IABREV-UND-ORGNZ TO WS-TAB-IABREV-UND (WS-INDICE).
037500     MOVE WS-CCLASF-UND-ORGNZ TO WS-TAB-CCLASF (WS-INDICE).
037600     MOVE WS-QLOTACAO-UND-ORGNZ TO WS-TAB-QLOTACAO (WS-INDICE).
037700     MOVE WS-QFUNC-ATUAL-UND-ORGNZ
037800         TO WS-TAB-QFUNC-ATUAL (WS-INDICE).
037900     COMPUTE WS-TAB-TEND-MES (WS-INDICE) ROUNDED = WS-TENDENCIA
038000         ON SIZE ERROR
038100             MOVE 999.99 TO WS-TAB-TEND-MES (WS-INDICE)
038200     END-COMPUTE.
038300     MOVE WS-QFUNC-PROJ TO WS-TAB-QFUNC-PROJ (WS-INDICE).
038400     MOVE WS-METODO TO WS-TAB-METODO (WS-INDICE).
038500     MOVE WS-MES-ROMP TO WS-TAB-MES-ROMP (WS-INDICE).
038600 2000-PROCESSAR-UNIDADE-LER.
038700     PERFORM 8000-LER-CURSOR
038800         THRU 8000-LER-CURSOR-EXIT.
038900 2000-PROCESSAR-UNIDADE-EXIT.
039000     EXIT.
039100******************************************************************
039200*    3000-APURAR-TENDENCIA                                       *
039300*    METODO U (SERIE DA UNIDADE) OU C (TENDENCIA DA CLASSE);     *
039400*    DEVOLVE WS-TENDENCIA EM FUNCIONARIOS POR MES                *
039500******************************************************************
039600 3000-APURAR-TENDENCIA          SECTION.
039700     MOVE ZERO TO WS-QPONTOS WS-SOMA-X WS-SOMA-Y WS-SOMA-XX
039800                  WS-SOMA-XY WS-TENDENCIA.
039900     MOVE SPACES TO WS-METODO.
040000     MOVE 'N' TO WS-SW-FIM-SERIE.
040100     EXEC SQL
040200         OPEN CUR-SERIE-UND
040300     END-EXEC.
040400     IF SQLCODE NOT = ZERO
040500         DISPLAY 'UORG0227 - ERRO SQLCODE=' SQLCODE
040600             ' NA ABERTURA DA SERIE DA UNIDADE ' WS-CPSSOA-JURID
040700             '/' WS-NSEQ-UND-ORGNZ
040800         ADD 1 TO WS-QTDE-ERRO
040900         GO TO 3000-APURAR-TENDENCIA-CLASSE
041000     END-IF.
041100     PERFORM 3100-LER-SERIE
041200         THRU 3100-LER-SERIE-EXIT.
041300     PERFORM 3200-ACUMULAR-SERIE
041400         THRU 3200-ACUMULAR-SERIE-EXIT
041500         UNTIL WS-FIM-SERIE.
041600     EXEC SQL
041700         CLOSE CUR-SERIE-UND
041800     END-EXEC.
041900     IF WS-QPONTOS NOT < WS-MIN-PONTOS
042000         COMPUTE WS-DENOMINADOR =
042100             WS-QPONTOS * WS-SOMA-XX - WS-SOMA-X * WS-SOMA-X
042200         IF WS-DENOMINADOR > ZERO
042300             COMPUTE WS-TENDENCIA ROUNDED =
042400                 (WS-QPONTOS * WS-SOMA-XY - WS-SOMA-X * WS-SOMA-Y)
042500                 / WS-DENOMINADOR
042600                 ON SIZE ERROR
042700                     MOVE ZERO TO WS-TENDENCIA
042800             END-COMPUTE
042900             MOVE 'U' TO WS-METODO
043000             ADD 1 TO WS-QTDE-METODO-U
043100             GO TO 3000-APURAR-TENDENCIA-EXIT
043200         END-IF
043300     END-IF.
043400 3000-APURAR-TENDENCIA-CLASSE.
043500     IF WS-IND-CCLASF-UND-ORGNZ < ZERO
043600         OR WS-CCLASF-UND-ORGNZ < ZERO
043700         ADD 1 TO WS-QTDE-SEM-TEND
043800         GO TO 3000-APURAR-TENDENCIA-EXIT
043900     END-IF.
044000     COMPUTE WS-INDICE-CLASSE = WS-CCLASF-UND-ORGNZ + 1.
044100     IF WS-TEND-MEDIA-INICIO (WS-INDICE-CLASSE) NOT > ZERO
044200         OR WS-TEND-IDX-FIM (WS-INDICE-CLASSE)
044300            NOT > WS-TEND-IDX-INICIO (WS-INDICE-CLASSE)
044400         ADD 1 TO WS-QTDE-SEM-TEND
044500         GO TO 3000-APURAR-TENDENCIA-EXIT
044600     END-IF.
044700     COMPUTE WS-TENDENCIA ROUNDED =
044800         WS-QFUNC-ATUAL-UND-ORGNZ
044900         * WS-TEND-PCT-MES (WS-INDICE-CLASSE).
045000     MOVE 'C' TO WS-METODO.
045100     ADD 1 TO WS-QTDE-METODO-C.
045200 3000-APURAR-TENDENCIA-EXIT.
045300     EXIT.
045400******************************************************************
045500*    3100-LER-SERIE                                              *
045600******************************************************************
045700 3100-LER-SERIE                 SECTION.
045800     EXEC SQL
045900         FETCH CUR-SERIE-UND
046000          INTO :WS-AAMM-REFER, :WS-QFUNC-EFETV
046100     END-EXEC.
046200     IF SQLCODE = 100
046300         MOVE 'S' TO WS-SW-FIM-SERIE
046400     ELSE
046500     IF SQLCODE NOT = ZERO
046600         DISPLAY 'UORG0227 - ERRO SQLCODE=' SQLCODE
046700             ' NO FETCH DA SERIE DA UNIDADE ' WS-CPSSOA-JURID
046800             '/' WS-NSEQ-UND-ORGNZ
046900         ADD 1 TO WS-QTDE-ERRO
047000         MOVE 'S' TO WS-SW-FIM-SERIE
047100     END-IF
047200     END-IF.
047300 3100-LER-SERIE-EXIT.
047400     EXIT.
047500******************************************************************
047600*    3200-ACUMULAR-SERIE                                         *
047700*    X = MESES ANTES DO MES ATUAL (NEGATIVO), Y = EFETIVO        *
047800******************************************************************
047900 3200-ACUMULAR-SERIE            SECTION.
048000     MOVE WS-AAMM-REFER TO WS-AAMM-LIDO.
048100     COMPUTE WS-X =
048200         WS-LIDO-ANO * 12 + WS-LIDO-MES - 1 - WS-IDX-ATUAL.
048300     ADD 1 TO WS-QPONTOS.
048400     ADD WS-X TO WS-SOMA-X.
048500     ADD WS-QFUNC-EFETV TO WS-SOMA-Y.
048600     COMPUTE WS-SOMA-XX = WS-SOMA-XX + WS-X * WS-X.
048700     COMPUTE WS-SOMA-XY = WS-SOMA-XY + WS-X * WS-QFUNC-EFETV.
048800     PERFORM 3100-LER-SERIE
048900         THRU 3100-LER-SERIE-EXIT.
049000 3200-ACUMULAR-SERIE-EXIT.
049100     EXIT.
049200******************************************************************
049300*    4000-PROJETAR-ROMPIMENTO                                    *
049400*    MES DE ROMPIMENTO: ZERO SE JA SUPERLOTADA; SENAO O PRIMEIRO *
049500*    MES K EM QUE EFETIVO + TENDENCIA * K SUPERA A CAPACIDADE;   *
049600*    FORA DO HORIZONTE DEVOLVE HORIZONTE + 1                     *
049700******************************************************************
049800 4000-PROJETAR-ROMPIMENTO       SECTION.
049900     COMPUTE WS-QFUNC-PROJ ROUNDED =
050000         WS-QFUNC-ATUAL-UND-ORGNZ + WS-TENDENCIA * WS-HORIZONTE.
050100     IF WS-QFUNC-PROJ < ZERO
050200         MOVE ZERO TO WS-QFUNC-PROJ
050300     END-IF.
050400     IF WS-QFUNC-ATUAL-UND-ORGNZ > WS-QLOTACAO-UND-ORGNZ
050500         MOVE ZERO TO WS-MES-ROMP
050600         GO TO 4000-PROJETAR-ROMPIMENTO-EXIT
050700     END-IF.
050800     COMPUTE WS-MES-ROMP = WS-HORIZONTE + 1.
050900     IF WS-TENDENCIA NOT > ZERO
051000         GO TO 4000-PROJETAR-ROMPIMENTO-EXIT
051100     END-IF.
051200     COMPUTE WS-MESES-FOLGA =
051300         (WS-QLOTACAO-UND-ORGNZ - WS-QFUNC-ATUAL-UND-ORGNZ)
051400         / WS-TENDENCIA
051500         ON SIZE ERROR
051600             GO TO 4000-PROJETAR-ROMPIMENTO-EXIT
051700     END-COMPUTE.
051800     IF WS-MESES-FOLGA < WS-HORIZONTE
051900         COMPUTE WS-MES-ROMP = WS-MESES-FOLGA + 1
052000     END-IF.
052100 4000-PROJETAR-ROMPIMENTO-EXIT.
052200     EXIT.
052300******************************************************************
052400*    5000-IMPRIMIR-GRUPO                                         *
052500*    IMPRIME AS UNIDADES DO MES DE ROMPIMENTO WS-MES-GRUPO       *
052600******************************************************************
052700 5000-IMPRIMIR-GRUPO            SECTION.
052800     MOVE ZERO TO WS-QTDE-GRUPO.
052900     PERFORM 5100-CONTAR-GRUPO
053000         THRU 5100-CONTAR-GRUPO-EXIT
053100         VARYING WS-INDICE FROM 1 BY 1
053200         UNTIL WS-INDICE > WS-QTDE-TABELA.
053300     IF WS-QTDE-GRUPO = ZERO
053400         GO TO 5000-IMPRIMIR-GRUPO-EXIT
053500     END-IF.
053600     PERFORM 8200-EDITAR-MES
053700         THRU 8200-EDITAR-MES-EXIT.
053800     MOVE SPACES TO UORGR227-LINHA.
053900     MOVE '0' TO UORGR227-CTL-IMPRESSAO.
054000     MOVE 'ROMPIMENTO DA CAPACIDADE PREVISTO:'
054100         TO UORGR227-GRP-ROTULO.
054200     MOVE WS-MES-EDITADO TO UORGR227-GRP-MES.
054300     WRITE REL-UORGR227-REG FROM UORGR227-LINHA.
054400     PERFORM 5200-IMPRIMIR-DETALHE
054500         THRU 5200-IMPRIMIR-DETALHE-EXIT
054600         VARYING WS-INDICE FROM 1 BY 1
054700         UNTIL WS-INDICE > WS-QTDE-TABELA.
054800     MOVE SPACES TO UORGR227-LINHA.
054900     MOVE '-' TO UORGR227-CTL-IMPRESSAO.
055000     MOVE 'SUBTOTAL DE UNIDADES DO MES.............:'
055100         TO UORGR227-TOT-ROTULO.
055200     MOVE WS-QTDE-GRUPO TO UORGR227-TOT-QTDE.
055300     WRITE REL-UORGR227-REG FROM UORGR227-LINHA.
055400 5000-IMPRIMIR-GRUPO-EXIT.
055500     EXIT.
055600******************************************************************
055700*    5100-CONTAR-GRUPO                                           *
055800******************************************************************
055900 5100-CONTAR-GRUPO              SECTION.
056000     IF WS-TAB-MES-ROMP (WS-INDICE) = WS-MES-GRUPO
056100         ADD 1 TO WS-QTDE-GRUPO
056200     END-IF.
056300 5100-CONTAR-GRUPO-EXIT.
056400     EXIT.
056500******************************************************************
056600*    5200-IMPRIMIR-DETALHE                                       *
056700*    LINHA DA UNIDADE COM A ABERTURA PLANEJADA QUE A DESAFOGA    *
056800******************************************************************
056900 5200-IMPRIMIR-DETALHE          SECTION.
057000     IF WS-TAB-MES-ROMP (WS-INDICE) NOT = WS-MES-GRUPO
057100         GO TO 5200-IMPRIMIR-DETALHE-EXIT
057200     END-IF.
057300     MOVE SPACES TO UORGR227-LINHA.
057400     MOVE ' ' TO UORGR227-CTL-IMPRESSAO.
057500     MOVE WS-MES-EDITADO TO UORGR227-MES-ROMP.
057600     MOVE WS-TAB-CPSSOA-JURID (WS-INDICE)
057700         TO UORGR227-CPSSOA-JURID.
057800     MOVE WS-TAB-NSEQ-UND-ORGNZ (WS-INDICE)
057900         TO UORGR227-NSEQ-UND-ORGNZ.
058000     MOVE WS-TAB-IABREV-UND (WS-INDICE) TO UORGR227-IABREV-UND.
058100     MOVE WS-TAB-CCLASF (WS-INDICE) TO UORGR227-CCLASF.
058200     MOVE WS-TAB-QLOTACAO (WS-INDICE) TO UORGR227-QLOTACAO.
058300     MOVE WS-TAB-QFUNC-ATUAL (WS-INDICE) TO UORGR227-QFUNC-ATUAL.
058400     MOVE WS-TAB-TEND-MES (WS-INDICE) TO UORGR227-TEND-MES.
058500     MOVE WS-TAB-QFUNC-PROJ (WS-INDICE) TO UORGR227-QFUNC-PROJ.
058600     MOVE WS-TAB-METODO (WS-INDICE) TO UORGR227-METODO.
058700     PERFORM 6000-LOCALIZAR-ALIVIO
058800         THRU 6000-LOCALIZAR-ALIVIO-EXIT.
058900     WRITE REL-UORGR227-REG FROM UORGR227-LINHA.
059000 5200-IMPRIMIR-DETALHE-EXIT.
059100     EXIT.
059200******************************************************************
059300*    6000-LOCALIZAR-ALIVIO                                       *
059400*    ABERTURA PLANEJADA MAIS PROXIMA QUE DESAFOGA A UNIDADE      *
059500******************************************************************
059600 6000-LOCALIZAR-ALIVIO          SECTION.
059700     MOVE WS-TAB-CPSSOA-JURID (WS-INDICE) TO WS-CPSSOA-JURID.
059800     MOVE WS-TAB-NSEQ-UND-ORGNZ (WS-INDICE) TO WS-NSEQ-UND-ORGNZ.
059900     MOVE SPACES TO WS-CCENARIO WS-IABREV-UND-NOVO
060000                    WS-DPREVS-ABERT.
060100     EXEC SQL
060200         SELECT I.CCENARIO, I.IABREV_UND_NOVO, I.DPREVS_ABERT
060300           INTO :WS-CCENARIO, :WS-IABREV-UND-NOVO,
060400                :WS-DPREVS-ABERT:WS-IND-DPREVS-ABERT
060500           FROM DB2PRD.TITEM_CENARIO I,
060600                DB2PRD.TCENARIO_REESTR C
060700          WHERE I.CPSSOA_JURID_DEST = :WS-CPSSOA-JURID
060800            AND I.NSEQ_UND_DEST     = :WS-NSEQ-UND-ORGNZ
060900            AND I.CTPO_ACAO         = 'A'
061000            AND C.CCENARIO          = I.CCENARIO
061100            AND (C.CSIT_CENARIO IN (1, 2)
061200                 OR (C.CSIT_CENARIO = 3
061300                     AND EXISTS
061400                    (SELECT 1
061500                       FROM DB2PRD.TUND_ORGNZ U
061600                      WHERE U.CPSSOA_JURID   = I.CPSSOA_JURID
061700                        AND U.NSEQ_UND_ORGNZ = I.NSEQ_UND_ORGNZ
061800                        AND U.CSIT_UND_ORGNZ = 2)))
061900          ORDER BY I.DPREVS_ABERT
062000          FETCH FIRST 1 ROW ONLY
062100     END-EXEC.
062200     IF SQLCODE = 100
062300         MOVE 'NENHUMA' TO UORGR227-CCENARIO
062400         ADD 1 TO WS-QTDE-SEM-ALIVIO
062500         GO TO 6000-LOCALIZAR-ALIVIO-EXIT
062600     END-IF.
062700     IF SQLCODE NOT = ZERO
062800         DISPLAY 'UORG0227 - ERRO SQLCODE=' SQLCODE
062900             ' NA BUSCA DE ABERTURA DA UNIDADE ' WS-CPSSOA-JURID
063000             '/' WS-NSEQ-UND-ORGNZ
063100         ADD 1 TO WS-QTDE-ERRO
063200         GO TO 6000-LOCALIZAR-ALIVIO-EXIT
063300     END-IF.
063400     MOVE WS-CCENARIO TO UORGR227-CCENARIO.
063500     MOVE WS-IABREV-UND-NOVO TO UORGR227-IABREV-NOVA.
063600     IF WS-IND-DPREVS-ABERT < ZERO
063700         MOVE SPACES TO WS-DPREVS-ABERT
063800     END-IF.
063900     MOVE WS-DPREVS-ABERT TO UORGR227-DPREVS-ABERT.
064000     STRING WS-DPREVS-ABERT (1:4) WS-DPREVS-ABERT (6:2)
064100         DELIMITED BY SIZE INTO WS-AAMM-PREVS.
064200     IF WS-DPREVS-ABERT NOT = SPACES
064300         AND WS-AAMM-PREVS NOT > WS-AAMM-ROMP
064400         MOVE 'ANTES' TO UORGR227-ALIVIO
064500         ADD 1 TO WS-QTDE-ALIVIO-ANTES
064600     ELSE
064700         MOVE 'APOS' TO UORGR227-ALIVIO
064800         ADD 1 TO WS-QTDE-ALIVIO-APOS
064900     END-IF.
065000 6000-LOCALIZAR-ALIVIO-EXIT.
065100     EXIT.
065200******************************************************************
065300*    7000-ENCERRAR                                               *
065400******************************************************************
065500 7000-ENCERRAR                  SECTION.
065600     MOVE SPACES TO UORGR227-LINHA.
065700     MOVE '0' TO UORGR227-CTL-IMPRESSAO.
065800     MOVE 'UNIDADES ATIVAS COM CAPACIDADE AVALIADA.:'
065900         TO UORGR227-TOT-ROTULO.
066000     MOVE WS-QTDE-LIDAS TO UORGR227-TOT-QTDE.
066100     WRITE REL-UORGR227-REG FROM UORGR227-LINHA.
066200     MOVE SPACES TO UORGR227-LINHA.
066300     MOVE ' ' TO UORGR227-CTL-IMPRESSAO.
066400     MOVE 'UNIDADES COM ROMPIMENTO EM 12 MESES.....:'
066500         TO UORGR227-TOT-ROTULO.
066600     MOVE WS-QTDE-ROMPE TO UORGR227-TOT-QTDE.
066700     WRITE REL-UORGR227-REG FROM UORGR227-LINHA.
066800     MOVE SPACES TO UORGR227-LINHA.
066900     MOVE ' ' TO UORGR227-CTL-IMPRESSAO.
067000     MOVE 'COM ABERTURA PLANEJADA ATE O ROMPIMENTO.:'
067100         TO UORGR227-TOT-ROTULO.
067200     MOVE WS-QTDE-ALIVIO-ANTES TO UORGR227-TOT-QTDE.
067300     WRITE REL-UORGR227-REG FROM UORGR227-LINHA.
067400     MOVE SPACES TO UORGR227-LINHA.
067500     MOVE ' ' TO UORGR227-CTL-IMPRESSAO.
067600     MOVE 'COM ABERTURA PLANEJADA APOS O ROMPIMENTO:'
067700         TO UORGR227-TOT-ROTULO.
067800     MOVE WS-QTDE-ALIVIO-APOS TO UORGR227-TOT-QTDE.
067900     WRITE REL-UORGR227-REG FROM UORGR227-LINHA.
068000     MOVE SPACES TO UORGR227-LINHA.
068100     MOVE ' ' TO UORGR227-CTL-IMPRESSAO.
068200     MOVE 'SEM ABERTURA PLANEJADA..................:'
068300         TO UORGR227-TOT-ROTULO.
068400     MOVE WS-QTDE-SEM-ALIVIO TO UORGR227-TOT-QTDE.
068500     WRITE REL-UORGR227-REG FROM UORGR227-LINHA.
068600     MOVE SPACES TO UORGR227-LINHA.
068700     MOVE ' ' TO UORGR227-CTL-IMPRESSAO.
068800     MOVE 'TENDENCIA PELA SERIE DA UNIDADE (U).....:'
068900         TO UORGR227-TOT-ROTULO.
069000     MOVE WS-QTDE-METODO-U TO UORGR227-TOT-QTDE.
069100     WRITE REL-UORGR227-REG FROM UORGR227-LINHA.
069200     MOVE SPACES TO UORGR227-LINHA.
069300     MOVE ' ' TO UORGR227-CTL-IMPRESSAO.
069400     MOVE 'TENDENCIA PELA CLASSIFICACAO (C)........:'
069500         TO UORGR227-TOT-ROTULO.
069600     MOVE WS-QTDE-METODO-C TO UORGR227-TOT-QTDE.
069700     WRITE REL-UORGR227-REG FROM UORGR227-LINHA.
069800     MOVE SPACES TO UORGR227-LINHA.
069900     MOVE ' ' TO UORGR227-CTL-IMPRESSAO.
070000     MOVE 'SEM BASE DE TENDENCIA...................:'
070100         TO UORGR227-TOT-ROTULO.
070200     MOVE WS-QTDE-SEM-TEND TO UORGR227-TOT-QTDE.
070300     WRITE REL-UORGR227-REG FROM UORGR227-LINHA.
070400     IF WS-QTDE-EXCEDENTE > ZERO
070500         MOVE SPACES TO UORGR227-LINHA
070600         MOVE ' ' TO UORGR227-CTL-IMPRESSAO
070700         MOVE 'NAO LISTADAS - ALEM DO LIMITE DA TABELA.:'
070800             TO UORGR227-TOT-ROTULO
070900         MOVE WS-QTDE-EXCEDENTE TO UORGR227-TOT-QTDE
071000         WRITE REL-UORGR227-REG FROM UORGR227-LINHA
071100         DISPLAY 'UORG0227 - ' WS-QTDE-EXCEDENTE
071200             ' UNIDADE(S) ALEM DO LIMITE DA TABELA'
071300     END-IF.
071400     EXEC SQL
071500         CLOSE CUR-UORG0227
071600     END-EXEC.
071700     CLOSE REL-UORGR227.
071800     DISPLAY 'UORG0227 - UNIDADES AVALIADAS: ' WS-QTDE-LIDAS
071900         ' COM ROMPIMENTO: ' WS-QTDE-ROMPE
072000         ' MES BASE: ' WS-ANO-MES-ATUAL.
072100 7000-ENCERRAR-EXIT.
072200     EXIT.
072300******************************************************************
072400*    8000-LER-CURSOR                                             *
072500******************************************************************
072600 8000-LER-CURSOR                SECTION.
072700     EXEC SQL
072800         FETCH CUR-UORG0227
072900          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
073000               :WS-CCLASF-UND-ORGNZ:WS-IND-CCLASF-UND-ORGNZ,
073100               :WS-IABREV-UND-ORGNZ, :WS-QLOTACAO-UND-ORGNZ,
073200               :WS-QFUNC-ATUAL-UND-ORGNZ
073300     END-EXEC.
073400     IF SQLCODE = 100
073500         MOVE 'S' TO WS-SW-FIM-CURSOR
073600     ELSE
073700     IF SQLCODE NOT = ZERO
073800         DISPLAY 'UORG0227 - ERRO SQLCODE=' SQLCODE
073900             ' NO FETCH DO CURSOR'
074000         ADD 1 TO WS-QTDE-ERRO
074100         MOVE 'S' TO WS-SW-FIM-CURSOR
074200     END-IF
074300     END-IF.
074400     IF WS-IND-CCLASF-UND-ORGNZ < ZERO
074500         MOVE ZERO TO WS-CCLASF-UND-ORGNZ
074600     END-IF.
074700 8000-LER-CURSOR-EXIT.
074800     EXIT.
074900******************************************************************
075000*    8200-EDITAR-MES                                             *
075100*    ROTULO DO GRUPO: 'ATUAL' OU AAAA/MM DO MES DE ROMPIMENTO    *
075200******************************************************************
075300 8200-EDITAR-MES                SECTION.
075400     IF WS-MES-GRUPO = ZERO
075500         MOVE 'ATUAL' TO WS-MES-EDITADO
075600         MOVE WS-ANO-MES-ATUAL TO WS-AAMM-ROMP
075700         GO TO 8200-EDITAR-MES-EXIT
075800     END-IF.
075900     COMPUTE WS-IDX-MES = WS-IDX-ATUAL + WS-MES-GRUPO.
076000     COMPUTE WS-ANO-CALC = WS-IDX-MES / 12.
076100     COMPUTE WS-MES-CALC = WS-IDX-MES - WS-ANO-CALC * 12 + 1.
076200     MOVE SPACES TO WS-MES-EDITADO.
076300     STRING WS-ANO-CALC '/' WS-MES-CALC
076400         DELIMITED BY SIZE INTO WS-MES-EDITADO.
076500     STRING WS-ANO-CALC WS-MES-CALC
076600         DELIMITED BY SIZE INTO WS-AAMM-ROMP.
076700 8200-EDITAR-MES-EXIT.
076800     EXIT.
076900******************************************************************
077000*    8500-DECLARACOES-SQL                                        *
077100******************************************************************
077200 8500-DECLARACOES-SQL           SECTION.
077300     EXEC SQL
077400         DECLARE CUR-SERIE-UND CURSOR FOR
077500         SELECT AAMM_REFER, QFUNC_EFETV
077600           FROM DB2PRD.TEFETV_MENSAL_UND
077700          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
077800            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
077900            AND AAMM_REFER    >= :WS-AAMM-CORTE
078000            AND AAMM_REFER    <= :WS-AAMM-ATUAL
078100          ORDER BY AAMM_REFER
078200     END-EXEC.
078300 8500-DECLARACOES-SQL-EXIT.
078400     EXIT.
078500******************************************************************
078600*    9500-REGISTRAR-INICIO                                       *
078700*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
078800******************************************************************
078900 9500-REGISTRAR-INICIO          SECTION.
079000     MOVE 'I' TO UORGL043-FUNCTION.
079100     MOVE 'UORG0227' TO UORGL043-CPGM-BATCH.
079200     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
079300                  UORGL043-QTDE-REJEITADOS
079400                  UORGL043-CCOD-TERMINO.
079500     CALL 'UORG0043' USING UORGL043-PARMS.
079600     IF NOT UORGL043-OK
079700         DISPLAY 'UORG0227 - ERRO ' UORGL043-RETORNO
079800             ' NO REGISTRO DE INICIO DA EXECUCAO'
079900     END-IF.
080000 9500-REGISTRAR-INICIO-EXIT.
080100     EXIT.
080200******************************************************************
080300*    9600-REGISTRAR-FIM                                          *
080400*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
080500******************************************************************
080600 9600-REGISTRAR-FIM             SECTION.
080700     MOVE 'F' TO UORGL043-FUNCTION.
080800     MOVE WS-QTDE-LIDAS TO UORGL043-QTDE-LIDOS.
080900     MOVE WS-QTDE-ROMPE TO UORGL043-QTDE-GRAVADOS.
081000     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
081100     IF WS-QTDE-ERRO > ZERO
081200         MOVE 8 TO UORGL043-CCOD-TERMINO
081300     ELSE
081400         MOVE ZERO TO UORGL043-CCOD-TERMINO
081500     END-IF.
081600     CALL 'UORG0043' USING UORGL043-PARMS.
081700     IF NOT UORGL043-OK
081800         DISPLAY 'UORG0227 - ERRO ' UORGL043-RETORNO
081900             ' NO REGISTRO DE FIM DA EXECUCAO'
082000     END-IF.
082100     EXEC SQL
082200         COMMIT
082300     END-EXEC.
082400 9600-REGISTRAR-FIM-EXIT.
082500     EXIT.
