000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0194                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0194.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - ANALISE DE IMPACTO DE ENCERRAMENTO:   *
001600*                UNIDADES ATIVAS MAIS PROXIMAS DE CADA CANDIDATA *
001700*                (DISTANCIA REAL EM KM), COM FOLGA DE LOTACAO,   *
001800*                HORARIO E CLASSIFICACAO, E ALERTA DE MUNICIPIO  *
001900*                QUE FICARIA SEM UNIDADE.                        *
002000******************************************************************
002100*
002200*    FUNCAO: LE AS UNIDADES CANDIDATAS A ENCERRAMENTO DO ARQUIVO
002300*    DE CONTROLE UORGK194 (ATE 50, CADA UMA COM RAIO EM KM E
002400*    QUANTIDADE MAXIMA DE ALTERNATIVAS). PARA CADA CANDIDATA
002500*    ATIVA OU FECHADA TEMPORARIAMENTE, IMPRIME EM UORGR194 AS
002600*    UNIDADES ATIVAS (CSIT_UND_ORGNZ = 1) COM COORDENADAS DENTRO
002700*    DO RAIO, DA MAIS PROXIMA PARA A MAIS DISTANTE. A DISTANCIA
002800*    E A DE CIRCULO MAXIMO (FORMULA DE HAVERSINE SOBRE
002900*    VLATD/VLONGD_UND_ORGNZ, DIAMETRO DA TERRA 12742 KM),
003000*    CALCULADA NO PROPRIO DB2; UMA FAIXA DE LATITUDE EQUIVALENTE
003100*    AO RAIO RESTRINGE AS LINHAS LIDAS. CADA ALTERNATIVA TRAZ A
003200*    FOLGA DE LOTACAO (QLOTACAO_UND_ORGNZ MENOS
003300*    QFUNC_ATUAL_UND_ORGNZ), O HORARIO DE SEGUNDA A SEXTA COM O
003400*    INDICADOR DE SABADO (THORAR_UND_ORGNZ), A CLASSIFICACAO
003500*    (TCLASF_AG) E A MARCA DE MESMO MUNICIPIO. AS DEMAIS
003600*    CANDIDATAS DO MESMO CONTROLE NUNCA SAO OFERECIDAS COMO
003700*    ALTERNATIVA NEM CONTAM COMO PRESENCA NO MUNICIPIO. AO FINAL
003800*    DE CADA CANDIDATA: TOTAL DE ALTERNATIVAS, FOLGA SOMADA,
003900*    FUNCIONARIOS A REALOCAR E SALDO, E SE O MUNICIPIO
004000*    (CMUNIC_IBGE DO ENDERECO) FICARIA SEM NENHUMA UNIDADE ATIVA
004100*    OU FECHADA TEMPORARIAMENTE. CANDIDATA SEM COORDENADAS TEM SO
004200*    A VERIFICACAO DO MUNICIPIO.
004300*
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.         IBM-390.
004700 OBJECT-COMPUTER.         IBM-390.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CTL-UORGK194 ASSIGN TO UORGK194
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT REL-UORGR194 ASSIGN TO UORGR194
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CTL-UORGK194
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  CTL-UORGK194-REG            PIC X(80).
006000 FD  REL-UORGR194
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  REL-UORGR194-REG            PIC X(133).
006400 WORKING-STORAGE SECTION.
006500     EXEC SQL INCLUDE SQLCA END-EXEC.
006600 01  WS-SWITCHES.
006700     05 WS-SW-FIM-CONTROLE       PIC X(1) VALUE 'N'.
006800        88 WS-FIM-CONTROLE            VALUE 'S'.
006900     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
007000        88 WS-FIM-CURSOR              VALUE 'S'.
007100     05 WS-SW-CANDIDATA          PIC X(1) VALUE 'N'.
007200        88 WS-E-CANDIDATA             VALUE 'S'.
007300     05 WS-SW-ACHOU-BASE         PIC X(1) VALUE 'N'.
007400        88 WS-ACHOU-BASE              VALUE 'S'.
007500 01  WS-CONTADORES.
007600     05 WS-QTDE-CANDIDATAS       PIC S9(4) COMP VALUE ZERO.
007700     05 WS-IND-CAND              PIC S9(4) COMP VALUE ZERO.
007800     05 WS-IND-BUSCA             PIC S9(4) COMP VALUE ZERO.
007900     05 WS-QTDE-ALTERNATIVAS     PIC S9(4) COMP VALUE ZERO.
008000     05 WS-QTDE-NO-MUNIC         PIC S9(4) COMP VALUE ZERO.
008100     05 WS-QTDE-ANALISADAS       PIC S9(7) COMP VALUE ZERO.
008200     05 WS-QTDE-REJEITADAS       PIC S9(7) COMP VALUE ZERO.
008300 01  WS-TAB-CANDIDATAS.
008400     05 WS-CANDIDATA OCCURS 50 TIMES.
008500        10 WS-CAND-CPSSOA        PIC S9(10)V COMP-3.
008600        10 WS-CAND-NSEQ          PIC S9(8)V COMP-3.
008700        10 WS-CAND-RAIO-KM       PIC S9(3)V COMP-3.
008800        10 WS-CAND-QTDE-MAX      PIC S9(2)V COMP-3.
008900 01  WS-AREA-TRABALHO.
009000     05 WS-CPSSOA-BASE           PIC S9(10)V COMP-3.
009100     05 WS-NSEQ-BASE             PIC S9(8)V COMP-3.
009200     05 WS-RAIO-KM               PIC S9(3)V COMP-3.
009300     05 WS-QTDE-MAX              PIC S9(2)V COMP-3.
009400     05 WS-IABREV-BASE           PIC X(40).
009500     05 WS-CSIT-BASE             PIC S9(3)V COMP-3.
009600     05 WS-VLATD-BASE            PIC S9(3)V9(6) COMP-3.
009700     05 WS-VLONGD-BASE           PIC S9(4)V9(6) COMP-3.
009800     05 WS-VLATD-MIN             PIC S9(3)V9(6) COMP-3.
009900     05 WS-VLATD-MAX             PIC S9(3)V9(6) COMP-3.
010000     05 WS-QLOTACAO-BASE         PIC S9(5)V COMP-3.
010100     05 WS-QFUNC-BASE            PIC S9(5)V COMP-3.
010200     05 WS-CMUNIC-BASE           PIC S9(7)V COMP-3.
010300     05 WS-CUF-BASE              PIC X(2).
010400     05 WS-CPSSOA-ALT            PIC S9(10)V COMP-3.
010500     05 WS-NSEQ-ALT              PIC S9(8)V COMP-3.
010600     05 WS-IABREV-ALT            PIC X(40).
010700     05 WS-QLOTACAO-ALT          PIC S9(5)V COMP-3.
010800     05 WS-QFUNC-ALT             PIC S9(5)V COMP-3.
010900     05 WS-ICLASF-ALT            PIC X(20).
011000     05 WS-HINIC-SEMANA          PIC S9(4)V COMP-3.
011100     05 WS-HFIM-SEMANA           PIC S9(4)V COMP-3.
011200     05 WS-CINDCD-SABADO         PIC X(1).
011300     05 WS-CMUNIC-ALT            PIC S9(7)V COMP-3.
011400     05 WS-QDIST-KM              PIC S9(5)V9(3) COMP-3.
011500     05 WS-FOLGA-ALT             PIC S9(5)V COMP-3.
011600     05 WS-FOLGA-TOTAL           PIC S9(7)V COMP-3.
011700     05 WS-SALDO                 PIC S9(7)V COMP-3.
011800     05 WS-HINIC-ED              PIC 9(4).
011900     05 WS-HFIM-ED               PIC 9(4).
012000     05 WS-CPSSOA-ED             PIC 9(10).
012100     05 WS-NSEQ-ED               PIC 9(8).
012200     05 WS-CMUNIC-ED             PIC 9(7).
012300     05 WS-RAIO-ED               PIC ZZ9.
012400     05 WS-QTDE-ED               PIC ZZ,ZZ9.
012500     05 WS-QTDE-ED-2             PIC ZZ,ZZ9.
012600 01  WS-INDICADORES.
012700     05 WS-IND-CSIT              PIC S9(4) COMP-5.
012800     05 WS-IND-VLATD             PIC S9(4) COMP-5.
012900     05 WS-IND-VLONGD            PIC S9(4) COMP-5.
013000     05 WS-IND-CMUNIC            PIC S9(4) COMP-5.
013100     05 WS-IND-CUF               PIC S9(4) COMP-5.
013200 COPY UORGK194.
013300 COPY UORGR194.
013400 COPY UORGL043.
013500 PROCEDURE DIVISION.
013600******************************************************************
013700*    0000-MAINLINE                                               *
013800******************************************************************
013900 0000-MAINLINE                  SECTION.
014000     PERFORM 9500-REGISTRAR-INICIO
014100         THRU 9500-REGISTRAR-INICIO-EXIT.
014200     PERFORM 1000-CARREGAR-CANDIDATAS
014300         THRU 1000-CARREGAR-CANDIDATAS-EXIT.
014400     IF WS-QTDE-CANDIDATAS > ZERO
014500         OPEN OUTPUT REL-UORGR194
014600         PERFORM 2000-ANALISAR-CANDIDATA
014700             THRU 2000-ANALISAR-CANDIDATA-EXIT
014800             UNTIL WS-IND-CAND >= WS-QTDE-CANDIDATAS
014900         CLOSE REL-UORGR194
015000     ELSE
015100         DISPLAY 'UORG0194 - CONTROLE SEM UNIDADE CANDIDATA'
015200     END-IF.
015300     DISPLAY 'UORG0194 - CANDIDATAS ANALISADAS: '
015400         WS-QTDE-ANALISADAS ' REJEITADAS: ' WS-QTDE-REJEITADAS.
015500     PERFORM 9600-REGISTRAR-FIM
015600         THRU 9600-REGISTRAR-FIM-EXIT.
015700     GOBACK.
015800 0000-MAINLINE-EXIT.
015900     EXIT.
016000******************************************************************
016100*    1000-CARREGAR-CANDIDATAS                                    *
016200*    LE O CONTROLE INTEIRO ANTES DA ANALISE, PARA QUE TODAS AS   *
016300*    CANDIDATAS SEJAM EXCLUIDAS DAS ALTERNATIVAS                 *
016400******************************************************************
016500 1000-CARREGAR-CANDIDATAS       SECTION.
016600     OPEN INPUT CTL-UORGK194.
016700     PERFORM 8000-LER-CONTROLE
016800         THRU 8000-LER-CONTROLE-EXIT.
016900     PERFORM 1100-GUARDAR-CANDIDATA
017000         THRU 1100-GUARDAR-CANDIDATA-EXIT
017100         UNTIL WS-FIM-CONTROLE.
017200     CLOSE CTL-UORGK194.
017300 1000-CARREGAR-CANDIDATAS-EXIT.
017400     EXIT.
017500******************************************************************
017600*    1100-GUARDAR-CANDIDATA                                      *
017700******************************************************************
017800 1100-GUARDAR-CANDIDATA         SECTION.
017900     IF UORGK194-CPSSOA-JURID IS NOT NUMERIC
018000         OR UORGK194-NSEQ-UND-ORGNZ IS NOT NUMERIC
018100         OR UORGK194-RAIO-KM IS NOT NUMERIC
018200         OR UORGK194-QTDE-MAX IS NOT NUMERIC
018300         DISPLAY 'UORG0194 - CONTROLE INVALIDO IGNORADO: '
018400             UORGK194-REGISTRO (1:23)
018500         ADD 1 TO WS-QTDE-REJEITADAS
018600         GO TO 1100-GUARDAR-CANDIDATA-LER
018700     END-IF.
018800     IF WS-QTDE-CANDIDATAS >= 50
018900         DISPLAY 'UORG0194 - LIMITE DE 50 CANDIDATAS, IGNORADA: '
019000             UORGK194-CPSSOA-JURID '/' UORGK194-NSEQ-UND-ORGNZ
019100         ADD 1 TO WS-QTDE-REJEITADAS
019200         GO TO 1100-GUARDAR-CANDIDATA-LER
019300     END-IF.
019400     ADD 1 TO WS-QTDE-CANDIDATAS.
019500     MOVE UORGK194-CPSSOA-JURID
019600         TO WS-CAND-CPSSOA (WS-QTDE-CANDIDATAS).
019700     MOVE UORGK194-NSEQ-UND-ORGNZ
019800         TO WS-CAND-NSEQ (WS-QTDE-CANDIDATAS).
019900     IF UORGK194-RAIO-KM = ZERO
020000         MOVE 50 TO WS-CAND-RAIO-KM (WS-QTDE-CANDIDATAS)
020100     ELSE
020200         MOVE UORGK194-RAIO-KM
020300             TO WS-CAND-RAIO-KM (WS-QTDE-CANDIDATAS)
020400     END-IF.
020500     IF UORGK194-QTDE-MAX = ZERO
020600         MOVE 10 TO WS-CAND-QTDE-MAX (WS-QTDE-CANDIDATAS)
020700     ELSE
020800         MOVE UORGK194-QTDE-MAX
020900             TO WS-CAND-QTDE-MAX (WS-QTDE-CANDIDATAS)
021000     END-IF.
021100 1100-GUARDAR-CANDIDATA-LER.
021200     PERFORM 8000-LER-CONTROLE
021300         THRU 8000-LER-CONTROLE-EXIT.
021400 1100-GUARDAR-CANDIDATA-EXIT.
021500     EXIT.
021600******************************************************************
021700*    2000-ANALISAR-CANDIDATA                                     *
021800******************************************************************
021900 2000-ANALISAR-CANDIDATA        SECTION.
022000     ADD 1 TO WS-IND-CAND.
022100     MOVE WS-CAND-CPSSOA (WS-IND-CAND) TO WS-CPSSOA-BASE.
022200     MOVE WS-CAND-NSEQ (WS-IND-CAND) TO WS-NSEQ-BASE.
022300     MOVE WS-CAND-RAIO-KM (WS-IND-CAND) TO WS-RAIO-KM.
022400     MOVE WS-CAND-QTDE-MAX (WS-IND-CAND) TO WS-QTDE-MAX.
022500     MOVE ZERO TO WS-QTDE-ALTERNATIVAS WS-FOLGA-TOTAL
022600                  WS-QTDE-NO-MUNIC.
022700     PERFORM 2100-LER-CANDIDATA
022800         THRU 2100-LER-CANDIDATA-EXIT.
022900     PERFORM 3000-IMPRIMIR-CABECALHO
023000         THRU 3000-IMPRIMIR-CABECALHO-EXIT.
023100     IF NOT WS-ACHOU-BASE
023200         ADD 1 TO WS-QTDE-REJEITADAS
023300         GO TO 2000-ANALISAR-CANDIDATA-EXIT
023400     END-IF.
023500     ADD 1 TO WS-QTDE-ANALISADAS.
023600     IF WS-IND-VLATD < ZERO OR WS-IND-VLONGD < ZERO
023700         MOVE SPACES TO UORGR194-LINHA
023800         MOVE '0' TO UORGR194-CTL-IMPRESSAO
023900         STRING 'UNIDADE SEM COORDENADAS - '
024000                'ALTERNATIVAS NAO CALCULADAS'
024100                DELIMITED BY SIZE INTO UORGR194-TIT-TEXTO
024200         WRITE REL-UORGR194-REG FROM UORGR194-LINHA
024300     ELSE
024400         PERFORM 4000-LISTAR-ALTERNATIVAS
024500             THRU 4000-LISTAR-ALTERNATIVAS-EXIT
024600     END-IF.
024700     PERFORM 5000-VERIFICAR-MUNICIPIO
024800         THRU 5000-VERIFICAR-MUNICIPIO-EXIT.
024900     PERFORM 6000-IMPRIMIR-TOTAIS
025000         THRU 6000-IMPRIMIR-TOTAIS-EXIT.
025100 2000-ANALISAR-CANDIDATA-EXIT.
025200     EXIT.
025300******************************************************************
025400*    2100-LER-CANDIDATA                                          *
025500*    DADOS DA CANDIDATA COM O MUNICIPIO DO ENDERECO              *
025600******************************************************************
025700 2100-LER-CANDIDATA             SECTION.
025800     MOVE 'N' TO WS-SW-ACHOU-BASE.
025900     MOVE SPACES TO WS-IABREV-BASE.
026000     EXEC SQL
026100         SELECT A.IABREV_UND_ORGNZ, A.CSIT_UND_ORGNZ,
026200                A.VLATD_UND_ORGNZ, A.VLONGD_UND_ORGNZ,
026300                COALESCE(A.QLOTACAO_UND_ORGNZ, 0),
026400                COALESCE(A.QFUNC_ATUAL_UND_ORGNZ, 0),
026500                E.CMUNIC_IBGE, E.CUF_UND_ORGNZ
026600           INTO :WS-IABREV-BASE,
026700                :WS-CSIT-BASE:WS-IND-CSIT,
026800                :WS-VLATD-BASE:WS-IND-VLATD,
026900                :WS-VLONGD-BASE:WS-IND-VLONGD,
027000                :WS-QLOTACAO-BASE, :WS-QFUNC-BASE,
027100                :WS-CMUNIC-BASE:WS-IND-CMUNIC,
027200                :WS-CUF-BASE:WS-IND-CUF
027300           FROM DB2PRD.TUND_ORGNZ A
027400           LEFT JOIN DB2PRD.TENDRC_UND_ORGNZ E
027500             ON E.CPSSOA_JURID   = A.CPSSOA_JURID
027600            AND E.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
027700          WHERE A.CPSSOA_JURID   = :WS-CPSSOA-BASE
027800            AND A.NSEQ_UND_ORGNZ = :WS-NSEQ-BASE
027900     END-EXEC.
028000     IF SQLCODE NOT = ZERO
028100         IF SQLCODE NOT = 100
028200             DISPLAY 'UORG0194 - ERRO SQLCODE=' SQLCODE
028300                 ' NA LEITURA DA CANDIDATA'
028400         END-IF
028500         GO TO 2100-LER-CANDIDATA-EXIT
028600     END-IF.
028700     IF WS-IND-CSIT < ZERO
028800         MOVE ZERO TO WS-CSIT-BASE
028900     END-IF.
029000     IF WS-CSIT-BASE NOT = 1 AND WS-CSIT-BASE NOT = 3
029100         GO TO 2100-LER-CANDIDATA-EXIT
029200     END-IF.
029300     IF WS-IND-CUF < ZERO
029400         MOVE SPACES TO WS-CUF-BASE
029500     END-IF.
029600     MOVE 'S' TO WS-SW-ACHOU-BASE.
029700 2100-LER-CANDIDATA-EXIT.
029800     EXIT.
029900******************************************************************
030000*    3000-IMPRIMIR-CABECALHO                                     *
030100*    UMA PAGINA POR CANDIDATA                                    *
030200******************************************************************
030300 3000-IMPRIMIR-CABECALHO        SECTION.
030400     MOVE WS-CPSSOA-BASE TO WS-CPSSOA-ED.
030500     MOVE WS-NSEQ-BASE TO WS-NSEQ-ED.
030600     MOVE SPACES TO UORGR194-LINHA.
030700     MOVE '1' TO UORGR194-CTL-IMPRESSAO.
030800     STRING 'ANALISE DE IMPACTO DE ENCERRAMENTO - UNIDADE '
030900            WS-CPSSOA-ED '/' WS-NSEQ-ED ' ' WS-IABREV-BASE
031000            DELIMITED BY SIZE INTO UORGR194-TIT-TEXTO.
031100     WRITE REL-UORGR194-REG FROM UORGR194-LINHA.
031200     IF NOT WS-ACHOU-BASE
031300         MOVE SPACES TO UORGR194-LINHA
031400         MOVE '0' TO UORGR194-CTL-IMPRESSAO
031500         MOVE 'UNIDADE NAO CADASTRADA OU NAO ATIVA - SEM ANALISE'
031600             TO UORGR194-TIT-TEXTO
031700         WRITE REL-UORGR194-REG FROM UORGR194-LINHA
031800         GO TO 3000-IMPRIMIR-CABECALHO-EXIT
031900     END-IF.
032000     MOVE WS-RAIO-KM TO WS-RAIO-ED.
032100     MOVE WS-QLOTACAO-BASE TO WS-QTDE-ED.
032200     MOVE WS-QFUNC-BASE TO WS-QTDE-ED-2.
032300     MOVE SPACES TO UORGR194-LINHA.
032400     MOVE '0' TO UORGR194-CTL-IMPRESSAO.
032500     STRING 'RAIO ' WS-RAIO-ED ' KM   LOTACAO ' WS-QTDE-ED
032600            '   FUNCIONARIOS ' WS-QTDE-ED-2
032700            DELIMITED BY SIZE INTO UORGR194-TIT-TEXTO.
032800     WRITE REL-UORGR194-REG FROM UORGR194-LINHA.
032900     MOVE SPACES TO UORGR194-LINHA.
033000     MOVE '0' TO UORGR194-CTL-IMPRESSAO.
033100     STRING 'CONGLOMERADO   UNIDADE NOME ABREVIADO'
033200            '                             DIST KM  FOLGA  '
033300            'HORARIO SEG-SEX  CLASSIFICACAO         MUN'
033400            DELIMITED BY SIZE INTO UORGR194-TIT-TEXTO.
033500     WRITE REL-UORGR194-REG FROM UORGR194-LINHA.
033600 3000-IMPRIMIR-CABECALHO-EXIT.
033700     EXIT.
033800******************************************************************
033900*    4000-LISTAR-ALTERNATIVAS                                    *
034000*    UNIDADES ATIVAS NO RAIO, DA MAIS PROXIMA PARA A MAIS        *
034100*    DISTANTE; A FAIXA DE LATITUDE (1 GRAU = 111 KM) SO LIMITA   *
034200*    AS LINHAS LIDAS, O CORTE REAL E PELA DISTANCIA              *
034300******************************************************************
034400 4000-LISTAR-ALTERNATIVAS       SECTION.
034500     COMPUTE WS-VLATD-MIN = WS-VLATD-BASE - (WS-RAIO-KM / 111).
034600     COMPUTE WS-VLATD-MAX = WS-VLATD-BASE + (WS-RAIO-KM / 111).
034700     MOVE 'N' TO WS-SW-FIM-CURSOR.
034800     EXEC SQL
034900         OPEN CUR-UORG0194-ALT
035000     END-EXEC.
035100     IF SQLCODE NOT = ZERO
035200         DISPLAY 'UORG0194 - ERRO SQLCODE=' SQLCODE
035300             ' NA ABERTURA DO CURSOR DE ALTERNATIVAS'
035400         GO TO 4000-LISTAR-ALTERNATIVAS-EXIT
035500     END-IF.
035600     PERFORM 8100-LER-ALTERNATIVA
035700         THRU 8100-LER-ALTERNATIVA-EXIT.
035800     PERFORM 4100-TRATAR-ALTERNATIVA
035900         THRU 4100-TRATAR-ALTERNATIVA-EXIT
036000         UNTIL WS-FIM-CURSOR
036100            OR WS-QTDE-ALTERNATIVAS >= WS-QTDE-MAX.
036200     EXEC SQL
036300         CLOSE CUR-UORG0194-ALT
036400     END-EXEC.
036500     IF WS-QTDE-ALTERNATIVAS = ZERO
036600         MOVE SPACES TO UORGR194-LINHA
036700         MOVE ' ' TO UORGR194-CTL-IMPRESSAO
036800         MOVE 'NENHUMA UNIDADE ATIVA DENTRO DO RAIO'
036900             TO UORGR194-TIT-TEXTO
037000         WRITE REL-UORGR194-REG FROM UORGR194-LINHA
037100     END-IF.
037200 4000-LISTAR-ALTERNATIVAS-EXIT.
037300     EXIT.
037400******************************************************************
037500*    4100-TRATAR-ALTERNATIVA                                     *
037600******************************************************************
037700 4100-TRATAR-ALTERNATIVA        SECTION.
037800     PERFORM 8200-VERIFICAR-CANDIDATA
037900         THRU 8200-VERIFICAR-CANDIDATA-EXIT.
038000     IF WS-E-CANDIDATA
038100         GO TO 4100-TRATAR-ALTERNATIVA-LER
038200     END-IF.
038300     ADD 1 TO WS-QTDE-ALTERNATIVAS.
038400     COMPUTE WS-FOLGA-ALT = WS-QLOTACAO-ALT - WS-QFUNC-ALT.
038500     IF WS-FOLGA-ALT > ZERO
038600         ADD WS-FOLGA-ALT TO WS-FOLGA-TOTAL
038700     END-IF.
038800     MOVE SPACES TO UORGR194-LINHA.
038900     MOVE ' ' TO UORGR194-CTL-IMPRESSAO.
039000     MOVE WS-CPSSOA-ALT TO UORGR194-CPSSOA-JURID.
039100     MOVE WS-NSEQ-ALT TO UORGR194-NSEQ-UND-ORGNZ.
039200     MOVE WS-IABREV-ALT TO UORGR194-IABREV-UND.
039300     MOVE WS-QDIST-KM TO UORGR194-DIST-KM.
039400     MOVE WS-FOLGA-ALT TO UORGR194-FOLGA.
039500     IF WS-HINIC-SEMANA = ZERO AND WS-HFIM-SEMANA = ZERO
039600         MOVE 'SEM HORARIO' TO UORGR194-HORARIO
039700     ELSE
039800         MOVE WS-HINIC-SEMANA TO WS-HINIC-ED
039900         MOVE WS-HFIM-SEMANA TO WS-HFIM-ED
040000         STRING WS-HINIC-ED (1:2) ':' WS-HINIC-ED (3:2) '-'
040100                WS-HFIM-ED (1:2) ':' WS-HFIM-ED (3:2)
040200                DELIMITED BY SIZE INTO UORGR194-HORARIO
040300         IF WS-CINDCD-SABADO = 'S'
040400             MOVE 'SAB' TO UORGR194-HORARIO (13:3)
040500         END-IF
040600     END-IF.
040700     MOVE WS-ICLASF-ALT TO UORGR194-ICLASF.
040800     IF WS-IND-CMUNIC NOT < ZERO
040900         AND WS-CMUNIC-ALT = WS-CMUNIC-BASE
041000         MOVE 'SIM' TO UORGR194-MESMO-MUNIC
041100     END-IF.
041200     WRITE REL-UORGR194-REG FROM UORGR194-LINHA.
041300 4100-TRATAR-ALTERNATIVA-LER.
041400     PERFORM 8100-LER-ALTERNATIVA
041500         THRU 8100-LER-ALTERNATIVA-EXIT.
041600 4100-TRATAR-ALTERNATIVA-EXIT.
041700     EXIT.
041800******************************************************************
041900*    5000-VERIFICAR-MUNICIPIO                                    *
042000*    CONTA AS UNIDADES ATIVAS OU FECHADAS TEMPORARIAMENTE QUE    *
042100*    PERMANECEM NO MUNICIPIO, FORA AS CANDIDATAS DO CONTROLE     *
042200******************************************************************
042300 5000-VERIFICAR-MUNICIPIO       SECTION.
042400     MOVE SPACES TO UORGR194-LINHA.
042500     MOVE '0' TO UORGR194-CTL-IMPRESSAO.
042600     IF WS-IND-CMUNIC < ZERO
042700         MOVE 'UNIDADE SEM ENDERECO - MUNICIPIO NAO VERIFICADO'
042800             TO UORGR194-TIT-TEXTO
042900         WRITE REL-UORGR194-REG FROM UORGR194-LINHA
043000         GO TO 5000-VERIFICAR-MUNICIPIO-EXIT
043100     END-IF.
043200     MOVE 'N' TO WS-SW-FIM-CURSOR.
043300     EXEC SQL
043400         OPEN CUR-UORG0194-MUN
043500     END-EXEC.
043600     IF SQLCODE NOT = ZERO
043700         DISPLAY 'UORG0194 - ERRO SQLCODE=' SQLCODE
043800             ' NA ABERTURA DO CURSOR DO MUNICIPIO'
043900         GO TO 5000-VERIFICAR-MUNICIPIO-EXIT
044000     END-IF.
044100     PERFORM 8300-LER-MUNICIPIO
044200         THRU 8300-LER-MUNICIPIO-EXIT.
044300     PERFORM 5100-CONTAR-NO-MUNICIPIO
044400         THRU 5100-CONTAR-NO-MUNICIPIO-EXIT
044500         UNTIL WS-FIM-CURSOR.
044600     EXEC SQL
044700         CLOSE CUR-UORG0194-MUN
044800     END-EXEC.
044900     MOVE WS-CMUNIC-BASE TO WS-CMUNIC-ED.
045000     MOVE SPACES TO UORGR194-LINHA.
045100     MOVE '0' TO UORGR194-CTL-IMPRESSAO.
045200     IF WS-QTDE-NO-MUNIC = ZERO
045300         STRING '*** ATENCAO: O MUNICIPIO ' WS-CMUNIC-ED '/'
045400                WS-CUF-BASE ' FICARIA SEM NENHUMA UNIDADE ***'
045500                DELIMITED BY SIZE INTO UORGR194-TIT-TEXTO
045600     ELSE
045700         MOVE WS-QTDE-NO-MUNIC TO WS-QTDE-ED
045800         STRING 'O MUNICIPIO ' WS-CMUNIC-ED '/' WS-CUF-BASE
045900                ' MANTEM ' WS-QTDE-ED ' UNIDADE(S)'
046000                DELIMITED BY SIZE INTO UORGR194-TIT-TEXTO
046100     END-IF.
046200     WRITE REL-UORGR194-REG FROM UORGR194-LINHA.
046300 5000-VERIFICAR-MUNICIPIO-EXIT.
046400     EXIT.
046500******************************************************************
046600*    5100-CONTAR-NO-MUNICIPIO                                    *
046700******************************************************************
046800 5100-CONTAR-NO-MUNICIPIO       SECTION.
046900     PERFORM 8200-VERIFICAR-CANDIDATA
047000         THRU 8200-VERIFICAR-CANDIDATA-EXIT.
047100     IF NOT WS-E-CANDIDATA
047200         ADD 1 TO WS-QTDE-NO-MUNIC
047300     END-IF.
047400     PERFORM 8300-LER-MUNICIPIO
047500         THRU 8300-LER-MUNICIPIO-EXIT.
047600 5100-CONTAR-NO-MUNICIPIO-EXIT.
047700     EXIT.
047800******************************************************************
047900*    6000-IMPRIMIR-TOTAIS                                        *
048000******************************************************************
048100 6000-IMPRIMIR-TOTAIS           SECTION.
048200     MOVE SPACES TO UORGR194-LINHA.
048300     MOVE '0' TO UORGR194-CTL-IMPRESSAO.
048400     MOVE 'ALTERNATIVAS LISTADAS' TO UORGR194-TOT-ROTULO.
048500     MOVE WS-QTDE-ALTERNATIVAS TO UORGR194-TOT-QTDE.
048600     WRITE REL-UORGR194-REG FROM UORGR194-LINHA.
048700     MOVE SPACES TO UORGR194-LINHA.
048800     MOVE ' ' TO UORGR194-CTL-IMPRESSAO.
048900     MOVE 'FOLGA DE LOTACAO SOMADA DAS ALTERNATIVAS'
049000         TO UORGR194-TOT-ROTULO.
049100     MOVE WS-FOLGA-TOTAL TO UORGR194-TOT-QTDE.
049200     WRITE REL-UORGR194-REG FROM UORGR194-LINHA.
049300     MOVE SPACES TO UORGR194-LINHA.
049400     MOVE ' ' TO UORGR194-CTL-IMPRESSAO.
049500     MOVE 'FUNCIONARIOS A REALOCAR' TO UORGR194-TOT-ROTULO.
049600     MOVE WS-QFUNC-BASE TO UORGR194-TOT-QTDE.
049700     WRITE REL-UORGR194-REG FROM UORGR194-LINHA.
049800     COMPUTE WS-SALDO = WS-FOLGA-TOTAL - WS-QFUNC-BASE.
049900     MOVE SPACES TO UORGR194-LINHA.
050000     MOVE ' ' TO UORGR194-CTL-IMPRESSAO.
050100     MOVE 'SALDO (NEGATIVO = FOLGA INSUFICIENTE)'
050200         TO UORGR194-TOT-ROTULO.
050300     MOVE WS-SALDO TO UORGR194-TOT-QTDE.
050400     WRITE REL-UORGR194-REG FROM UORGR194-LINHA.
050500 6000-IMPRIMIR-TOTAIS-EXIT.
050600     EXIT.
050700******************************************************************
050800*    8000-LER-CONTROLE                                           *
050900******************************************************************
051000 8000-LER-CONTROLE              SECTION.
051100     READ CTL-UORGK194 INTO UORGK194-REGISTRO
051200         AT END
051300             MOVE 'S' TO WS-SW-FIM-CONTROLE
051400     END-READ.
051500 8000-LER-CONTROLE-EXIT.
051600     EXIT.
051700******************************************************************
051800*    8100-LER-ALTERNATIVA                                        *
051900******************************************************************
052000 8100-LER-ALTERNATIVA           SECTION.
052100     EXEC SQL
052200         FETCH CUR-UORG0194-ALT
052300          INTO :WS-CPSSOA-ALT, :WS-NSEQ-ALT, :WS-IABREV-ALT,
052400               :WS-QLOTACAO-ALT, :WS-QFUNC-ALT, :WS-ICLASF-ALT,
052500               :WS-HINIC-SEMANA, :WS-HFIM-SEMANA,
052600               :WS-CINDCD-SABADO, :WS-CMUNIC-ALT, :WS-QDIST-KM
052700     END-EXEC.
052800     IF SQLCODE = 100
052900         MOVE 'S' TO WS-SW-FIM-CURSOR
053000     ELSE
053100     IF SQLCODE NOT = ZERO
053200         DISPLAY 'UORG0194 - ERRO SQLCODE=' SQLCODE
053300             ' NO FETCH DAS ALTERNATIVAS'
053400         MOVE 'S' TO WS-SW-FIM-CURSOR
053500     END-IF
053600     END-IF.
053700 8100-LER-ALTERNATIVA-EXIT.
053800     EXIT.
053900******************************************************************
054000*    8200-VERIFICAR-CANDIDATA                                    *
054100*    LIGA WS-SW-CANDIDATA SE A UNIDADE LIDA ESTA NO CONTROLE     *
054200******************************************************************
054300 8200-VERIFICAR-CANDIDATA       SECTION.
054400     MOVE 'N' TO WS-SW-CANDIDATA.
054500     MOVE ZERO TO WS-IND-BUSCA.
054600     PERFORM 8210-COMPARAR-CANDIDATA
054700         THRU 8210-COMPARAR-CANDIDATA-EXIT
054800         UNTIL WS-E-CANDIDATA
054900            OR WS-IND-BUSCA >= WS-QTDE-CANDIDATAS.
055000 8200-VERIFICAR-CANDIDATA-EXIT.
055100     EXIT.
055200******************************************************************
055300*    8210-COMPARAR-CANDIDATA                                     *
055400******************************************************************
055500 8210-COMPARAR-CANDIDATA        SECTION.
055600     ADD 1 TO WS-IND-BUSCA.
055700     IF WS-CAND-CPSSOA (WS-IND-BUSCA) = WS-CPSSOA-ALT
055800         AND WS-CAND-NSEQ (WS-IND-BUSCA) = WS-NSEQ-ALT
055900         MOVE 'S' TO WS-SW-CANDIDATA
056000     END-IF.
056100 8210-COMPARAR-CANDIDATA-EXIT.
056200     EXIT.
056300******************************************************************
056400*    8300-LER-MUNICIPIO                                          *
056500******************************************************************
056600 8300-LER-MUNICIPIO             SECTION.
056700     EXEC SQL
056800         FETCH CUR-UORG0194-MUN
056900          INTO :WS-CPSSOA-ALT, :WS-NSEQ-ALT
057000     END-EXEC.
057100     IF SQLCODE = 100
057200         MOVE 'S' TO WS-SW-FIM-CURSOR
057300     ELSE
057400     IF SQLCODE NOT = ZERO
057500         DISPLAY 'UORG0194 - ERRO SQLCODE=' SQLCODE
057600             ' NO FETCH DO MUNICIPIO'
057700         MOVE 'S' TO WS-SW-FIM-CURSOR
057800     END-IF
057900     END-IF.
058000 8300-LER-MUNICIPIO-EXIT.
058100     EXIT.
058200******************************************************************
058300*    8500-DECLARACOES-SQL                                        *
058400*    ALTERNATIVAS NO RAIO (HAVERSINE, DIAMETRO 12742 KM) E       *
058500*    UNIDADES QUE PERMANECEM NO MUNICIPIO DA CANDIDATA           *
058600******************************************************************
058700 8500-DECLARACOES-SQL           SECTION.
058800     EXEC SQL
058900         DECLARE CUR-UORG0194-ALT CURSOR FOR
059000         SELECT P.CPSSOA_JURID, P.NSEQ_UND_ORGNZ,
059100                P.IABREV_UND_ORGNZ, P.QLOTACAO, P.QFUNC,
059200                P.ICLASF_AG, P.HINIC_SEMANA, P.HFIM_SEMANA,
059300                P.CINDCD_SABADO, P.CMUNIC_IBGE, P.QDIST_KM
059400           FROM (SELECT A.CPSSOA_JURID, A.NSEQ_UND_ORGNZ,
059500                        A.IABREV_UND_ORGNZ,
059600                        COALESCE(A.QLOTACAO_UND_ORGNZ, 0)
059700                            AS QLOTACAO,
059800                        COALESCE(A.QFUNC_ATUAL_UND_ORGNZ, 0)
059900                            AS QFUNC,
060000                        COALESCE(C.ICLASF_AG, ' ') AS ICLASF_AG,
060100                        COALESCE(H.HINIC_SEMANA, 0)
060200                            AS HINIC_SEMANA,
060300                        COALESCE(H.HFIM_SEMANA, 0)
060400                            AS HFIM_SEMANA,
060500                        COALESCE(H.CINDCD_SABADO, 'N')
060600                            AS CINDCD_SABADO,
060700                        COALESCE(E.CMUNIC_IBGE, 0) AS CMUNIC_IBGE,
060800                        12742 * ASIN(SQRT(
060900                          POWER(SIN(RADIANS(A.VLATD_UND_ORGNZ
061000                                - :WS-VLATD-BASE) / 2), 2)
061100                          + COS(RADIANS(:WS-VLATD-BASE))
061200                          * COS(RADIANS(A.VLATD_UND_ORGNZ))
061300                          * POWER(SIN(RADIANS(A.VLONGD_UND_ORGNZ
061400                                - :WS-VLONGD-BASE) / 2), 2)))
061500                            AS QDIST_KM
061600                   FROM DB2PRD.TUND_ORGNZ A
061700                   LEFT JOIN DB2PRD.TCLASF_AG C
061800                     ON C.CCLASF_AG = A.CCLASF_UND_ORGNZ
061900                   LEFT JOIN DB2PRD.THORAR_UND_ORGNZ H
062000                     ON H.CPSSOA_JURID   = A.CPSSOA_JURID
062100                    AND H.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
062200                   LEFT JOIN DB2PRD.TENDRC_UND_ORGNZ E
062300                     ON E.CPSSOA_JURID   = A.CPSSOA_JURID
062400                    AND E.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
062500                  WHERE A.CSIT_UND_ORGNZ = 1
062600                    AND A.VLATD_UND_ORGNZ
062700                        BETWEEN :WS-VLATD-MIN AND :WS-VLATD-MAX
062800                    AND A.VLONGD_UND_ORGNZ IS NOT NULL
062900                    AND NOT (A.CPSSOA_JURID   = :WS-CPSSOA-BASE
063000                         AND A.NSEQ_UND_ORGNZ = :WS-NSEQ-BASE)
063100                ) AS P
063200          WHERE P.QDIST_KM <= :WS-RAIO-KM
063300          ORDER BY P.QDIST_KM
063400     END-EXEC.
063500     EXEC SQL
063600         DECLARE CUR-UORG0194-MUN CURSOR FOR
063700         SELECT A.CPSSOA_JURID, A.NSEQ_UND_ORGNZ
063800           FROM DB2PRD.TUND_ORGNZ A,
063900                DB2PRD.TENDRC_UND_ORGNZ E
064000          WHERE E.CPSSOA_JURID   = A.CPSSOA_JURID
064100            AND E.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
064200            AND E.CMUNIC_IBGE    = :WS-CMUNIC-BASE
064300            AND A.CSIT_UND_ORGNZ IN (1, 3)
064400            AND NOT (A.CPSSOA_JURID   = :WS-CPSSOA-BASE
064500                 AND A.NSEQ_UND_ORGNZ = :WS-NSEQ-BASE)
064600     END-EXEC.
064700 8500-DECLARACOES-SQL-EXIT.
064800     EXIT.
064900******************************************************************
065000*    9500-REGISTRAR-INICIO                                       *
065100*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
065200******************************************************************
065300 9500-REGISTRAR-INICIO          SECTION.
065400     MOVE 'I' TO UORGL043-FUNCTION.
065500     MOVE 'UORG0194' TO UORGL043-CPGM-BATCH.
065600     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
065700                  UORGL043-QTDE-REJEITADOS
065800                  UORGL043-CCOD-TERMINO.
065900     CALL 'UORG0043' USING UORGL043-PARMS.
066000     IF NOT UORGL043-OK
066100         DISPLAY 'UORG0194 - ERRO ' UORGL043-RETORNO
066200             ' NO REGISTRO DE INICIO DA EXECUCAO'
066300     END-IF.
066400 9500-REGISTRAR-INICIO-EXIT.
066500     EXIT.
066600******************************************************************
066700*    9600-REGISTRAR-FIM                                          *
066800*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
066900******************************************************************
067000 9600-REGISTRAR-FIM             SECTION.
067100     MOVE 'F' TO UORGL043-FUNCTION.
067200     COMPUTE UORGL043-QTDE-LIDOS =
067300         WS-QTDE-ANALISADAS + WS-QTDE-REJEITADAS.
067400     MOVE WS-QTDE-ANALISADAS TO UORGL043-QTDE-GRAVADOS.
067500     MOVE WS-QTDE-REJEITADAS TO UORGL043-QTDE-REJEITADOS.
067600     MOVE ZERO TO UORGL043-CCOD-TERMINO.
067700     CALL 'UORG0043' USING UORGL043-PARMS.
067800     IF NOT UORGL043-OK
067900         DISPLAY 'UORG0194 - ERRO ' UORGL043-RETORNO
068000             ' NO REGISTRO DE FIM DA EXECUCAO'
068100     END-IF.
068200     EXEC SQL
068300         COMMIT
068400     END-EXEC.
068500 9600-REGISTRAR-FIM-EXIT.
068600     EXIT.
