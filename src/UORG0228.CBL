000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0228                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0228.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - CAMINHO CRITICO DA CADEIA BATCH       *
001600*                NOTURNA (TDEPEND_BATCH) PELAS DURACOES MEDIAS   *
001700*                DE TCTRL_EXEC_BATCH, FOLGA POR PROGRAMA E FIM   *
001800*                PROJETADO DA NOITE CONTRA O HORARIO LIMITE DO   *
001900*                ONLINE EM TPARAM_BATCH (UORGR228).              *
002000******************************************************************
002100*
002200*    FUNCAO: MONTA O GRAFO DA CADEIA A PARTIR DO CATALOGO DE
002300*    DEPENDENCIAS TDEPEND_BATCH (PROGRAMA + PREDECESSOR) E, PARA
002400*    CADA PROGRAMA, A DURACAO MEDIA DAS EXECUCOES BEM SUCEDIDAS
002500*    EM TCTRL_EXEC_BATCH NOS WS-QDIAS-MEDIA DIAS ANTERIORES AO
002600*    INICIO DA NOITE (A MESMA MEDIDA DA UORG0121). CALCULA:
002700*    1. O PLANO NOMINAL: INICIO E FIM MAIS CEDO (IDA PELO GRAFO),
002800*       INICIO MAIS TARDE E FOLGA (VOLTA PELO GRAFO); FOLGA ZERO
002900*       E CAMINHO CRITICO ('*');
003000*    2. O MESMO PLANO COM AS MEDIAS DE UMA SEMANA ATRAS (JANELA
003100*       DESLOCADA WS-QDIAS-SEMANA DIAS), PARA LISTAR A PARTE OS
003200*       PROGRAMAS QUE PASSARAM A SER CRITICOS;
003300*    3. A PROJECAO DA NOITE: PROGRAMA JA CONCLUIDO USA O FIM
003400*       REAL, EM EXECUCAO TERMINA NO INICIO REAL MAIS A MEDIA
003500*       (NUNCA ANTES DE AGORA), PENDENTE OU TERMINADO COM ERRO
003600*       (PRECISA DE REEXECUCAO) COMECA AGORA OU APOS OS
003700*       PREDECESSORES. O FIM PROJETADO DA CADEIA E COMPARADO COM
003800*       O HORARIO LIMITE DO ONLINE.
003900*    O INICIO DA NOITE E A HORA-INICIO MAIS RECENTE JA PASSADA E
004000*    O LIMITE E A PRIMEIRA HORA-LIMITE APOS ELA; AMBOS (HHMM)
004100*    VEM DE TPARAM_BATCH (PROGRAMA UORG0228, LIDOS PELA UORG0148;
004200*    PADRAO EM WS-CONSTANTES). PODE SER EXECUTADO A QUALQUER
004300*    HORA DA NOITE. FIM PROJETADO APOS O LIMITE EMITE ALERTA AO
004400*    PLANTAO (UORG0216, TIPO PRAZO) E TERMINA COM CODIGO 4.
004500*    DEPENDENCIA CIRCULAR NO CATALOGO E ACUSADA E TERMINA COM 8.
004600*
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.         IBM-390.
005000 OBJECT-COMPUTER.         IBM-390.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT REL-UORGR228 ASSIGN TO UORGR228
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  REL-UORGR228
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  REL-UORGR228-REG            PIC X(133).
006100 WORKING-STORAGE SECTION.
006200     EXEC SQL INCLUDE SQLCA END-EXEC.
006300 01  WS-SWITCHES.
006400     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006500        88 WS-FIM-CURSOR              VALUE 'S'.
006600     05 WS-SW-MUDOU              PIC X(1) VALUE 'N'.
006700        88 WS-MUDOU                   VALUE 'S'.
006800     05 WS-SW-CICLO              PIC X(1) VALUE 'N'.
006900        88 WS-CICLO                   VALUE 'S'.
007000     05 WS-SW-ATRASO             PIC X(1) VALUE 'N'.
007100        88 WS-ATRASO                  VALUE 'S'.
007200     05 WS-SW-MODO               PIC X(1) VALUE SPACES.
007300        88 WS-MODO-ATUAL              VALUE 'A'.
007400        88 WS-MODO-SEMANA             VALUE 'S'.
007500        88 WS-MODO-PROJECAO           VALUE 'P'.
007600 01  WS-CONTADORES.
007700     05 WS-QTDE-PGM              PIC S9(4) COMP VALUE ZERO.
007800     05 WS-QTDE-DEP              PIC S9(4) COMP VALUE ZERO.
007900     05 WS-QTDE-EXCEDENTE        PIC S9(4) COMP VALUE ZERO.
008000     05 WS-QTDE-CRITICO          PIC S9(4) COMP VALUE ZERO.
008100     05 WS-QTDE-NOVO-CRITICO     PIC S9(4) COMP VALUE ZERO.
008200     05 WS-QTDE-SEM-HIST         PIC S9(4) COMP VALUE ZERO.
008300     05 WS-QTDE-IMPRESSO         PIC S9(4) COMP VALUE ZERO.
008400     05 WS-QTDE-PASSADAS         PIC S9(4) COMP VALUE ZERO.
008500     05 WS-QTDE-ERRO             PIC S9(7) COMP VALUE ZERO.
008600     05 WS-INDICE                PIC S9(4) COMP VALUE ZERO.
008700     05 WS-INDICE-DEP            PIC S9(4) COMP VALUE ZERO.
008800     05 WS-INDICE-ACHADO         PIC S9(4) COMP VALUE ZERO.
008900     05 WS-INDICE-MENOR          PIC S9(4) COMP VALUE ZERO.
009000     05 WS-IDX-PGM               PIC S9(4) COMP VALUE ZERO.
009100     05 WS-IDX-PRED              PIC S9(4) COMP VALUE ZERO.
009200 01  WS-CONSTANTES.
009300     05 WS-LIMITE-PGM            PIC S9(4) COMP VALUE 300.
009400     05 WS-LIMITE-DEP            PIC S9(4) COMP VALUE 1000.
009500     05 WS-HORA-INICIO-PADRAO    PIC 9(4) VALUE 2000.
009600     05 WS-HORA-LIMITE-PADRAO    PIC 9(4) VALUE 0700.
009700     05 WS-QDIAS-MEDIA           PIC S9(3)V COMP-3 VALUE 28.
009800     05 WS-QDIAS-SEMANA          PIC S9(3)V COMP-3 VALUE 7.
009900     05 WS-SEG-DIA               PIC S9(9) COMP VALUE 86400.
010000 01  WS-TABELA-PROGRAMA.
010100     05 WS-PGM-ITEM OCCURS 300 TIMES.
010200        10 WS-PGM-CPGM           PIC X(8).
010300        10 WS-PGM-QEXEC          PIC S9(5) COMP.
010400        10 WS-PGM-DUR            PIC S9(9) COMP.
010500        10 WS-PGM-QEXEC-ANT      PIC S9(5) COMP.
010600        10 WS-PGM-DUR-ANT        PIC S9(9) COMP.
010700        10 WS-PGM-ES             PIC S9(9) COMP.
010800        10 WS-PGM-EF             PIC S9(9) COMP.
010900        10 WS-PGM-LS             PIC S9(9) COMP.
011000        10 WS-PGM-FOLGA          PIC S9(9) COMP.
011100        10 WS-PGM-FOLGA-ANT      PIC S9(9) COMP.
011200        10 WS-PGM-SIT            PIC X(1).
011300           88 WS-PGM-CONCLUIDO        VALUE 'C'.
011400           88 WS-PGM-EM-EXECUCAO      VALUE 'X'.
011500           88 WS-PGM-COM-ERRO         VALUE 'E'.
011600           88 WS-PGM-PENDENTE         VALUE 'P'.
011700        10 WS-PGM-HINIC-NOITE    PIC S9(9) COMP.
011800        10 WS-PGM-HFIM-NOITE     PIC S9(9) COMP.
011900        10 WS-PGM-PEF            PIC S9(9) COMP.
012000        10 WS-PGM-SW-IMPRESSO    PIC X(1).
012100           88 WS-PGM-IMPRESSO         VALUE 'S'.
012200        10 WS-PGM-W-DUR          PIC S9(9) COMP.
012300        10 WS-PGM-W-ES           PIC S9(9) COMP.
012400        10 WS-PGM-W-EF           PIC S9(9) COMP.
012500        10 WS-PGM-W-LS           PIC S9(9) COMP.
012600        10 WS-PGM-W-LF           PIC S9(9) COMP.
012700        10 WS-PGM-W-FIXO         PIC X(1).
012800           88 WS-PGM-W-E-FIXO         VALUE 'S'.
012900 01  WS-TABELA-DEPENDENCIA.
013000     05 WS-DEP-ITEM OCCURS 1000 TIMES.
013100        10 WS-DEP-IDX-PGM        PIC S9(4) COMP.
013200        10 WS-DEP-IDX-PRED       PIC S9(4) COMP.
013300 01  WS-AREA-TRABALHO.
013400     05 WS-HORA-INICIO           PIC 9(4).
013500     05 WS-HORA-INICIO-R REDEFINES WS-HORA-INICIO.
013600        10 WS-INICIO-HH          PIC 9(2).
013700        10 WS-INICIO-MM          PIC 9(2).
013800     05 WS-HORA-LIMITE           PIC 9(4).
013900     05 WS-HORA-LIMITE-R REDEFINES WS-HORA-LIMITE.
014000        10 WS-LIMITE-HH          PIC 9(2).
014100        10 WS-LIMITE-MM          PIC 9(2).
014200     05 WS-HORA-INICIO-DB2       PIC X(8).
014300     05 WS-HREF                  PIC X(26).
014400     05 WS-SEG-INICIO            PIC S9(9) COMP.
014500     05 WS-SEG-LIMITE            PIC S9(9) COMP.
014600     05 WS-SEG-AGORA             PIC S9(9) COMP.
014700     05 WS-SEG-PRAZO             PIC S9(9) COMP.
014800     05 WS-SEG-FIM-NOMINAL       PIC S9(9) COMP.
014900     05 WS-SEG-FIM-SEMANA        PIC S9(9) COMP.
015000     05 WS-SEG-FIM-PROJ          PIC S9(9) COMP.
015100     05 WS-SEG-MARGEM            PIC S9(9) COMP.
015200     05 WS-SEG-MAIOR             PIC S9(9) COMP.
015300     05 WS-SEG-CALC              PIC S9(9) COMP.
015400     05 WS-SEG-RESTO             PIC S9(9) COMP.
015500     05 WS-QTDE-DIAS             PIC S9(9) COMP.
015600     05 WS-HH                    PIC 9(2).
015700     05 WS-MM                    PIC 9(2).
015800     05 WS-SS                    PIC 9(2).
015900     05 WS-HORA-EDITADA          PIC X(5).
016000     05 WS-DURACAO-EDITADA       PIC X(8).
016100     05 WS-CPGM-BUSCA            PIC X(8).
016200     05 WS-CPGM-BATCH            PIC X(8).
016300     05 WS-CPGM-PREDEC           PIC X(8).
016400     05 WS-QDIAS-ANT-INICIO      PIC S9(3)V COMP-3.
016500     05 WS-QEXEC-HIST            PIC S9(9) COMP.
016600     05 WS-MEDIA-SEG             PIC S9(9) COMP.
016700     05 WS-SEG-HINIC             PIC S9(9) COMP.
016800     05 WS-SEG-HFIM              PIC S9(9) COMP.
016900     05 WS-CCOD-TERMINO          PIC S9(2)V COMP-3.
017000     05 WS-QTDE-EDITADA          PIC ZZZ9.
017100     05 WS-QTDE-EDITADA-2        PIC ZZZ9.
017200 01  WS-INDICADORES.
017300     05 WS-IND-MEDIA-SEG         PIC S9(4) COMP-5.
017400     05 WS-IND-HFIM              PIC S9(4) COMP-5.
017500     05 WS-IND-CCOD-TERMINO      PIC S9(4) COMP-5.
017600 COPY UORGR228.
017700 COPY UORGL148.
017800 COPY UORGL043.
017900 COPY UORGL216.
018000 PROCEDURE DIVISION.
018100******************************************************************
018200*    0000-MAINLINE                                               *
018300******************************************************************
018400 0000-MAINLINE                  SECTION.
018500     PERFORM 9500-REGISTRAR-INICIO
018600         THRU 9500-REGISTRAR-INICIO-EXIT.
018700     PERFORM 1000-PREPARAR-NOITE
018800         THRU 1000-PREPARAR-NOITE-EXIT.
018900     IF WS-QTDE-ERRO > ZERO
019000         GO TO 0000-MAINLINE-FIM
019100     END-IF.
019200     PERFORM 1500-CARREGAR-GRAFO
019300         THRU 1500-CARREGAR-GRAFO-EXIT.
019400     PERFORM 2000-CARREGAR-EXECUCOES
019500         THRU 2000-CARREGAR-EXECUCOES-EXIT
019600         VARYING WS-INDICE FROM 1 BY 1
019700         UNTIL WS-INDICE > WS-QTDE-PGM.
019800     MOVE 'A' TO WS-SW-MODO.
019900     PERFORM 3000-CALCULAR-PLANO
020000         THRU 3000-CALCULAR-PLANO-EXIT.
020100     IF NOT WS-CICLO
020200         MOVE 'S' TO WS-SW-MODO
020300         PERFORM 3000-CALCULAR-PLANO
020400             THRU 3000-CALCULAR-PLANO-EXIT
020500     END-IF.
020600     IF NOT WS-CICLO
020700         MOVE 'P' TO WS-SW-MODO
020800         PERFORM 3000-CALCULAR-PLANO
020900             THRU 3000-CALCULAR-PLANO-EXIT
021000     END-IF.
021100     IF WS-CICLO
021200         DISPLAY 'UORG0228 - DEPENDENCIA CIRCULAR EM '
021300             'TDEPEND_BATCH, CAMINHO CRITICO NAO APURADO'
021400         ADD 1 TO WS-QTDE-ERRO
021500     ELSE
021600         PERFORM 5000-IMPRIMIR-PROGRAMAS
021700             THRU 5000-IMPRIMIR-PROGRAMAS-EXIT
021800         PERFORM 5500-IMPRIMIR-NOVOS-CRITICOS
021900             THRU 5500-IMPRIMIR-NOVOS-CRITICOS-EXIT
022000         PERFORM 6000-IMPRIMIR-RESUMO
022100             THRU 6000-IMPRIMIR-RESUMO-EXIT
022200     END-IF.
022300 0000-MAINLINE-FIM.
022400     PERFORM 7000-ENCERRAR
022500         THRU 7000-ENCERRAR-EXIT.
022600     PERFORM 9600-REGISTRAR-FIM
022700         THRU 9600-REGISTRAR-FIM-EXIT.
022800     GOBACK.
022900******************************************************************
023000*    1000-PREPARAR-NOITE                                         *
023100*    HORARIOS DE TPARAM_BATCH, INICIO DA NOITE, SEGUNDOS DESDE   *
023200*    O INICIO ATE AGORA E ATE O HORARIO LIMITE                   *
023300******************************************************************
023400 1000-PREPARAR-NOITE            SECTION.
023500     OPEN OUTPUT REL-UORGR228.
023600     MOVE WS-HORA-INICIO-PADRAO TO WS-HORA-INICIO.
023700     MOVE 'UORG0228' TO UORGL148-CPGM-BATCH.
023800     MOVE 'HORA-INICIO' TO UORGL148-CPARAM.
023900     CALL 'UORG0148' USING UORGL148-PARMS.
024000     IF UORGL148-OK
024100         AND UORGL148-VPARAM (1:4) IS NUMERIC
024200         AND UORGL148-VPARAM (1:2) < '24'
024300         AND UORGL148-VPARAM (3:2) < '60'
024400         MOVE UORGL148-VPARAM (1:4) TO WS-HORA-INICIO
024500     ELSE
024600         DISPLAY 'UORG0228 - HORA-INICIO NAO CADASTRADA, '
024700             'ASSUMIDA ' WS-HORA-INICIO
024800     END-IF.
024900     MOVE WS-HORA-LIMITE-PADRAO TO WS-HORA-LIMITE.
025000     MOVE 'UORG0228' TO UORGL148-CPGM-BATCH.
025100     MOVE 'HORA-LIMITE' TO UORGL148-CPARAM.
025200     CALL 'UORG0148' USING UORGL148-PARMS.
025300     IF UORGL148-OK
025400         AND UORGL148-VPARAM (1:4) IS NUMERIC
025500         AND UORGL148-VPARAM (1:2) < '24'
025600         AND UORGL148-VPARAM (3:2) < '60'
025700         MOVE UORGL148-VPARAM (1:4) TO WS-HORA-LIMITE
025800     ELSE
025900         DISPLAY 'UORG0228 - HORA-LIMITE NAO CADASTRADA, '
026000             'ASSUMIDA ' WS-HORA-LIMITE
026100     END-IF.
026200     COMPUTE WS-SEG-INICIO =
026300         WS-INICIO-HH * 3600 + WS-INICIO-MM * 60.
026400     COMPUTE WS-SEG-LIMITE =
026500         WS-LIMITE-HH * 3600 + WS-LIMITE-MM * 60.
026600     COMPUTE WS-SEG-PRAZO = WS-SEG-LIMITE - WS-SEG-INICIO.
026700     IF WS-SEG-PRAZO NOT > ZERO
026800         ADD WS-SEG-DIA TO WS-SEG-PRAZO
026900     END-IF.
027000     STRING WS-INICIO-HH '.' WS-INICIO-MM '.00'
027100         DELIMITED BY SIZE INTO WS-HORA-INICIO-DB2.
027200     EXEC SQL
027300         SELECT CHAR(CASE WHEN CURRENT TIME
027400                              >= TIME(:WS-HORA-INICIO-DB2)
027500                          THEN TIMESTAMP(CURRENT DATE,
027600                                    TIME(:WS-HORA-INICIO-DB2))
027700                          ELSE TIMESTAMP(CURRENT DATE - 1 DAY,
027800                                    TIME(:WS-HORA-INICIO-DB2))
027900                     END)
028000           INTO :WS-HREF
028100           FROM SYSIBM.SYSDUMMY1
028200     END-EXEC.
028300     IF SQLCODE NOT = ZERO
028400         DISPLAY 'UORG0228 - ERRO SQLCODE=' SQLCODE
028500             ' NO CALCULO DO INICIO DA NOITE'
028600         ADD 1 TO WS-QTDE-ERRO
028700         GO TO 1000-PREPARAR-NOITE-EXIT
028800     END-IF.
028900     EXEC SQL
029000         SELECT (DAYS(CURRENT TIMESTAMP)
029100                 - DAYS(TIMESTAMP(:WS-HREF))) * 86400
029200                + MIDNIGHT_SECONDS(CURRENT TIMESTAMP)
029300                - MIDNIGHT_SECONDS(TIMESTAMP(:WS-HREF))
029400           INTO :WS-SEG-AGORA
029500           FROM SYSIBM.SYSDUMMY1
029600     END-EXEC.
029700     IF SQLCODE NOT = ZERO
029800         DISPLAY 'UORG0228 - ERRO SQLCODE=' SQLCODE
029900             ' NO CALCULO DA HORA ATUAL'
030000         ADD 1 TO WS-QTDE-ERRO
030100         GO TO 1000-PREPARAR-NOITE-EXIT
030200     END-IF.
030300     COMPUTE WS-QDIAS-ANT-INICIO =
030400         WS-QDIAS-MEDIA + WS-QDIAS-SEMANA.
030500     MOVE SPACES TO UORGR228-LINHA.
030600     MOVE '1' TO UORGR228-CTL-IMPRESSAO.
030700     MOVE 'CAMINHO CRITICO DA CADEIA BATCH - NOITE INICIADA EM'
030800         TO UORGR228-TIT-TEXTO.
030900     MOVE WS-HREF (1:19) TO UORGR228-TIT-HREF.
031000     WRITE REL-UORGR228-REG FROM UORGR228-LINHA.
031100 1000-PREPARAR-NOITE-EXIT.
031200     EXIT.
031300******************************************************************
031400*    1500-CARREGAR-GRAFO                                         *
031500*    PROGRAMAS E ARESTAS (PREDECESSOR -> PROGRAMA) DO CATALOGO   *
031600******************************************************************
031700 1500-CARREGAR-GRAFO            SECTION.
031800     EXEC SQL
031900         DECLARE CUR-UORG0228 CURSOR FOR
032000         SELECT CPGM_BATCH, CPGM_PREDEC
032100           FROM DB2PRD.TDEPEND_BATCH
032200          ORDER BY CPGM_BATCH, CPGM_PREDEC
032300     END-EXEC.
032400     EXEC SQL
032500         OPEN CUR-UORG0228
032600     END-EXEC.
032700     IF SQLCODE NOT = ZERO
032800         DISPLAY 'UORG0228 - ERRO SQLCODE=' SQLCODE
032900             ' NA ABERTURA DO CURSOR'
033000         ADD 1 TO WS-QTDE-ERRO
033100         GO TO 1500-CARREGAR-GRAFO-EXIT
033200     END-IF.
033300     PERFORM 8000-LER-CURSOR
033400         THRU 8000-LER-CURSOR-EXIT.
033500     PERFORM 1600-INCLUIR-ARESTA
033600         THRU 1600-INCLUIR-ARESTA-EXIT
033700         UNTIL WS-FIM-CURSOR.
033800     EXEC SQL
033900         CLOSE CUR-UORG0228
034000     END-EXEC.
034100     IF WS-QTDE-EXCEDENTE > ZERO
034200         DISPLAY 'UORG0228 - ' WS-QTDE-EXCEDENTE
034300             ' DEPENDENCIA(S) ALEM DO LIMITE DA TABELA'
034400         ADD 1 TO WS-QTDE-ERRO
034500     END-IF.
034600 1500-CARREGAR-GRAFO-EXIT.
034700     EXIT.
034800******************************************************************
034900*    1600-INCLUIR-ARESTA                                         *
035000******************************************************************
035100 1600-INCLUIR-ARESTA            SECTION.
035200     MOVE WS-CPGM-BATCH TO WS-CPGM-BUSCA.
035300     PERFORM 8100-LOCALIZAR-PROGRAMA
035400         THRU 8100-LOCALIZAR-PROGRAMA-EXIT.
035500     MOVE WS-INDICE-ACHADO TO WS-IDX-PGM.
035600     MOVE WS-CPGM-PREDEC TO WS-CPGM-BUSCA.
035700     PERFORM 8100-LOCALIZAR-PROGRAMA
035800         THRU 8100-LOCALIZAR-PROGRAMA-EXIT.
035900     MOVE WS-INDICE-ACHADO TO WS-IDX-PRED.
036000     IF WS-IDX-PGM = ZERO OR WS-IDX-PRED = ZERO
036100         OR WS-QTDE-DEP NOT < WS-LIMITE-DEP
036200         ADD 1 TO WS-QTDE-EXCEDENTE
036300         GO TO 1600-INCLUIR-ARESTA-LER
036400     END-IF.
036500     ADD 1 TO WS-QTDE-DEP.
036600     MOVE WS-IDX-PGM TO WS-DEP-IDX-PGM (WS-QTDE-DEP).
036700     MOVE WS-IDX-PRED TO WS-DEP-IDX-PRED (WS-QTDE-DEP).
036800 1600-INCLUIR-ARESTA-LER.
036900     PERFORM 8000-LER-CURSOR
037000         THRU 8000-LER-CURSOR-EXIT.
037100 1600-INCLUIR-ARESTA-EXIT.
037200     EXIT.
037300******************************************************************
037400*    2000-CARREGAR-EXECUCOES                                     *
037500*    MEDIAS ATUAL E DE UMA SEMANA ATRAS E EXECUCAO DA NOITE      *
037600******************************************************************
037700 2000-CARREGAR-EXECUCOES        SECTION.
037800     MOVE WS-PGM-CPGM (WS-INDICE) TO WS-CPGM-BATCH.
037900     MOVE ZERO TO WS-QEXEC-HIST WS-MEDIA-SEG.
038000     EXEC SQL
038100         SELECT COUNT(*),
038200                AVG((DAYS(HFIM_EXEC) - DAYS(HINIC_EXEC))
038300                    * 86400
038400                    + MIDNIGHT_SECONDS(HFIM_EXEC)
038500                    - MIDNIGHT_SECONDS(HINIC_EXEC))
038600           INTO :WS-QEXEC-HIST,
038700                :WS-MEDIA-SEG:WS-IND-MEDIA-SEG
038800           FROM DB2PRD.TCTRL_EXEC_BATCH
038900          WHERE CPGM_BATCH   = :WS-CPGM-BATCH
039000            AND HINIC_EXEC  >= TIMESTAMP(:WS-HREF)
039100                               - :WS-QDIAS-MEDIA DAYS
039200            AND HINIC_EXEC   < TIMESTAMP(:WS-HREF)
039300            AND HFIM_EXEC IS NOT NULL
039400            AND CCOD_TERMINO = 0
039500     END-EXEC.
039600     IF SQLCODE NOT = ZERO
039700         DISPLAY 'UORG0228 - ERRO SQLCODE=' SQLCODE
039800             ' NA MEDIA DE ' WS-CPGM-BATCH
039900         ADD 1 TO WS-QTDE-ERRO
040000         MOVE ZERO TO WS-QEXEC-HIST
040100     END-IF.
040200     IF WS-IND-MEDIA-SEG < ZERO
040300         MOVE ZERO TO WS-MEDIA-SEG
040400     END-IF.
040500     MOVE WS-QEXEC-HIST TO WS-PGM-QEXEC (WS-INDICE).
040600     MOVE WS-MEDIA-SEG TO WS-PGM-DUR (WS-INDICE).
040700     IF WS-QEXEC-HIST = ZERO
040800         ADD 1 TO WS-QTDE-SEM-HIST
040900     END-IF.
041000     MOVE ZERO TO WS-QEXEC-HIST WS-MEDIA-SEG.
041100     EXEC SQL
041200         SELECT COUNT(*),
041300                AVG((DAYS(HFIM_EXEC) - DAYS(HINIC_EXEC))
041400                    * 86400
041500                    + MIDNIGHT_SECONDS(HFIM_EXEC)
041600                    - MIDNIGHT_SECONDS(HINIC_EXEC))
041700           INTO :WS-QEXEC-HIST,
041800                :WS-MEDIA-SEG:WS-IND-MEDIA-SEG
041900           FROM DB2PRD.TCTRL_EXEC_BATCH
042000          WHERE CPGM_BATCH   = :WS-CPGM-BATCH
042100            AND HINIC_EXEC  >= TIMESTAMP(:WS-HREF)
042200                               - :WS-QDIAS-ANT-INICIO DAYS
042300            AND HINIC_EXEC   < TIMESTAMP(:WS-HREF)
042400                               - :WS-QDIAS-SEMANA DAYS
042500            AND HFIM_EXEC IS NOT NULL
042600            AND CCOD_TERMINO = 0
042700     END-EXEC.
042800     IF SQLCODE NOT = ZERO
042900         DISPLAY 'UORG0228 - ERRO SQLCODE=' SQLCODE
043000             ' NA MEDIA ANTERIOR DE ' WS-CPGM-BATCH
043100         ADD 1 TO WS-QTDE-ERRO
043200         MOVE ZERO TO WS-QEXEC-HIST
043300     END-IF.
043400     IF WS-IND-MEDIA-SEG < ZERO
043500         MOVE ZERO TO WS-MEDIA-SEG
043600     END-IF.
043700     MOVE WS-QEXEC-HIST TO WS-PGM-QEXEC-ANT (WS-INDICE).
043800     MOVE WS-MEDIA-SEG TO WS-PGM-DUR-ANT (WS-INDICE).
043900     PERFORM 2100-LER-EXECUCAO-NOITE
044000         THRU 2100-LER-EXECUCAO-NOITE-EXIT.
044100 2000-CARREGAR-EXECUCOES-EXIT.
044200     EXIT.
044300******************************************************************
044400*    2100-LER-EXECUCAO-NOITE                                     *
044500*    ULTIMA EXECUCAO INICIADA DESDE O INICIO DA NOITE, EM        *
044600*    SEGUNDOS A PARTIR DELE                                      *
044700******************************************************************
044800 2100-LER-EXECUCAO-NOITE        SECTION.
044900     MOVE 'P' TO WS-PGM-SIT (WS-INDICE).
045000     MOVE ZERO TO WS-PGM-HINIC-NOITE (WS-INDICE)
045100                  WS-PGM-HFIM-NOITE (WS-INDICE).
045200     EXEC SQL
045300         SELECT (DAYS(HINIC_EXEC)
045400                 - DAYS(TIMESTAMP(:WS-HREF))) * 86400
045500                + MIDNIGHT_SECONDS(HINIC_EXEC)
045600                - MIDNIGHT_SECONDS(TIMESTAMP(:WS-HREF)),
045700                (DAYS(HFIM_EXEC)
045800                 - DAYS(TIMESTAMP(:WS-HREF))) * 86400
045900                + MIDNIGHT_SECONDS(HFIM_EXEC)
046000                - MIDNIGHT_SECONDS(TIMESTAMP(:WS-HREF)),
046100                CCOD_TERMINO
046200           INTO :WS-SEG-HINIC,
046300                :WS-SEG-HFIM:WS-IND-HFIM,
046400                :WS-CCOD-TERMINO:WS-IND-CCOD-TERMINO
046500           FROM DB2PRD.TCTRL_EXEC_BATCH
046600          WHERE CPGM_BATCH  = :WS-CPGM-BATCH
046700            AND HINIC_EXEC >= TIMESTAMP(:WS-HREF)
046800          ORDER BY HINIC_EXEC DESC
046900          FETCH FIRST 1 ROW ONLY
047000     END-EXEC.
047100     IF SQLCODE = 100
047200         GO TO 2100-LER-EXECUCAO-NOITE-EXIT
047300     END-IF.
047400     IF SQLCODE NOT = ZERO
047500         DISPLAY 'UORG0228 - ERRO SQLCODE=' SQLCODE
047600             ' NA EXECUCAO DA NOITE DE ' WS-CPGM-BATCH
047700         ADD 1 TO WS-QTDE-ERRO
047800         GO TO 2100-LER-EXECUCAO-NOITE-EXIT
047900     END-IF.
048000     MOVE WS-SEG-HINIC TO WS-PGM-HINIC-NOITE (WS-INDICE).
048100     IF WS-IND-HFIM < ZERO
048200         MOVE 'X' TO WS-PGM-SIT (WS-INDICE)
048300         GO TO 2100-LER-EXECUCAO-NOITE-EXIT
048400     END-IF.
048500     MOVE WS-SEG-HFIM TO WS-PGM-HFIM-NOITE (WS-INDICE).
048600     IF WS-IND-CCOD-TERMINO NOT < ZERO
048700         AND WS-CCOD-TERMINO = ZERO
048800         MOVE 'C' TO WS-PGM-SIT (WS-INDICE)
048900     ELSE
049000         MOVE 'E' TO WS-PGM-SIT (WS-INDICE)
049100     END-IF.
049200 2100-LER-EXECUCAO-NOITE-EXIT.
049300     EXIT.
049400******************************************************************
049500*    3000-CALCULAR-PLANO                                         *
049600*    IDA E VOLTA PELO GRAFO NO MODO CORRENTE (A - PLANO ATUAL,   *
049700*    S - PLANO DE UMA SEMANA ATRAS, P - PROJECAO DA NOITE)       *
049800******************************************************************
049900 3000-CALCULAR-PLANO            SECTION.
050000     PERFORM 3100-INICIAR-PROGRAMA
050100         THRU 3100-INICIAR-PROGRAMA-EXIT
050200         VARYING WS-INDICE FROM 1 BY 1
050300         UNTIL WS-INDICE > WS-QTDE-PGM.
050400     MOVE ZERO TO WS-QTDE-PASSADAS.
050500     MOVE 'S' TO WS-SW-MUDOU.
050600     PERFORM 3200-PASSADA-IDA
050700         THRU 3200-PASSADA-IDA-EXIT
050800         UNTIL NOT WS-MUDOU OR WS-CICLO.
050900     IF WS-CICLO
051000         GO TO 3000-CALCULAR-PLANO-EXIT
051100     END-IF.
051200     MOVE ZERO TO WS-SEG-MAIOR.
051300     PERFORM 3400-APURAR-FIM
051400         THRU 3400-APURAR-FIM-EXIT
051500         VARYING WS-INDICE FROM 1 BY 1
051600         UNTIL WS-INDICE > WS-QTDE-PGM.
051700     EVALUATE TRUE
051800         WHEN WS-MODO-PROJECAO
051900             MOVE WS-SEG-MAIOR TO WS-SEG-FIM-PROJ
052000             PERFORM 3800-GUARDAR-PROJECAO
052100                 THRU 3800-GUARDAR-PROJECAO-EXIT
052200                 VARYING WS-INDICE FROM 1 BY 1
052300                 UNTIL WS-INDICE > WS-QTDE-PGM
052400             GO TO 3000-CALCULAR-PLANO-EXIT
052500         WHEN WS-MODO-ATUAL
052600             MOVE WS-SEG-MAIOR TO WS-SEG-FIM-NOMINAL
052700         WHEN OTHER
052800             MOVE WS-SEG-MAIOR TO WS-SEG-FIM-SEMANA
052900     END-EVALUATE.
053000     PERFORM 3500-INICIAR-VOLTA
053100         THRU 3500-INICIAR-VOLTA-EXIT
053200         VARYING WS-INDICE FROM 1 BY 1
053300         UNTIL WS-INDICE > WS-QTDE-PGM.
053400     MOVE ZERO TO WS-QTDE-PASSADAS.
053500     MOVE 'S' TO WS-SW-MUDOU.
053600     PERFORM 3600-PASSADA-VOLTA
053700         THRU 3600-PASSADA-VOLTA-EXIT
053800         UNTIL NOT WS-MUDOU OR WS-CICLO.
053900     IF WS-CICLO
054000         GO TO 3000-CALCULAR-PLANO-EXIT
054100     END-IF.
054200     PERFORM 3700-GUARDAR-PLANO
054300         THRU 3700-GUARDAR-PLANO-EXIT
054400         VARYING WS-INDICE FROM 1 BY 1
054500         UNTIL WS-INDICE > WS-QTDE-PGM.
054600 3000-CALCULAR-PLANO-EXIT.
054700     EXIT.
054800******************************************************************
054900*    3100-INICIAR-PROGRAMA                                       *
055000*    NO PLANO TODOS PARTEM DO INICIO DA NOITE; NA PROJECAO O     *
055100*    CONCLUIDO E O EM EXECUCAO FICAM FIXOS E OS DEMAIS PARTEM    *
055200*    DE AGORA                                                    *
055300******************************************************************
055400 3100-INICIAR-PROGRAMA          SECTION.
055500     MOVE 'N' TO WS-PGM-W-FIXO (WS-INDICE).
055600     IF WS-MODO-SEMANA
055700         MOVE WS-PGM-DUR-ANT (WS-INDICE)
055800             TO WS-PGM-W-DUR (WS-INDICE)
055900     ELSE
056000         MOVE WS-PGM-DUR (WS-INDICE) TO WS-PGM-W-DUR (WS-INDICE)
056100     END-IF.
056200     IF NOT WS-MODO-PROJECAO
056300         MOVE ZERO TO WS-PGM-W-ES (WS-INDICE)
056400         MOVE WS-PGM-W-DUR (WS-INDICE) TO WS-PGM-W-EF (WS-INDICE)
056500         GO TO 3100-INICIAR-PROGRAMA-EXIT
056600     END-IF.
056700     EVALUATE TRUE
056800         WHEN WS-PGM-CONCLUIDO (WS-INDICE)
056900             MOVE 'S' TO WS-PGM-W-FIXO (WS-INDICE)
057000             MOVE WS-PGM-HINIC-NOITE (WS-INDICE)
057100                 TO WS-PGM-W-ES (WS-INDICE)
057200             MOVE WS-PGM-HFIM-NOITE (WS-INDICE)
057300                 TO WS-PGM-W-EF (WS-INDICE)
057400         WHEN WS-PGM-EM-EXECUCAO (WS-INDICE)
057500             MOVE 'S' TO WS-PGM-W-FIXO (WS-INDICE)
057600             MOVE WS-PGM-HINIC-NOITE (WS-INDICE)
057700                 TO WS-PGM-W-ES (WS-INDICE)
057800             COMPUTE WS-PGM-W-EF (WS-INDICE) =
057900                 WS-PGM-HINIC-NOITE (WS-INDICE)
058000                 + WS-PGM-W-DUR (WS-INDICE)
058100             IF WS-PGM-W-EF (WS-INDICE) < WS-SEG-AGORA
058200                 MOVE WS-SEG-AGORA TO WS-PGM-W-EF (WS-INDICE)
058300             END-IF
058400         WHEN OTHER
058500             MOVE WS-SEG-AGORA TO WS-PGM-W-ES (WS-INDICE)
058600             COMPUTE WS-PGM-W-EF (WS-INDICE) =
058700                 WS-SEG-AGORA + WS-PGM-W-DUR (WS-INDICE)
058800     END-EVALUATE.
058900 3100-INICIAR-PROGRAMA-EXIT.
059000     EXIT.
059100******************************************************************
059200*    3200-PASSADA-IDA                                            *
059300*    RELAXA AS ARESTAS ATE NAO HAVER MUDANCA; MAIS PASSADAS QUE  *
059400*    PROGRAMAS SO OCORRE COM DEPENDENCIA CIRCULAR                *
059500******************************************************************
059600 3200-PASSADA-IDA               SECTION.
059700     MOVE 'N' TO WS-SW-MUDOU.
059800     ADD 1 TO WS-QTDE-PASSADAS.
059900     IF WS-QTDE-PASSADAS > WS-QTDE-PGM + 1
060000         MOVE 'S' TO WS-SW-CICLO
060100         GO TO 3200-PASSADA-IDA-EXIT
060200     END-IF.
060300     PERFORM 3300-RELAXAR-IDA
060400         THRU 3300-RELAXAR-IDA-EXIT
060500         VARYING WS-INDICE-DEP FROM 1 BY 1
060600         UNTIL WS-INDICE-DEP > WS-QTDE-DEP.
060700 3200-PASSADA-IDA-EXIT.
060800     EXIT.
060900******************************************************************
061000*    3300-RELAXAR-IDA                                            *
061100*    O PROGRAMA SO COMECA DEPOIS DO FIM DO PREDECESSOR           *
061200******************************************************************
061300 3300-RELAXAR-IDA               SECTION.
061400     MOVE WS-DEP-IDX-PGM (WS-INDICE-DEP) TO WS-IDX-PGM.
061500     MOVE WS-DEP-IDX-PRED (WS-INDICE-DEP) TO WS-IDX-PRED.
061600     IF WS-PGM-W-E-FIXO (WS-IDX-PGM)
061700         GO TO 3300-RELAXAR-IDA-EXIT
061800     END-IF.
061900     IF WS-PGM-W-EF (WS-IDX-PRED) > WS-PGM-W-ES (WS-IDX-PGM)
062000         MOVE WS-PGM-W-EF (WS-IDX-PRED)
062100             TO WS-PGM-W-ES (WS-IDX-PGM)
062200         COMPUTE WS-PGM-W-EF (WS-IDX-PGM) =
062300             WS-PGM-W-ES (WS-IDX-PGM) + WS-PGM-W-DUR (WS-IDX-PGM)
062400         MOVE 'S' TO WS-SW-MUDOU
062500     END-IF.
062600 3300-RELAXAR-IDA-EXIT.
062700     EXIT.
062800******************************************************************
062900*    3400-APURAR-FIM                                             *
063000******************************************************************
063100 3400-APURAR-FIM                SECTION.
063200     IF WS-PGM-W-EF (WS-INDICE) > WS-SEG-MAIOR
063300         MOVE WS-PGM-W-EF (WS-INDICE) TO WS-SEG-MAIOR
063400     END-IF.
063500 3400-APURAR-FIM-EXIT.
063600     EXIT.
063700******************************************************************
063800*    3500-INICIAR-VOLTA                                          *
063900*    TODO PROGRAMA PODE TERMINAR NO MAIS TARDE NO FIM DA CADEIA  *
064000******************************************************************
064100 3500-INICIAR-VOLTA             SECTION.
064200     MOVE WS-SEG-MAIOR TO WS-PGM-W-LF (WS-INDICE).
064300     COMPUTE WS-PGM-W-LS (WS-INDICE) =
064400         WS-SEG-MAIOR - WS-PGM-W-DUR (WS-INDICE).
064500 3500-INICIAR-VOLTA-EXIT.
064600     EXIT.
064700******************************************************************
064800*    3600-PASSADA-VOLTA                                          *
064900******************************************************************
065000 3600-PASSADA-VOLTA             SECTION.
065100     MOVE 'N' TO WS-SW-MUDOU.
065200     ADD 1 TO WS-QTDE-PASSADAS.
065300     IF WS-QTDE-PASSADAS > WS-QTDE-PGM + 1
065400         MOVE 'S' TO WS-SW-CICLO
065500         GO TO 3600-PASSADA-VOLTA-EXIT
065600     END-IF.
065700     PERFORM 3650-RELAXAR-VOLTA
065800         THRU 3650-RELAXAR-VOLTA-EXIT
065900         VARYING WS-INDICE-DEP FROM 1 BY 1
066000         UNTIL WS-INDICE-DEP > WS-QTDE-DEP.
066100 3600-PASSADA-VOLTA-EXIT.
066200     EXIT.
066300******************************************************************
066400*    3650-RELAXAR-VOLTA                                          *
066500*    O PREDECESSOR TEM DE TERMINAR ATE O INICIO MAIS TARDE DO    *
066600*    PROGRAMA                                                    *
066700******************************************************************
066800 3650-RELAXAR-VOLTA             SECTION.
066900     MOVE WS-DEP-IDX-PGM (WS-INDICE-DEP) TO WS-IDX-PGM.
067000     MOVE WS-DEP-IDX-PRED (WS-INDICE-DEP) TO WS-IDX-PRED.
067100     IF WS-PGM-W-LS (WS-IDX-PGM) < WS-PGM-W-LF (WS-IDX-PRED)
067200         MOVE WS-PGM-W-LS (WS-IDX-PGM)
067300             TO WS-PGM-W-LF (WS-IDX-PRED)
067400         COMPUTE WS-PGM-W-LS (WS-IDX-PRED) =
067500             WS-PGM-W-LF (WS-IDX-PRED)
067600             - WS-PGM-W-DUR (WS-IDX-PRED)
067700         MOVE 'S' TO WS-SW-MUDOU
067800     END-IF.
067900 3650-RELAXAR-VOLTA-EXIT.
068000     EXIT.
068100******************************************************************
068200*    3700-GUARDAR-PLANO                                          *
068300******************************************************************
068400 3700-GUARDAR-PLANO             SECTION.
068500     IF WS-MODO-SEMANA
068600         COMPUTE WS-PGM-FOLGA-ANT (WS-INDICE) =
068700             WS-PGM-W-LS (WS-INDICE) - WS-PGM-W-ES (WS-INDICE)
068800         GO TO 3700-GUARDAR-PLANO-EXIT
068900     END-IF.
069000     MOVE WS-PGM-W-ES (WS-INDICE) TO WS-PGM-ES (WS-INDICE).
069100     MOVE WS-PGM-W-EF (WS-INDICE) TO WS-PGM-EF (WS-INDICE).
069200     MOVE WS-PGM-W-LS (WS-INDICE) TO WS-PGM-LS (WS-INDICE).
069300     COMPUTE WS-PGM-FOLGA (WS-INDICE) =
069400         WS-PGM-W-LS (WS-INDICE) - WS-PGM-W-ES (WS-INDICE).
069500     IF WS-PGM-FOLGA (WS-INDICE) = ZERO
069600         ADD 1 TO WS-QTDE-CRITICO
069700     END-IF.
069800 3700-GUARDAR-PLANO-EXIT.
069900     EXIT.
070000******************************************************************
070100*    3800-GUARDAR-PROJECAO                                       *
070200******************************************************************
070300 3800-GUARDAR-PROJECAO          SECTION.
070400     MOVE WS-PGM-W-EF (WS-INDICE) TO WS-PGM-PEF (WS-INDICE).
070500 3800-GUARDAR-PROJECAO-EXIT.
070600     EXIT.
070700******************************************************************
070800*    5000-IMPRIMIR-PROGRAMAS                                     *
070900*    TODOS OS PROGRAMAS EM ORDEM DE INICIO MAIS CEDO DO PLANO    *
071000******************************************************************
071100 5000-IMPRIMIR-PROGRAMAS        SECTION.
071200     MOVE SPACES TO UORGR228-LINHA.
071300     MOVE '0' TO UORGR228-CTL-IMPRESSAO.
071400     MOVE 'PROGRAMAS DA CADEIA (* = CAMINHO CRITICO)'
071500         TO UORGR228-GRP-ROTULO.
071600     WRITE REL-UORGR228-REG FROM UORGR228-LINHA.
071700     PERFORM 8400-IMPRIMIR-CABECALHO
071800         THRU 8400-IMPRIMIR-CABECALHO-EXIT.
071900     PERFORM 5100-DESMARCAR
072000         THRU 5100-DESMARCAR-EXIT
072100         VARYING WS-INDICE FROM 1 BY 1
072200         UNTIL WS-INDICE > WS-QTDE-PGM.
072300     MOVE ZERO TO WS-QTDE-IMPRESSO.
072400     PERFORM 5200-IMPRIMIR-PROXIMO
072500         THRU 5200-IMPRIMIR-PROXIMO-EXIT
072600         UNTIL WS-QTDE-IMPRESSO NOT < WS-QTDE-PGM.
072700 5000-IMPRIMIR-PROGRAMAS-EXIT.
072800     EXIT.
072900******************************************************************
073000*    5100-DESMARCAR                                              *
073100******************************************************************
073200 5100-DESMARCAR                 SECTION.
073300     MOVE 'N' TO WS-PGM-SW-IMPRESSO (WS-INDICE).
073400 5100-DESMARCAR-EXIT.
073500     EXIT.
073600******************************************************************
073700*    5200-IMPRIMIR-PROXIMO                                       *
073800*    ESCOLHE O AINDA NAO IMPRESSO DE MENOR INICIO MAIS CEDO      *
073900******************************************************************
074000 5200-IMPRIMIR-PROXIMO          SECTION.
074100     MOVE ZERO TO WS-INDICE-MENOR.
074200     PERFORM 5300-COMPARAR-INICIO
074300         THRU 5300-COMPARAR-INICIO-EXIT
074400         VARYING WS-INDICE FROM 1 BY 1
074500         UNTIL WS-INDICE > WS-QTDE-PGM.
074600     ADD 1 TO WS-QTDE-IMPRESSO.
074700     IF WS-INDICE-MENOR = ZERO
074800         GO TO 5200-IMPRIMIR-PROXIMO-EXIT
074900     END-IF.
075000     MOVE 'S' TO WS-PGM-SW-IMPRESSO (WS-INDICE-MENOR).
075100     MOVE WS-INDICE-MENOR TO WS-INDICE.
075200     PERFORM 5400-IMPRIMIR-DETALHE
075300         THRU 5400-IMPRIMIR-DETALHE-EXIT.
075400 5200-IMPRIMIR-PROXIMO-EXIT.
075500     EXIT.
075600******************************************************************
075700*    5300-COMPARAR-INICIO                                        *
075800******************************************************************
075900 5300-COMPARAR-INICIO           SECTION.
076000     IF WS-PGM-IMPRESSO (WS-INDICE)
076100         GO TO 5300-COMPARAR-INICIO-EXIT
076200     END-IF.
076300     IF WS-INDICE-MENOR = ZERO
076400         MOVE WS-INDICE TO WS-INDICE-MENOR
076500         GO TO 5300-COMPARAR-INICIO-EXIT
076600     END-IF.
076700     IF WS-PGM-ES (WS-INDICE) < WS-PGM-ES (WS-INDICE-MENOR)
076800         MOVE WS-INDICE TO WS-INDICE-MENOR
076900     END-IF.
077000 5300-COMPARAR-INICIO-EXIT.
077100     EXIT.
077200******************************************************************
077300*    5400-IMPRIMIR-DETALHE                                       *
077400******************************************************************
077500 5400-IMPRIMIR-DETALHE          SECTION.
077600     MOVE SPACES TO UORGR228-LINHA.
077700     MOVE ' ' TO UORGR228-CTL-IMPRESSAO.
077800     MOVE WS-PGM-CPGM (WS-INDICE) TO UORGR228-CPGM-BATCH.
077900     MOVE WS-PGM-QEXEC (WS-INDICE) TO UORGR228-QEXEC-HIST.
078000     MOVE WS-PGM-DUR (WS-INDICE) TO WS-SEG-CALC.
078100     PERFORM 8300-EDITAR-DURACAO
078200         THRU 8300-EDITAR-DURACAO-EXIT.
078300     MOVE WS-DURACAO-EDITADA TO UORGR228-DURACAO.
078400     MOVE WS-PGM-ES (WS-INDICE) TO WS-SEG-CALC.
078500     PERFORM 8200-EDITAR-HORA
078600         THRU 8200-EDITAR-HORA-EXIT.
078700     MOVE WS-HORA-EDITADA TO UORGR228-INICIO-CEDO.
078800     MOVE WS-PGM-EF (WS-INDICE) TO WS-SEG-CALC.
078900     PERFORM 8200-EDITAR-HORA
079000         THRU 8200-EDITAR-HORA-EXIT.
079100     MOVE WS-HORA-EDITADA TO UORGR228-FIM-CEDO.
079200     MOVE WS-PGM-LS (WS-INDICE) TO WS-SEG-CALC.
079300     PERFORM 8200-EDITAR-HORA
079400         THRU 8200-EDITAR-HORA-EXIT.
079500     MOVE WS-HORA-EDITADA TO UORGR228-INICIO-TARDE.
079600     MOVE WS-PGM-FOLGA (WS-INDICE) TO WS-SEG-CALC.
079700     PERFORM 8300-EDITAR-DURACAO
079800         THRU 8300-EDITAR-DURACAO-EXIT.
079900     MOVE WS-DURACAO-EDITADA TO UORGR228-FOLGA.
080000     IF WS-PGM-FOLGA (WS-INDICE) = ZERO
080100         MOVE '*' TO UORGR228-CRITICO
080200     END-IF.
080300     EVALUATE TRUE
080400         WHEN WS-PGM-CONCLUIDO (WS-INDICE)
080500             MOVE 'CONCLUIDO' TO UORGR228-SITUACAO
080600         WHEN WS-PGM-EM-EXECUCAO (WS-INDICE)
080700             MOVE 'EM EXECUCAO' TO UORGR228-SITUACAO
080800         WHEN WS-PGM-COM-ERRO (WS-INDICE)
080900             MOVE 'ERRO-REEXEC' TO UORGR228-SITUACAO
081000         WHEN OTHER
081100             MOVE 'PENDENTE' TO UORGR228-SITUACAO
081200     END-EVALUATE.
081300     MOVE WS-PGM-PEF (WS-INDICE) TO WS-SEG-CALC.
081400     PERFORM 8200-EDITAR-HORA
081500         THRU 8200-EDITAR-HORA-EXIT.
081600     MOVE WS-HORA-EDITADA TO UORGR228-FIM-PROJ.
081700     IF WS-PGM-QEXEC-ANT (WS-INDICE) > ZERO
081800         MOVE WS-PGM-DUR-ANT (WS-INDICE) TO WS-SEG-CALC
081900         PERFORM 8300-EDITAR-DURACAO
082000             THRU 8300-EDITAR-DURACAO-EXIT
082100         MOVE WS-DURACAO-EDITADA TO UORGR228-DURACAO-ANT
082200         MOVE WS-PGM-FOLGA-ANT (WS-INDICE) TO WS-SEG-CALC
082300         PERFORM 8300-EDITAR-DURACAO
082400             THRU 8300-EDITAR-DURACAO-EXIT
082500         MOVE WS-DURACAO-EDITADA TO UORGR228-FOLGA-ANT
082600     END-IF.
082700     IF WS-PGM-QEXEC (WS-INDICE) = ZERO
082800         MOVE 'SEM HISTORICO' TO UORGR228-MENSAGEM
082900     ELSE
083000     IF WS-PGM-PEF (WS-INDICE) > WS-SEG-PRAZO
083100         MOVE 'TERMINA APOS LIMITE' TO UORGR228-MENSAGEM
083200     END-IF
083300     END-IF.
083400     WRITE REL-UORGR228-REG FROM UORGR228-LINHA.
083500 5400-IMPRIMIR-DETALHE-EXIT.
083600     EXIT.
083700******************************************************************
083800*    5500-IMPRIMIR-NOVOS-CRITICOS                                *
083900*    CRITICOS HOJE QUE TINHAM FOLGA NO PLANO DE UMA SEMANA ATRAS *
084000******************************************************************
084100 5500-IMPRIMIR-NOVOS-CRITICOS   SECTION.
084200     MOVE SPACES TO UORGR228-LINHA.
084300     MOVE '0' TO UORGR228-CTL-IMPRESSAO.
084400     MOVE 'PROGRAMAS QUE PASSARAM A SER CRITICOS NA ULTIMA SEMANA'
084500         TO UORGR228-GRP-ROTULO.
084600     WRITE REL-UORGR228-REG FROM UORGR228-LINHA.
084700     PERFORM 8400-IMPRIMIR-CABECALHO
084800         THRU 8400-IMPRIMIR-CABECALHO-EXIT.
084900     PERFORM 5600-AVALIAR-NOVO-CRITICO
085000         THRU 5600-AVALIAR-NOVO-CRITICO-EXIT
085100         VARYING WS-INDICE FROM 1 BY 1
085200         UNTIL WS-INDICE > WS-QTDE-PGM.
085300     IF WS-QTDE-NOVO-CRITICO = ZERO
085400         MOVE SPACES TO UORGR228-LINHA
085500         MOVE ' ' TO UORGR228-CTL-IMPRESSAO
085600         MOVE 'NENHUM' TO UORGR228-GRP-ROTULO
085700         WRITE REL-UORGR228-REG FROM UORGR228-LINHA
085800     END-IF.
085900 5500-IMPRIMIR-NOVOS-CRITICOS-EXIT.
086000     EXIT.
086100******************************************************************
086200*    5600-AVALIAR-NOVO-CRITICO                                   *
086300******************************************************************
086400 5600-AVALIAR-NOVO-CRITICO      SECTION.
086500     IF WS-PGM-FOLGA (WS-INDICE) NOT = ZERO
086600         OR WS-PGM-QEXEC (WS-INDICE) = ZERO
086700         GO TO 5600-AVALIAR-NOVO-CRITICO-EXIT
086800     END-IF.
086900     IF WS-PGM-QEXEC-ANT (WS-INDICE) > ZERO
087000         AND WS-PGM-FOLGA-ANT (WS-INDICE) = ZERO
087100         GO TO 5600-AVALIAR-NOVO-CRITICO-EXIT
087200     END-IF.
087300     ADD 1 TO WS-QTDE-NOVO-CRITICO.
087400     PERFORM 5400-IMPRIMIR-DETALHE
087500         THRU 5400-IMPRIMIR-DETALHE-EXIT.
087600 5600-AVALIAR-NOVO-CRITICO-EXIT.
087700     EXIT.
087800******************************************************************
087900*    6000-IMPRIMIR-RESUMO                                        *
088000*    FIM NOMINAL, FIM PROJETADO DA NOITE E MARGEM NO LIMITE      *
088100******************************************************************
088200 6000-IMPRIMIR-RESUMO           SECTION.
088300     COMPUTE WS-SEG-MARGEM = WS-SEG-PRAZO - WS-SEG-FIM-PROJ.
088400     IF WS-SEG-MARGEM < ZERO
088500         MOVE 'S' TO WS-SW-ATRASO
088600     END-IF.
088700     MOVE SPACES TO UORGR228-LINHA.
088800     MOVE '0' TO UORGR228-CTL-IMPRESSAO.
088900     MOVE 'HORARIO LIMITE DO ONLINE................:'
089000         TO UORGR228-TOT-ROTULO.
089100     MOVE WS-SEG-PRAZO TO WS-SEG-CALC.
089200     PERFORM 8200-EDITAR-HORA
089300         THRU 8200-EDITAR-HORA-EXIT.
089400     MOVE WS-HORA-EDITADA TO UORGR228-TOT-VALOR.
089500     WRITE REL-UORGR228-REG FROM UORGR228-LINHA.
089600     MOVE SPACES TO UORGR228-LINHA.
089700     MOVE ' ' TO UORGR228-CTL-IMPRESSAO.
089800     MOVE 'HORA DESTA APURACAO.....................:'
089900         TO UORGR228-TOT-ROTULO.
090000     MOVE WS-SEG-AGORA TO WS-SEG-CALC.
090100     PERFORM 8200-EDITAR-HORA
090200         THRU 8200-EDITAR-HORA-EXIT.
090300     MOVE WS-HORA-EDITADA TO UORGR228-TOT-VALOR.
090400     WRITE REL-UORGR228-REG FROM UORGR228-LINHA.
090500     MOVE SPACES TO UORGR228-LINHA.
090600     MOVE ' ' TO UORGR228-CTL-IMPRESSAO.
090700     MOVE 'FIM NOMINAL PELAS MEDIAS ATUAIS.........:'
090800         TO UORGR228-TOT-ROTULO.
090900     MOVE WS-SEG-FIM-NOMINAL TO WS-SEG-CALC.
091000     PERFORM 8200-EDITAR-HORA
091100         THRU 8200-EDITAR-HORA-EXIT.
091200     MOVE WS-HORA-EDITADA TO UORGR228-TOT-VALOR.
091300     WRITE REL-UORGR228-REG FROM UORGR228-LINHA.
091400     MOVE SPACES TO UORGR228-LINHA.
091500     MOVE ' ' TO UORGR228-CTL-IMPRESSAO.
091600     MOVE 'FIM NOMINAL PELAS MEDIAS DA SEMANA ANT..:'
091700         TO UORGR228-TOT-ROTULO.
091800     MOVE WS-SEG-FIM-SEMANA TO WS-SEG-CALC.
091900     PERFORM 8200-EDITAR-HORA
092000         THRU 8200-EDITAR-HORA-EXIT.
092100     MOVE WS-HORA-EDITADA TO UORGR228-TOT-VALOR.
092200     WRITE REL-UORGR228-REG FROM UORGR228-LINHA.
092300     MOVE SPACES TO UORGR228-LINHA.
092400     MOVE ' ' TO UORGR228-CTL-IMPRESSAO.
092500     MOVE 'FIM PROJETADO DA NOITE..................:'
092600         TO UORGR228-TOT-ROTULO.
092700     MOVE WS-SEG-FIM-PROJ TO WS-SEG-CALC.
092800     PERFORM 8200-EDITAR-HORA
092900         THRU 8200-EDITAR-HORA-EXIT.
093000     MOVE WS-HORA-EDITADA TO UORGR228-TOT-VALOR.
093100     WRITE REL-UORGR228-REG FROM UORGR228-LINHA.
093200     MOVE SPACES TO UORGR228-LINHA.
093300     MOVE ' ' TO UORGR228-CTL-IMPRESSAO.
093400     IF WS-ATRASO
093500         MOVE 'ATRASO PREVISTO SOBRE O LIMITE..........:'
093600             TO UORGR228-TOT-ROTULO
093700         COMPUTE WS-SEG-CALC = 0 - WS-SEG-MARGEM
093800     ELSE
093900         MOVE 'MARGEM PREVISTA ATE O LIMITE............:'
094000             TO UORGR228-TOT-ROTULO
094100         MOVE WS-SEG-MARGEM TO WS-SEG-CALC
094200     END-IF.
094300     PERFORM 8300-EDITAR-DURACAO
094400         THRU 8300-EDITAR-DURACAO-EXIT.
094500     MOVE WS-DURACAO-EDITADA TO UORGR228-TOT-VALOR.
094600     WRITE REL-UORGR228-REG FROM UORGR228-LINHA.
094700     MOVE SPACES TO UORGR228-LINHA.
094800     MOVE ' ' TO UORGR228-CTL-IMPRESSAO.
094900     MOVE 'PROGRAMAS NA CADEIA / NO CAMINHO CRITICO:'
095000         TO UORGR228-TOT-ROTULO.
095100     MOVE WS-QTDE-PGM TO WS-QTDE-EDITADA.
095200     MOVE WS-QTDE-CRITICO TO WS-QTDE-EDITADA-2.
095300     STRING WS-QTDE-EDITADA ' / ' WS-QTDE-EDITADA-2
095400         DELIMITED BY SIZE INTO UORGR228-TOT-VALOR.
095500     WRITE REL-UORGR228-REG FROM UORGR228-LINHA.
095600     MOVE SPACES TO UORGR228-LINHA.
095700     MOVE ' ' TO UORGR228-CTL-IMPRESSAO.
095800     MOVE 'PROGRAMAS SEM HISTORICO DE EXECUCAO.....:'
095900         TO UORGR228-TOT-ROTULO.
096000     MOVE WS-QTDE-SEM-HIST TO WS-QTDE-EDITADA.
096100     MOVE WS-QTDE-EDITADA TO UORGR228-TOT-VALOR.
096200     WRITE REL-UORGR228-REG FROM UORGR228-LINHA.
096300     IF WS-ATRASO
096400         PERFORM 6500-EMITIR-ALERTA
096500             THRU 6500-EMITIR-ALERTA-EXIT
096600     END-IF.
096700 6000-IMPRIMIR-RESUMO-EXIT.
096800     EXIT.
096900******************************************************************
097000*    6500-EMITIR-ALERTA                                          *
097100*    AVISA O PLANTAO QUE A CADEIA NAO TERMINA ATE O LIMITE       *
097200******************************************************************
097300 6500-EMITIR-ALERTA             SECTION.
097400     MOVE SPACES TO UORGL216-PARMS.
097500     MOVE 'R' TO UORGL216-FUNCTION.
097600     MOVE 'UORG0228' TO UORGL216-CORIGEM.
097700     MOVE 'PRAZO' TO UORGL216-CTPO-ALERTA.
097800     MOVE WS-HREF (1:10) TO UORGL216-RCHAVE.
097900     MOVE WS-SEG-FIM-PROJ TO WS-SEG-CALC.
098000     PERFORM 8200-EDITAR-HORA
098100         THRU 8200-EDITAR-HORA-EXIT.
098200     STRING 'CADEIA BATCH COM FIM PROJETADO AS ' WS-HORA-EDITADA
098300            ', APOS O LIMITE DO ONLINE'
098400            DELIMITED BY SIZE INTO UORGL216-RTEXTO.
098500     CALL 'UORG0216' USING UORGL216-PARMS.
098600     IF UORGL216-ERRO-SQL
098700         DISPLAY 'UORG0228 - ERRO NO REGISTRO DO ALERTA DE PRAZO'
098800     END-IF.
098900 6500-EMITIR-ALERTA-EXIT.
099000     EXIT.
099100******************************************************************
099200*    7000-ENCERRAR                                               *
099300******************************************************************
099400 7000-ENCERRAR                  SECTION.
099500     CLOSE REL-UORGR228.
099600     DISPLAY 'UORG0228 - PROGRAMAS: ' WS-QTDE-PGM
099700         ' CRITICOS: ' WS-QTDE-CRITICO
099800         ' NOVOS CRITICOS: ' WS-QTDE-NOVO-CRITICO.
099900     IF WS-ATRASO
100000         DISPLAY 'UORG0228 - FIM PROJETADO APOS O HORARIO LIMITE'
100100     END-IF.
100200 7000-ENCERRAR-EXIT.
100300     EXIT.
100400******************************************************************
100500*    8000-LER-CURSOR                                             *
100600******************************************************************
100700 8000-LER-CURSOR                SECTION.
100800     EXEC SQL
100900         FETCH CUR-UORG0228
101000          INTO :WS-CPGM-BATCH, :WS-CPGM-PREDEC
101100     END-EXEC.
101200     IF SQLCODE = 100
101300         MOVE 'S' TO WS-SW-FIM-CURSOR
101400     ELSE
101500     IF SQLCODE NOT = ZERO
101600         DISPLAY 'UORG0228 - ERRO SQLCODE=' SQLCODE
101700             ' NO FETCH DO CURSOR'
101800         ADD 1 TO WS-QTDE-ERRO
101900         MOVE 'S' TO WS-SW-FIM-CURSOR
102000     END-IF
102100     END-IF.
102200 8000-LER-CURSOR-EXIT.
102300     EXIT.
102400******************************************************************
102500*    8100-LOCALIZAR-PROGRAMA                                     *
102600*    DEVOLVE EM WS-INDICE-ACHADO A POSICAO DE WS-CPGM-BUSCA NA   *
102700*    TABELA, INCLUINDO-O SE NOVO (ZERO SE A TABELA ESTA CHEIA)   *
102800******************************************************************
102900 8100-LOCALIZAR-PROGRAMA        SECTION.
103000     MOVE ZERO TO WS-INDICE-ACHADO.
103100     PERFORM 8150-COMPARAR-PROGRAMA
103200         THRU 8150-COMPARAR-PROGRAMA-EXIT
103300         VARYING WS-INDICE FROM 1 BY 1
103400         UNTIL WS-INDICE > WS-QTDE-PGM
103500            OR WS-INDICE-ACHADO > ZERO.
103600     IF WS-INDICE-ACHADO > ZERO
103700         OR WS-QTDE-PGM NOT < WS-LIMITE-PGM
103800         GO TO 8100-LOCALIZAR-PROGRAMA-EXIT
103900     END-IF.
104000     ADD 1 TO WS-QTDE-PGM.
104100     MOVE WS-QTDE-PGM TO WS-INDICE-ACHADO.
104200     MOVE WS-CPGM-BUSCA TO WS-PGM-CPGM (WS-QTDE-PGM).
104300     MOVE ZERO TO WS-PGM-QEXEC (WS-QTDE-PGM)
104400                  WS-PGM-DUR (WS-QTDE-PGM)
104500                  WS-PGM-QEXEC-ANT (WS-QTDE-PGM)
104600                  WS-PGM-DUR-ANT (WS-QTDE-PGM)
104700                  WS-PGM-ES (WS-QTDE-PGM)
104800                  WS-PGM-EF (WS-QTDE-PGM)
104900                  WS-PGM-LS (WS-QTDE-PGM)
105000                  WS-PGM-FOLGA (WS-QTDE-PGM)
105100                  WS-PGM-FOLGA-ANT (WS-QTDE-PGM)
105200                  WS-PGM-PEF (WS-QTDE-PGM).
105300     MOVE 'P' TO WS-PGM-SIT (WS-QTDE-PGM).
105400 8100-LOCALIZAR-PROGRAMA-EXIT.
105500     EXIT.
105600******************************************************************
105700*    8150-COMPARAR-PROGRAMA                                      *
105800******************************************************************
105900 8150-COMPARAR-PROGRAMA         SECTION.
106000     IF WS-PGM-CPGM (WS-INDICE) = WS-CPGM-BUSCA
106100         MOVE WS-INDICE TO WS-INDICE-ACHADO
106200     END-IF.
106300 8150-COMPARAR-PROGRAMA-EXIT.
106400     EXIT.
106500******************************************************************
106600*    8200-EDITAR-HORA                                            *
106700*    SEGUNDOS DESDE O INICIO DA NOITE EM HORA DO RELOGIO HH:MM   *
106800******************************************************************
106900 8200-EDITAR-HORA               SECTION.
107000     COMPUTE WS-SEG-RESTO = WS-SEG-INICIO + WS-SEG-CALC.
107100     IF WS-SEG-RESTO < ZERO
107200         MOVE ZERO TO WS-SEG-RESTO
107300     END-IF.
107400     DIVIDE WS-SEG-RESTO BY WS-SEG-DIA
107500         GIVING WS-QTDE-DIAS REMAINDER WS-SEG-RESTO.
107600     COMPUTE WS-HH = WS-SEG-RESTO / 3600.
107700     COMPUTE WS-MM = (WS-SEG-RESTO - WS-HH * 3600) / 60.
107800     MOVE SPACES TO WS-HORA-EDITADA.
107900     STRING WS-HH ':' WS-MM
108000         DELIMITED BY SIZE INTO WS-HORA-EDITADA.
108100 8200-EDITAR-HORA-EXIT.
108200     EXIT.
108300******************************************************************
108400*    8300-EDITAR-DURACAO                                         *
108500*    SEGUNDOS EM HH:MM:SS (LIMITADO A 99 HORAS)                  *
108600******************************************************************
108700 8300-EDITAR-DURACAO            SECTION.
108800     MOVE WS-SEG-CALC TO WS-SEG-RESTO.
108900     IF WS-SEG-RESTO < ZERO
109000         MOVE ZERO TO WS-SEG-RESTO
109100     END-IF.
109200     IF WS-SEG-RESTO > 359999
109300         MOVE 359999 TO WS-SEG-RESTO
109400     END-IF.
109500     COMPUTE WS-HH = WS-SEG-RESTO / 3600.
109600     COMPUTE WS-MM = (WS-SEG-RESTO - WS-HH * 3600) / 60.
109700     COMPUTE WS-SS = WS-SEG-RESTO - WS-HH * 3600 - WS-MM * 60.
109800     MOVE SPACES TO WS-DURACAO-EDITADA.
109900     STRING WS-HH ':' WS-MM ':' WS-SS
110000         DELIMITED BY SIZE INTO WS-DURACAO-EDITADA.
110100 8300-EDITAR-DURACAO-EXIT.
110200     EXIT.
110300******************************************************************
110400*    8400-IMPRIMIR-CABECALHO                                     *
110500******************************************************************
110600 8400-IMPRIMIR-CABECALHO        SECTION.
110700     MOVE SPACES TO UORGR228-LINHA.
110800     MOVE ' ' TO UORGR228-CTL-IMPRESSAO.
110900     STRING 'PROGRAMA QEX DURACAO  INIC  FIM   INIC  '
111000            'FOLGA    C SITUACAO     FIM   DUR.ANT  '
111100            'FOLGA.ANT'
111200            DELIMITED BY SIZE INTO UORGR228-CAB-TEXTO.
111300     WRITE REL-UORGR228-REG FROM UORGR228-LINHA.
111400     MOVE SPACES TO UORGR228-LINHA.
111500     MOVE ' ' TO UORGR228-CTL-IMPRESSAO.
111600     STRING '             MEDIA    CEDO  CEDO  TARDE'
111700            '                         PROJ.'
111800            DELIMITED BY SIZE INTO UORGR228-CAB-TEXTO.
111900     WRITE REL-UORGR228-REG FROM UORGR228-LINHA.
112000 8400-IMPRIMIR-CABECALHO-EXIT.
112100     EXIT.
112200******************************************************************
112300*    9500-REGISTRAR-INICIO                                       *
112400*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
112500******************************************************************
112600 9500-REGISTRAR-INICIO          SECTION.
112700     MOVE 'I' TO UORGL043-FUNCTION.
112800     MOVE 'UORG0228' TO UORGL043-CPGM-BATCH.
112900     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
113000                  UORGL043-QTDE-REJEITADOS
113100                  UORGL043-CCOD-TERMINO.
113200     CALL 'UORG0043' USING UORGL043-PARMS.
113300     IF NOT UORGL043-OK
113400         DISPLAY 'UORG0228 - ERRO ' UORGL043-RETORNO
113500             ' NO REGISTRO DE INICIO DA EXECUCAO'
113600     END-IF.
113700 9500-REGISTRAR-INICIO-EXIT.
113800     EXIT.
113900******************************************************************
114000*    9600-REGISTRAR-FIM                                          *
114100*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
114200******************************************************************
114300 9600-REGISTRAR-FIM             SECTION.
114400     MOVE 'F' TO UORGL043-FUNCTION.
114500     MOVE WS-QTDE-PGM TO UORGL043-QTDE-LIDOS.
114600     MOVE WS-QTDE-CRITICO TO UORGL043-QTDE-GRAVADOS.
114700     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
114800     EVALUATE TRUE
114900         WHEN WS-QTDE-ERRO > ZERO
115000             MOVE 8 TO UORGL043-CCOD-TERMINO
115100         WHEN WS-ATRASO
115200             MOVE 4 TO UORGL043-CCOD-TERMINO
115300         WHEN OTHER
115400             MOVE ZERO TO UORGL043-CCOD-TERMINO
115500     END-EVALUATE.
115600     CALL 'UORG0043' USING UORGL043-PARMS.
115700     IF NOT UORGL043-OK
115800         DISPLAY 'UORG0228 - ERRO ' UORGL043-RETORNO
115900             ' NO REGISTRO DE FIM DA EXECUCAO'
116000     END-IF.
116100     EXEC SQL
116200         COMMIT
116300     END-EXEC.
116400 9600-REGISTRAR-FIM-EXIT.
116500     EXIT.
