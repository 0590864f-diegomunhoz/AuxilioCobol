000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0187                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0187.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - CONCILIACAO MENSAL DAS UNIDADES       *
001600*                CONTRA O CADASTRO DE CENTROS DE CUSTO DA        *
001700*                CONTABILIDADE (UORGS187 -> TCCUSTO_CTBIL), COM  *
001800*                CADA DIVERGENCIA RASTREADA ATE A REMESSA        *
001900*                UORG0129.                                       *
001910* 15/10/2026 ES  EVENTOS SUPERADOS POR CORRECAO                  *
001920*                RETROATIVA (CINDCD_EVENTO_SUPERD)               *
001930*                IGNORADOS NA RECONSTRUCAO.                      *
002000******************************************************************
002100*
002200*    FUNCAO: PASSADA PREVIA E RECEPCAO DO CADASTRO MENSAL DE
002300*    CENTROS DE CUSTO DA CONTABILIDADE PELO SERVICO COMUM
002400*    UORG0122 (TRAILER E RETRANSMISSAO). ACEITO, A TABELA
002500*    ESPELHO TCCUSTO_CTBIL E REFEITA (DELETE + INSERT) COM O
002600*    CADASTRO DO MES, NO MOLDE DA UORG0144. EM SEGUIDA O
002700*    ESPELHO E BATIDO CONTRA TUND_ORGNZ EM TRES SECOES:
002800*    1 - UNIDADES ATIVAS SEM CENTRO DE CUSTO ABERTO;
002900*    2 - CENTROS ABERTOS DE UNIDADES ENCERRADAS (OU INEXISTENTES)
003000*        NA UORG;
003100*    3 - CENTROS ABERTOS CUJA CLASSIFICACAO DIFERE DA
003200*        CCLASF_UND_ORGNZ DA UNIDADE ATIVA.
003300*    CADA DIVERGENCIA E RASTREADA ATE O ULTIMO EVENTO DE
003400*    TUND_ORGNZ_HIST QUE DEVERIA TE-LA CORRIGIDO (ABERTURA,
003500*    ENCERRAMENTO OU RECLASSIFICACAO, COM O MESMO MAPEAMENTO DA
003600*    UORG0129) E ATE A GERACAO DA REMESSA UORGS129 QUE COBRIU O
003700*    MES DO EVENTO - A PRIMEIRA GERACAO EM TCTRL_TRANSM_ARQ A
003800*    PARTIR DO PRIMEIRO DIA DO MES SEGUINTE AO EVENTO - COM A
003900*    SITUACAO DA TRANSMISSAO (GERADA OU CONFIRMADA). NAO HA
004000*    ATUALIZACAO DE DADOS DA UORG - E UM RELATORIO DE CONFERENCIA.
004100*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.         IBM-390.
004500 OBJECT-COMPUTER.         IBM-390.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT ARQ-UORGS187 ASSIGN TO UORGS187
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT REL-UORGR187 ASSIGN TO UORGR187
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ARQ-UORGS187
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  ARQ-UORGS187-REG            PIC X(50).
005800 FD  REL-UORGR187
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  REL-UORGR187-REG            PIC X(133).
006200 WORKING-STORAGE SECTION.
006300     EXEC SQL INCLUDE SQLCA END-EXEC.
006400 01  WS-SWITCHES.
006500     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
006600        88 WS-FIM-ARQUIVO             VALUE 'S'.
006700     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006800        88 WS-FIM-CURSOR              VALUE 'S'.
006900     05 WS-SW-ARQ-BLOQUEADO      PIC X(1) VALUE 'N'.
007000        88 WS-ARQ-BLOQUEADO           VALUE 'S'.
007100 01  WS-CONTADORES.
007200     05 WS-QTDE-DETALHE          PIC S9(9) COMP VALUE ZERO.
007300     05 WS-QTDE-TRAILER          PIC 9(9) VALUE ZERO.
007400     05 WS-QTDE-CARREGADA        PIC S9(9) COMP VALUE ZERO.
007500     05 WS-QTDE-INVALIDA         PIC S9(9) COMP VALUE ZERO.
007600     05 WS-QTDE-SECAO            PIC S9(7) COMP VALUE ZERO.
007700     05 WS-QTDE-SEM-CCUSTO       PIC S9(7) COMP VALUE ZERO.
007800     05 WS-QTDE-CCUSTO-ENCERRAR  PIC S9(7) COMP VALUE ZERO.
007900     05 WS-QTDE-CLASF-DIVERG     PIC S9(7) COMP VALUE ZERO.
008000 01  WS-AREA-TRABALHO.
008100     05 WS-DATA-HOJE             PIC 9(8).
008200     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
008300     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
008400     05 WS-IABREV-UND-ORGNZ      PIC X(40).
008500     05 WS-CCLASF-UND-ORGNZ      PIC S9(1)V COMP-3.
008600     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
008700     05 WS-CCCUSTO-CTBIL         PIC X(10).
008800     05 WS-CSIT-CCUSTO           PIC X(1).
008900     05 WS-CCLASF-CTBIL          PIC S9(1)V COMP-3.
009000     05 WS-CCLASF-ED             PIC 9(1).
009100     05 WS-TEXTO-TITULO          PIC X(70).
009200     05 WS-CTPO-EVENTO           PIC X(1).
009300        88 WS-EVENTO-ABERTURA         VALUE 'A'.
009400        88 WS-EVENTO-ENCERRTO         VALUE 'E'.
009500        88 WS-EVENTO-RECLASSF         VALUE 'R'.
009600     05 WS-HEVENTO-HIST          PIC X(26).
009700     05 WS-HEVENTO-R REDEFINES WS-HEVENTO-HIST.
009800        10 WS-EVENTO-ANO         PIC 9(4).
009900        10 FILLER                PIC X(1).
010000        10 WS-EVENTO-MES         PIC 9(2).
010100        10 FILLER                PIC X(19).
010200     05 WS-ANO-REMESSA           PIC 9(4).
010300     05 WS-MES-REMESSA           PIC 9(2).
010400     05 WS-DATA-REMESSA          PIC 9(8).
010500     05 WS-TS-REMESSA            PIC X(26).
010600     05 WS-NSEQ-GERACAO          PIC S9(9)V COMP-3.
010700     05 WS-CSIT-TRANSM           PIC S9(1)V COMP-3.
010800     05 WS-IREFER-HEADER         PIC X(10).
010900     05 WS-NSEQ-RECEPC           PIC S9(9)V COMP-3.
011000     05 WS-CUSUARIO              PIC X(9) VALUE 'UORG0187'.
011100 01  WS-INDICADORES.
011200     05 WS-IND-HEVENTO           PIC S9(4) COMP-5.
011300 COPY UORGS187.
011400 COPY UORGR187.
011500 COPY UORGL043.
011600 COPY UORGL122.
011700 PROCEDURE DIVISION.
011800******************************************************************
011900*    0000-MAINLINE                                               *
012000******************************************************************
012100 0000-MAINLINE                  SECTION.
012200     PERFORM 9500-REGISTRAR-INICIO
012300         THRU 9500-REGISTRAR-INICIO-EXIT.
012400     PERFORM 0500-PRE-VALIDAR-RECEPCAO
012500         THRU 0500-PRE-VALIDAR-RECEPCAO-EXIT.
012600     IF WS-ARQ-BLOQUEADO
012700         PERFORM 9600-REGISTRAR-FIM
012800             THRU 9600-REGISTRAR-FIM-EXIT
012900         GOBACK
013000     END-IF.
013100     PERFORM 1000-CARREGAR-ESPELHO
013200         THRU 1000-CARREGAR-ESPELHO-EXIT.
013300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
013400     OPEN OUTPUT REL-UORGR187.
013500     PERFORM 3000-UNIDADES-SEM-CCUSTO
013600         THRU 3000-UNIDADES-SEM-CCUSTO-EXIT.
013700     PERFORM 4000-CCUSTO-A-ENCERRAR
013800         THRU 4000-CCUSTO-A-ENCERRAR-EXIT.
013900     PERFORM 5000-CLASSIF-DIVERGENTE
014000         THRU 5000-CLASSIF-DIVERGENTE-EXIT.
014100     PERFORM 7000-ENCERRAR
014200         THRU 7000-ENCERRAR-EXIT.
014300     PERFORM 9600-REGISTRAR-FIM
014400         THRU 9600-REGISTRAR-FIM-EXIT.
014500     GOBACK.
014600******************************************************************
014700*    0500-PRE-VALIDAR-RECEPCAO                                  *
014800******************************************************************
014900 0500-PRE-VALIDAR-RECEPCAO      SECTION.
015000     OPEN INPUT ARQ-UORGS187.
015100     MOVE SPACES TO WS-IREFER-HEADER.
015200     PERFORM 0600-CONTAR-REGISTRO
015300         THRU 0600-CONTAR-REGISTRO-EXIT
015400         UNTIL WS-FIM-ARQUIVO.
015500     CLOSE ARQ-UORGS187.
015600     MOVE 'V' TO UORGL122-FUNCTION.
015700     MOVE 'UORGS187' TO UORGL122-CINTERF.
015800     MOVE WS-IREFER-HEADER TO UORGL122-IREFER-HEADER.
015900     MOVE WS-QTDE-DETALHE TO UORGL122-QREG-DETALHE.
016000     MOVE WS-QTDE-TRAILER TO UORGL122-QTOTAL-TRAILER.
016100     MOVE SPACES TO UORGL122-CINTERF-REFER.
016200     MOVE ZERO TO UORGL122-NSEQ-GER-REFER.
016300     MOVE WS-CUSUARIO TO UORGL122-CUSUAR.
016400     CALL 'UORG0122' USING UORGL122-PARMS.
016500     EXEC SQL
016600         COMMIT
016700     END-EXEC.
016800     IF NOT UORGL122-OK
016900         DISPLAY 'UORG0187 - ARQUIVO EM QUARENTENA, RETORNO '
017000             UORGL122-RETORNO ' (VIDE UORG0123)'
017100         MOVE 'S' TO WS-SW-ARQ-BLOQUEADO
017200         GO TO 0500-PRE-VALIDAR-RECEPCAO-EXIT
017300     END-IF.
017400     MOVE UORGL122-NSEQ-RECEPC TO WS-NSEQ-RECEPC.
017500     MOVE ZERO TO WS-QTDE-DETALHE WS-QTDE-TRAILER.
017600     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
017700 0500-PRE-VALIDAR-RECEPCAO-EXIT.
017800     EXIT.
017900******************************************************************
018000*    0600-CONTAR-REGISTRO                                       *
018100******************************************************************
018200 0600-CONTAR-REGISTRO           SECTION.
018300     READ ARQ-UORGS187 INTO UORGS187-REGISTRO
018400         AT END
018500             MOVE 'S' TO WS-SW-FIM-ARQUIVO
018600             GO TO 0600-CONTAR-REGISTRO-EXIT
018700     END-READ.
018800     EVALUATE TRUE
018900         WHEN UORGS187-REG-HEADER
019000             MOVE UORGS187-HDR-ANO-MES TO WS-IREFER-HEADER
019100         WHEN UORGS187-REG-TRAILER
019200             MOVE UORGS187-TRL-QTDE-REGS TO WS-QTDE-TRAILER
019300         WHEN UORGS187-REG-DETALHE
019400             ADD 1 TO WS-QTDE-DETALHE
019500         WHEN OTHER
019600             CONTINUE
019700     END-EVALUATE.
019800 0600-CONTAR-REGISTRO-EXIT.
019900     EXIT.
020000******************************************************************
020100*    1000-CARREGAR-ESPELHO                                      *
020200*    REFAZ TCCUSTO_CTBIL COM O CADASTRO DO MES                  *
020300******************************************************************
020400 1000-CARREGAR-ESPELHO          SECTION.
020500     EXEC SQL
020600         DELETE FROM DB2PRD.TCCUSTO_CTBIL
020700     END-EXEC.
020800     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
020900         DISPLAY 'UORG0187 - ERRO SQLCODE=' SQLCODE
021000             ' NA LIMPEZA DO ESPELHO'
021100     END-IF.
021200     OPEN INPUT ARQ-UORGS187.
021300     PERFORM 8000-LER-ARQUIVO
021400         THRU 8000-LER-ARQUIVO-EXIT.
021500     PERFORM 1100-APLICAR-DETALHE
021600         THRU 1100-APLICAR-DETALHE-EXIT
021700         UNTIL WS-FIM-ARQUIVO.
021800     CLOSE ARQ-UORGS187.
021900     MOVE 'C' TO UORGL122-FUNCTION.
022000     MOVE 'UORGS187' TO UORGL122-CINTERF.
022100     MOVE WS-NSEQ-RECEPC TO UORGL122-NSEQ-RECEPC.
022200     CALL 'UORG0122' USING UORGL122-PARMS.
022300     EXEC SQL
022400         COMMIT
022500     END-EXEC.
022600 1000-CARREGAR-ESPELHO-EXIT.
022700     EXIT.
022800******************************************************************
022900*    1100-APLICAR-DETALHE                                       *
023000******************************************************************
023100 1100-APLICAR-DETALHE           SECTION.
023200     IF NOT UORGS187-REG-DETALHE
023300         GO TO 1100-APLICAR-DETALHE-LER
023400     END-IF.
023500     IF UORGS187-CPSSOA-JURID IS NOT NUMERIC
023600         OR UORGS187-NSEQ-UND-ORGNZ IS NOT NUMERIC
023700         OR UORGS187-CCLASF-UND-ORGNZ IS NOT NUMERIC
023800         OR NOT (UORGS187-CCUSTO-ABERTO
023900                 OR UORGS187-CCUSTO-ENCERRADO)
024000         DISPLAY 'UORG0187 - DETALHE INVALIDO, IGNORADO: '
024100             UORGS187-CCCUSTO-CTBIL
024200         ADD 1 TO WS-QTDE-INVALIDA
024300         GO TO 1100-APLICAR-DETALHE-LER
024400     END-IF.
024500     MOVE UORGS187-CPSSOA-JURID TO WS-CPSSOA-JURID.
024600     MOVE UORGS187-NSEQ-UND-ORGNZ TO WS-NSEQ-UND-ORGNZ.
024700     MOVE UORGS187-CCCUSTO-CTBIL TO WS-CCCUSTO-CTBIL.
024800     MOVE UORGS187-CSIT-CCUSTO TO WS-CSIT-CCUSTO.
024900     MOVE UORGS187-CCLASF-UND-ORGNZ TO WS-CCLASF-CTBIL.
025000     EXEC SQL
025100         INSERT INTO DB2PRD.TCCUSTO_CTBIL
025200                (CPSSOA_JURID, NSEQ_UND_ORGNZ, CCCUSTO_CTBIL,
025300                 CSIT_CCUSTO, CCLASF_UND_ORGNZ,
025400                 HINCL_REG, CUSUAR_INCL)
025500         VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
025600                 :WS-CCCUSTO-CTBIL, :WS-CSIT-CCUSTO,
025700                 :WS-CCLASF-CTBIL,
025800                 CURRENT TIMESTAMP, :WS-CUSUARIO)
025900     END-EXEC.
026000     IF SQLCODE = ZERO
026100         ADD 1 TO WS-QTDE-CARREGADA
026200     ELSE
026300         DISPLAY 'UORG0187 - ERRO SQLCODE=' SQLCODE
026400             ' NA CARGA DO ESPELHO, CENTRO ' WS-CCCUSTO-CTBIL
026500         ADD 1 TO WS-QTDE-INVALIDA
026600     END-IF.
026700 1100-APLICAR-DETALHE-LER.
026800     PERFORM 8000-LER-ARQUIVO
026900         THRU 8000-LER-ARQUIVO-EXIT.
027000 1100-APLICAR-DETALHE-EXIT.
027100     EXIT.
027200******************************************************************
027300*    3000-UNIDADES-SEM-CCUSTO                                   *
027400*    SECAO 1 - UNIDADE ATIVA SEM CENTRO DE CUSTO ABERTO: O      *
027500*    EVENTO QUE DEVERIA TER ABERTO O CENTRO E A ATIVACAO        *
027600******************************************************************
027700 3000-UNIDADES-SEM-CCUSTO       SECTION.
027800     MOVE 'SECAO 1 - UNIDADES ATIVAS SEM CENTRO DE CUSTO ABERTO'
027900         TO WS-TEXTO-TITULO.
028000     PERFORM 3900-IMPRIMIR-TITULO
028100         THRU 3900-IMPRIMIR-TITULO-EXIT.
028200     MOVE 'A' TO WS-CTPO-EVENTO.
028300     MOVE 'N' TO WS-SW-FIM-CURSOR.
028400     EXEC SQL
028500         OPEN CUR-SEM-CCUSTO
028600     END-EXEC.
028700     IF SQLCODE NOT = ZERO
028800         DISPLAY 'UORG0187 - ERRO SQLCODE=' SQLCODE
028900             ' NA ABERTURA DO CURSOR DA SECAO 1'
029000         GO TO 3000-UNIDADES-SEM-CCUSTO-EXIT
029100     END-IF.
029200     PERFORM 8100-LER-SEM-CCUSTO
029300         THRU 8100-LER-SEM-CCUSTO-EXIT.
029400     PERFORM 3100-TRATAR-DIVERGENCIA
029500         THRU 3100-TRATAR-DIVERGENCIA-EXIT
029600         UNTIL WS-FIM-CURSOR.
029700     EXEC SQL
029800         CLOSE CUR-SEM-CCUSTO
029900     END-EXEC.
030000     MOVE WS-QTDE-SECAO TO WS-QTDE-SEM-CCUSTO.
030100 3000-UNIDADES-SEM-CCUSTO-EXIT.
030200     EXIT.
030300******************************************************************
030400*    3100-TRATAR-DIVERGENCIA                                    *
030500*    RASTREIA E IMPRIME A DIVERGENCIA CORRENTE E LE A PROXIMA   *
030600*    DA SECAO EM CURSO                                          *
030700******************************************************************
030800 3100-TRATAR-DIVERGENCIA        SECTION.
030900     ADD 1 TO WS-QTDE-SECAO.
031000     PERFORM 6000-RASTREAR-REMESSA
031100         THRU 6000-RASTREAR-REMESSA-EXIT.
031200     MOVE ' ' TO UORGR187-CTL-IMPRESSAO.
031300     MOVE WS-CPSSOA-JURID TO UORGR187-CPSSOA-JURID.
031400     MOVE WS-NSEQ-UND-ORGNZ TO UORGR187-NSEQ-UND-ORGNZ.
031500     MOVE WS-IABREV-UND-ORGNZ TO UORGR187-IABREV-UND.
031600     MOVE WS-CCCUSTO-CTBIL TO UORGR187-CCCUSTO-CTBIL.
031700     MOVE '/' TO UORGR187-CCLASF-SEP.
031800     IF WS-CSIT-UND-ORGNZ < ZERO
031900         MOVE '-' TO UORGR187-CCLASF-UORG
032000     ELSE
032100         MOVE WS-CCLASF-UND-ORGNZ TO WS-CCLASF-ED
032200         MOVE WS-CCLASF-ED TO UORGR187-CCLASF-UORG
032300     END-IF.
032400     IF WS-CCCUSTO-CTBIL = SPACES
032500         MOVE '-' TO UORGR187-CCLASF-CTBIL
032600     ELSE
032700         MOVE WS-CCLASF-CTBIL TO WS-CCLASF-ED
032800         MOVE WS-CCLASF-ED TO UORGR187-CCLASF-CTBIL
032900     END-IF.
033000     WRITE REL-UORGR187-REG FROM UORGR187-LINHA.
033100     MOVE SPACES TO UORGR187-LINHA.
033200     EVALUATE TRUE
033300         WHEN WS-EVENTO-ABERTURA
033400             PERFORM 8100-LER-SEM-CCUSTO
033500                 THRU 8100-LER-SEM-CCUSTO-EXIT
033600         WHEN WS-EVENTO-ENCERRTO
033700             PERFORM 8200-LER-A-ENCERRAR
033800                 THRU 8200-LER-A-ENCERRAR-EXIT
033900         WHEN OTHER
034000             PERFORM 8300-LER-CLASF-DIVERG
034100                 THRU 8300-LER-CLASF-DIVERG-EXIT
034200     END-EVALUATE.
034300 3100-TRATAR-DIVERGENCIA-EXIT.
034400     EXIT.
034500******************************************************************
034600*    3900-IMPRIMIR-TITULO                                       *
034700*    TITULO DA SECAO (TEXTO EM WS-TEXTO-TITULO), SEMPRE EM      *
034800*    PAGINA NOVA, E ZERA O CONTADOR DA SECAO                    *
034900******************************************************************
035000 3900-IMPRIMIR-TITULO           SECTION.
035100     MOVE ZERO TO WS-QTDE-SECAO.
035200     MOVE SPACES TO UORGR187-LINHA.
035300     MOVE '1' TO UORGR187-CTL-IMPRESSAO.
035400     MOVE WS-TEXTO-TITULO TO UORGR187-TIT-TEXTO.
035500     WRITE REL-UORGR187-REG FROM UORGR187-LINHA.
035600     MOVE SPACES TO UORGR187-LINHA.
035700     MOVE '0' TO UORGR187-CTL-IMPRESSAO.
035800     MOVE 'UNIDADE / CENTRO / CLASSIF UORG-CTB / EVENTO / REMESSA'
035900         TO UORGR187-TIT-TEXTO.
036000     WRITE REL-UORGR187-REG FROM UORGR187-LINHA.
036100     MOVE SPACES TO UORGR187-LINHA.
036200 3900-IMPRIMIR-TITULO-EXIT.
036300     EXIT.
036400******************************************************************
036500*    4000-CCUSTO-A-ENCERRAR                                     *
036600*    SECAO 2 - CENTRO ABERTO DE UNIDADE ENCERRADA OU INEXISTENTE*
036700*    NA UORG: O EVENTO QUE DEVERIA TER ENCERRADO O CENTRO E O   *
036800*    ENCERRAMENTO DA UNIDADE                                    *
036900******************************************************************
037000 4000-CCUSTO-A-ENCERRAR         SECTION.
037100     MOVE 'SECAO 2 - CENTROS ABERTOS DE UNIDADES ENCERRADAS'
037200         TO WS-TEXTO-TITULO.
037300     PERFORM 3900-IMPRIMIR-TITULO
037400         THRU 3900-IMPRIMIR-TITULO-EXIT.
037500     MOVE 'E' TO WS-CTPO-EVENTO.
037600     MOVE 'N' TO WS-SW-FIM-CURSOR.
037700     EXEC SQL
037800         OPEN CUR-A-ENCERRAR
037900     END-EXEC.
038000     IF SQLCODE NOT = ZERO
038100         DISPLAY 'UORG0187 - ERRO SQLCODE=' SQLCODE
038200             ' NA ABERTURA DO CURSOR DA SECAO 2'
038300         GO TO 4000-CCUSTO-A-ENCERRAR-EXIT
038400     END-IF.
038500     PERFORM 8200-LER-A-ENCERRAR
038600         THRU 8200-LER-A-ENCERRAR-EXIT.
038700     PERFORM 3100-TRATAR-DIVERGENCIA
038800         THRU 3100-TRATAR-DIVERGENCIA-EXIT
038900         UNTIL WS-FIM-CURSOR.
039000     EXEC SQL
039100         CLOSE CUR-A-ENCERRAR
039200     END-EXEC.
039300     MOVE WS-QTDE-SECAO TO WS-QTDE-CCUSTO-ENCERRAR.
039400 4000-CCUSTO-A-ENCERRAR-EXIT.
039500     EXIT.
039600******************************************************************
039700*    5000-CLASSIF-DIVERGENTE                                    *
039800*    SECAO 3 - CENTRO ABERTO COM CLASSIFICACAO DIFERENTE DA     *
039900*    UNIDADE ATIVA: O EVENTO QUE DEVERIA TER CORRIGIDO E A      *
040000*    ULTIMA RECLASSIFICACAO (OU A ATIVACAO, SE POSTERIOR)       *
040100******************************************************************
040200 5000-CLASSIF-DIVERGENTE        SECTION.
040300     MOVE 'SECAO 3 - CLASSIFICACAO DO CENTRO DIFERENTE DA UNIDADE'
040400         TO WS-TEXTO-TITULO.
040500     PERFORM 3900-IMPRIMIR-TITULO
040600         THRU 3900-IMPRIMIR-TITULO-EXIT.
040700     MOVE 'R' TO WS-CTPO-EVENTO.
040800     MOVE 'N' TO WS-SW-FIM-CURSOR.
040900     EXEC SQL
041000         OPEN CUR-CLASF-DIVERG
041100     END-EXEC.
041200     IF SQLCODE NOT = ZERO
041300         DISPLAY 'UORG0187 - ERRO SQLCODE=' SQLCODE
041400             ' NA ABERTURA DO CURSOR DA SECAO 3'
041500         GO TO 5000-CLASSIF-DIVERGENTE-EXIT
041600     END-IF.
041700     PERFORM 8300-LER-CLASF-DIVERG
041800         THRU 8300-LER-CLASF-DIVERG-EXIT.
041900     PERFORM 3100-TRATAR-DIVERGENCIA
042000         THRU 3100-TRATAR-DIVERGENCIA-EXIT
042100         UNTIL WS-FIM-CURSOR.
042200     EXEC SQL
042300         CLOSE CUR-CLASF-DIVERG
042400     END-EXEC.
042500     MOVE WS-QTDE-SECAO TO WS-QTDE-CLASF-DIVERG.
042600 5000-CLASSIF-DIVERGENTE-EXIT.
042700     EXIT.
042800******************************************************************
042900*    6000-RASTREAR-REMESSA                                      *
043000*    ULTIMO EVENTO DO TIPO DA SECAO EM TUND_ORGNZ_HIST (MESMO   *
043100*    MAPEAMENTO DA UORG0129) E A GERACAO UORGS129 QUE COBRIU O  *
043200*    MES DO EVENTO                                              *
043300******************************************************************
043400 6000-RASTREAR-REMESSA          SECTION.
043500     MOVE SPACES TO UORGR187-HEVENTO UORGR187-SITUACAO.
043600     MOVE ZERO TO UORGR187-NSEQ-GERACAO.
043700     MOVE SPACES TO WS-HEVENTO-HIST.
043800     MOVE -1 TO WS-IND-HEVENTO.
043900     IF WS-EVENTO-ABERTURA
044000         EXEC SQL
044100             SELECT MAX(HEVENTO_HIST)
044200               INTO :WS-HEVENTO-HIST:WS-IND-HEVENTO
044300               FROM DB2PRD.TUND_ORGNZ_HIST
044400              WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
044500                AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
044600                AND COALESCE(CSIT_UND_ORGNZ_NOVO, 0) = 1
044700                AND COALESCE(CSIT_UND_ORGNZ_ANT, 0) <> 1
044710               AND COALESCE(CINDCD_EVENTO_SUPERD, 'N') = 'N'
044800         END-EXEC
044900     ELSE
045000     IF WS-EVENTO-ENCERRTO
045100         EXEC SQL
045200             SELECT MAX(HEVENTO_HIST)
045300               INTO :WS-HEVENTO-HIST:WS-IND-HEVENTO
045400               FROM DB2PRD.TUND_ORGNZ_HIST
045500              WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
045600                AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
045700                AND COALESCE(CSIT_UND_ORGNZ_NOVO, 0) = 0
045800                AND COALESCE(CSIT_UND_ORGNZ_ANT, 0) <> 0
045810               AND COALESCE(CINDCD_EVENTO_SUPERD, 'N') = 'N'
045900         END-EXEC
046000     ELSE
046100         EXEC SQL
046200             SELECT MAX(HEVENTO_HIST)
046300               INTO :WS-HEVENTO-HIST:WS-IND-HEVENTO
046400               FROM DB2PRD.TUND_ORGNZ_HIST
046500              WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
046600                AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
046700                AND COALESCE(CSIT_UND_ORGNZ_NOVO, 0) = 1
046800                AND (COALESCE(CSIT_UND_ORGNZ_ANT, 0) <> 1
046900                     OR COALESCE(CCLASF_UND_ORGNZ_ANT, 0) <>
047000                        COALESCE(CCLASF_UND_ORGNZ_NOVO, 0))
047010               AND COALESCE(CINDCD_EVENTO_SUPERD, 'N') = 'N'
047100         END-EXEC
047200     END-IF
047300     END-IF.
047400     IF SQLCODE NOT = ZERO OR WS-IND-HEVENTO < ZERO
047500         MOVE 'SEM EVENTO NO HISTORICO' TO UORGR187-SITUACAO
047600         GO TO 6000-RASTREAR-REMESSA-EXIT
047700     END-IF.
047800     MOVE WS-HEVENTO-HIST (1:19) TO UORGR187-HEVENTO.
047900     IF WS-EVENTO-MES = 12
048000         COMPUTE WS-ANO-REMESSA = WS-EVENTO-ANO + 1
048100         MOVE 01 TO WS-MES-REMESSA
048200     ELSE
048300         MOVE WS-EVENTO-ANO TO WS-ANO-REMESSA
048400         COMPUTE WS-MES-REMESSA = WS-EVENTO-MES + 1
048500     END-IF.
048600     COMPUTE WS-DATA-REMESSA =
048700         WS-ANO-REMESSA * 10000 + WS-MES-REMESSA * 100 + 1.
048800     MOVE SPACES TO WS-TS-REMESSA.
048900     STRING WS-ANO-REMESSA '-' WS-MES-REMESSA
049000            '-01-00.00.00.000000'
049100            DELIMITED BY SIZE INTO WS-TS-REMESSA.
049200     EXEC SQL
049300         SELECT NSEQ_GERACAO, CSIT_TRANSM
049400           INTO :WS-NSEQ-GERACAO, :WS-CSIT-TRANSM
049500           FROM DB2PRD.TCTRL_TRANSM_ARQ
049600          WHERE CINTERF_ARQ  = 'UORGS129'
049700            AND NSEQ_GERACAO =
049800                (SELECT MIN(G.NSEQ_GERACAO)
049900                   FROM DB2PRD.TCTRL_TRANSM_ARQ G
050000                  WHERE G.CINTERF_ARQ = 'UORGS129'
050100                    AND G.HGERACAO   >= :WS-TS-REMESSA)
050200     END-EXEC.
050300     IF SQLCODE = 100
050400         IF WS-DATA-REMESSA > WS-DATA-HOJE
050500             MOVE 'EVENTO DO MES - PROXIMA REMESSA'
050600                 TO UORGR187-SITUACAO
050700         ELSE
050800             MOVE 'REMESSA DO MES NAO GERADA'
050900                 TO UORGR187-SITUACAO
051000         END-IF
051100         GO TO 6000-RASTREAR-REMESSA-EXIT
051200     END-IF.
051300     IF SQLCODE NOT = ZERO
051400         DISPLAY 'UORG0187 - ERRO SQLCODE=' SQLCODE
051500             ' NA CONSULTA DE TCTRL_TRANSM_ARQ'
051600         MOVE 'ERRO NA CONSULTA DA REMESSA' TO UORGR187-SITUACAO
051700         GO TO 6000-RASTREAR-REMESSA-EXIT
051800     END-IF.
051900     MOVE WS-NSEQ-GERACAO TO UORGR187-NSEQ-GERACAO.
052000     IF WS-CSIT-TRANSM = 1
052100         MOVE 'REMESSA CONFIRMADA PELA CONTAB.'
052200             TO UORGR187-SITUACAO
052300     ELSE
052400         MOVE 'REMESSA GERADA SEM CONFIRMACAO'
052500             TO UORGR187-SITUACAO
052600     END-IF.
052700 6000-RASTREAR-REMESSA-EXIT.
052800     EXIT.
052900******************************************************************
053000*    7000-ENCERRAR                                               *
053100******************************************************************
053200 7000-ENCERRAR                  SECTION.
053300     MOVE SPACES TO UORGR187-LINHA.
053400     MOVE '1' TO UORGR187-CTL-IMPRESSAO.
053500     MOVE 'TOTAL DE CENTROS CARREGADOS....:'
053600         TO UORGR187-TOT-ROTULO.
053700     MOVE WS-QTDE-CARREGADA TO UORGR187-TOT-QTDE.
053800     WRITE REL-UORGR187-REG FROM UORGR187-LINHA.
053900     MOVE SPACES TO UORGR187-LINHA.
054000     MOVE ' ' TO UORGR187-CTL-IMPRESSAO.
054100     MOVE 'TOTAL DE DETALHES INVALIDOS....:'
054200         TO UORGR187-TOT-ROTULO.
054300     MOVE WS-QTDE-INVALIDA TO UORGR187-TOT-QTDE.
054400     WRITE REL-UORGR187-REG FROM UORGR187-LINHA.
054500     MOVE SPACES TO UORGR187-LINHA.
054600     MOVE ' ' TO UORGR187-CTL-IMPRESSAO.
054700     MOVE 'UNIDADES ATIVAS SEM CENTRO.....:'
054800         TO UORGR187-TOT-ROTULO.
054900     MOVE WS-QTDE-SEM-CCUSTO TO UORGR187-TOT-QTDE.
055000     WRITE REL-UORGR187-REG FROM UORGR187-LINHA.
055100     MOVE SPACES TO UORGR187-LINHA.
055200     MOVE ' ' TO UORGR187-CTL-IMPRESSAO.
055300     MOVE 'CENTROS ABERTOS A ENCERRAR.....:'
055400         TO UORGR187-TOT-ROTULO.
055500     MOVE WS-QTDE-CCUSTO-ENCERRAR TO UORGR187-TOT-QTDE.
055600     WRITE REL-UORGR187-REG FROM UORGR187-LINHA.
055700     MOVE SPACES TO UORGR187-LINHA.
055800     MOVE ' ' TO UORGR187-CTL-IMPRESSAO.
055900     MOVE 'CLASSIFICACOES DIVERGENTES.....:'
056000         TO UORGR187-TOT-ROTULO.
056100     MOVE WS-QTDE-CLASF-DIVERG TO UORGR187-TOT-QTDE.
056200     WRITE REL-UORGR187-REG FROM UORGR187-LINHA.
056300     CLOSE REL-UORGR187.
056400     DISPLAY 'UORG0187 - CENTROS CARREGADOS: ' WS-QTDE-CARREGADA
056500         ' SEM CENTRO: ' WS-QTDE-SEM-CCUSTO
056600         ' A ENCERRAR: ' WS-QTDE-CCUSTO-ENCERRAR
056700         ' CLASSIF. DIVERGENTE: ' WS-QTDE-CLASF-DIVERG.
056800 7000-ENCERRAR-EXIT.
056900     EXIT.
057000******************************************************************
057100*    8000-LER-ARQUIVO                                           *
057200******************************************************************
057300 8000-LER-ARQUIVO               SECTION.
057400     READ ARQ-UORGS187 INTO UORGS187-REGISTRO
057500         AT END
057600             MOVE 'S' TO WS-SW-FIM-ARQUIVO
057700     END-READ.
057800 8000-LER-ARQUIVO-EXIT.
057900     EXIT.
058000******************************************************************
058100*    8100-LER-SEM-CCUSTO                                        *
058200******************************************************************
058300 8100-LER-SEM-CCUSTO            SECTION.
058400     EXEC SQL
058500         FETCH CUR-SEM-CCUSTO
058600          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
058700               :WS-IABREV-UND-ORGNZ, :WS-CCLASF-UND-ORGNZ,
058800               :WS-CSIT-UND-ORGNZ,
058900               :WS-CCCUSTO-CTBIL, :WS-CCLASF-CTBIL
059000     END-EXEC.
059100     IF SQLCODE NOT = ZERO
059200         MOVE 'S' TO WS-SW-FIM-CURSOR
059300     END-IF.
059400 8100-LER-SEM-CCUSTO-EXIT.
059500     EXIT.
059600******************************************************************
059700*    8200-LER-A-ENCERRAR                                        *
059800******************************************************************
059900 8200-LER-A-ENCERRAR            SECTION.
060000     EXEC SQL
060100         FETCH CUR-A-ENCERRAR
060200          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
060300               :WS-IABREV-UND-ORGNZ, :WS-CCLASF-UND-ORGNZ,
060400               :WS-CSIT-UND-ORGNZ,
060500               :WS-CCCUSTO-CTBIL, :WS-CCLASF-CTBIL
060600     END-EXEC.
060700     IF SQLCODE NOT = ZERO
060800         MOVE 'S' TO WS-SW-FIM-CURSOR
060900     END-IF.
061000 8200-LER-A-ENCERRAR-EXIT.
061100     EXIT.
061200******************************************************************
061300*    8300-LER-CLASF-DIVERG                                      *
061400******************************************************************
061500 8300-LER-CLASF-DIVERG          SECTION.
061600     EXEC SQL
061700         FETCH CUR-CLASF-DIVERG
061800          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
061900               :WS-IABREV-UND-ORGNZ, :WS-CCLASF-UND-ORGNZ,
062000               :WS-CSIT-UND-ORGNZ,
062100               :WS-CCCUSTO-CTBIL, :WS-CCLASF-CTBIL
062200     END-EXEC.
062300     IF SQLCODE NOT = ZERO
062400         MOVE 'S' TO WS-SW-FIM-CURSOR
062500     END-IF.
062600 8300-LER-CLASF-DIVERG-EXIT.
062700     EXIT.
062800******************************************************************
062900*    8500-DECLARACOES-SQL                                       *
063000*    UNIDADE INEXISTENTE NA SECAO 2 VOLTA COM CSIT -1; CENTRO   *
063100*    INEXISTENTE NA SECAO 1 VOLTA COM CODIGO EM BRANCO          *
063200******************************************************************
063300 8500-DECLARACOES-SQL           SECTION.
063400     EXEC SQL
063500         DECLARE CUR-SEM-CCUSTO CURSOR FOR
063600         SELECT U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ,
063700                U.IABREV_UND_ORGNZ, U.CCLASF_UND_ORGNZ,
063800                U.CSIT_UND_ORGNZ,
063900                COALESCE(C.CCCUSTO_CTBIL, ' '),
064000                COALESCE(C.CCLASF_UND_ORGNZ, 0)
064100           FROM DB2PRD.TUND_ORGNZ U
064200           LEFT JOIN DB2PRD.TCCUSTO_CTBIL C
064300             ON C.CPSSOA_JURID   = U.CPSSOA_JURID
064400            AND C.NSEQ_UND_ORGNZ = U.NSEQ_UND_ORGNZ
064500          WHERE U.CSIT_UND_ORGNZ = 1
064600            AND (C.CPSSOA_JURID IS NULL
064700                 OR C.CSIT_CCUSTO <> 'A')
064800          ORDER BY U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ
064900     END-EXEC.
065000     EXEC SQL
065100         DECLARE CUR-A-ENCERRAR CURSOR FOR
065200         SELECT C.CPSSOA_JURID, C.NSEQ_UND_ORGNZ,
065300                COALESCE(U.IABREV_UND_ORGNZ,
065400                         'UNIDADE INEXISTENTE NA UORG'),
065500                COALESCE(U.CCLASF_UND_ORGNZ, 0),
065600                COALESCE(U.CSIT_UND_ORGNZ, -1),
065700                C.CCCUSTO_CTBIL, C.CCLASF_UND_ORGNZ
065800           FROM DB2PRD.TCCUSTO_CTBIL C
065900           LEFT JOIN DB2PRD.TUND_ORGNZ U
066000             ON U.CPSSOA_JURID   = C.CPSSOA_JURID
066100            AND U.NSEQ_UND_ORGNZ = C.NSEQ_UND_ORGNZ
066200          WHERE C.CSIT_CCUSTO = 'A'
066300            AND (U.CPSSOA_JURID IS NULL
066400                 OR U.CSIT_UND_ORGNZ = 0)
066500          ORDER BY C.CPSSOA_JURID, C.NSEQ_UND_ORGNZ
066600     END-EXEC.
066700     EXEC SQL
066800         DECLARE CUR-CLASF-DIVERG CURSOR FOR
066900         SELECT U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ,
067000                U.IABREV_UND_ORGNZ, U.CCLASF_UND_ORGNZ,
067100                U.CSIT_UND_ORGNZ,
067200                C.CCCUSTO_CTBIL, C.CCLASF_UND_ORGNZ
067300           FROM DB2PRD.TCCUSTO_CTBIL C,
067400                DB2PRD.TUND_ORGNZ U
067500          WHERE C.CSIT_CCUSTO    = 'A'
067600            AND U.CPSSOA_JURID   = C.CPSSOA_JURID
067700            AND U.NSEQ_UND_ORGNZ = C.NSEQ_UND_ORGNZ
067800            AND U.CSIT_UND_ORGNZ = 1
067900            AND U.CCLASF_UND_ORGNZ <> C.CCLASF_UND_ORGNZ
068000          ORDER BY U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ
068100     END-EXEC.
068200 8500-DECLARACOES-SQL-EXIT.
068300     EXIT.
068400******************************************************************
068500*    9500-REGISTRAR-INICIO                                      *
068600*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
068700******************************************************************
068800 9500-REGISTRAR-INICIO          SECTION.
068900     MOVE 'I' TO UORGL043-FUNCTION.
069000     MOVE 'UORG0187' TO UORGL043-CPGM-BATCH.
069100     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
069200                  UORGL043-QTDE-REJEITADOS
069300                  UORGL043-CCOD-TERMINO.
069400     CALL 'UORG0043' USING UORGL043-PARMS.
069500     IF NOT UORGL043-OK
069600         DISPLAY 'UORG0187 - ERRO ' UORGL043-RETORNO
069700             ' NO REGISTRO DE INICIO DA EXECUCAO'
069800     END-IF.
069900 9500-REGISTRAR-INICIO-EXIT.
070000     EXIT.
070100******************************************************************
070200*    9600-REGISTRAR-FIM                                         *
070300*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO       *
070400******************************************************************
070500 9600-REGISTRAR-FIM             SECTION.
070600     MOVE 'F' TO UORGL043-FUNCTION.
070700     MOVE WS-QTDE-CARREGADA TO UORGL043-QTDE-LIDOS.
070800     COMPUTE UORGL043-QTDE-GRAVADOS =
070900         WS-QTDE-SEM-CCUSTO + WS-QTDE-CCUSTO-ENCERRAR
071000         + WS-QTDE-CLASF-DIVERG.
071100     MOVE WS-QTDE-INVALIDA TO UORGL043-QTDE-REJEITADOS.
071200     IF WS-ARQ-BLOQUEADO
071300         MOVE 8 TO UORGL043-CCOD-TERMINO
071400     ELSE
071500         MOVE ZERO TO UORGL043-CCOD-TERMINO
071600     END-IF.
071700     CALL 'UORG0043' USING UORGL043-PARMS.
071800     IF NOT UORGL043-OK
071900         DISPLAY 'UORG0187 - ERRO ' UORGL043-RETORNO
072000             ' NO REGISTRO DE FIM DA EXECUCAO'
072100     END-IF.
072200     EXEC SQL
072300         COMMIT
072400     END-EXEC.
072500 9600-REGISTRAR-FIM-EXIT.
072600     EXIT.
