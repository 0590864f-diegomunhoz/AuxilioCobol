000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0177                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0177.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - ORDENS DIARIAS DE ATIVACAO, SUSPENSAO *
001600*                E CANCELAMENTO DE CIRCUITOS DE DADOS AS         *
001700*                OPERADORAS, A PARTIR DOS EVENTOS DO DIA EM      *
001800*                TUND_ORGNZ_HIST, COM UM BLOCO POR OPERADORA     *
001900*                REGISTRADO NO CONTROLE DE TRANSMISSAO UORG0087. *
001910* 15/10/2026 ES  EVENTOS SUPERADOS POR CORRECAO                  *
001920*                RETROATIVA (CINDCD_EVENTO_SUPERD)               *
001930*                IGNORADOS NA RECONSTRUCAO.                      *
002000******************************************************************
002100*
002200*    FUNCAO: EXECUCAO DIARIA. CRUZA OS EVENTOS DE TUND_ORGNZ_HIST
002300*    DAS ULTIMAS 24 HORAS (COMO NA UORG0130) COM O INVENTARIO DE
002400*    CIRCUITOS TCIRC_DADOS_UND, CONSIDERANDO SO O ULTIMO EVENTO
002500*    DE CADA UNIDADE: UNIDADE QUE PASSOU A ATIVA (ABERTURA
002600*    UORG0058, REABERTURA DE SUSPENSAO) GERA ORDEM 'A' PARA OS
002700*    CIRCUITOS SUSPENSOS OU AGUARDANDO ATIVACAO; UNIDADE
002800*    SUSPENSA (CSIT_UND_ORGNZ_NOVO = 3, UORG0154) GERA ORDEM
002900*    'S' PARA OS CIRCUITOS EM SERVICO; UNIDADE ENCERRADA (NOVO =
003000*    0, UORG0059) GERA ORDEM 'C' PARA TODO CIRCUITO AINDA NAO
003100*    CANCELADO. CADA ORDEM ATUALIZA CSIT_CIRC (1, 2 OU 0) E A
003200*    DATA DA ULTIMA ORDEM - A REEXECUCAO NO MESMO DIA NAO REPETE
003300*    ORDENS. O ARQUIVO UORGS177 TEM UM BLOCO POR OPERADORA
003400*    (HEADER/DETALHE/TRAILER) E CADA BLOCO E REGISTRADO NA
003500*    UORG0087 SOB A INTERFACE 'UOC' + CODIGO DA OPERADORA, PARA
003600*    QUE O ACUSE DE CADA OPERADORA VOLTE PELO FLUXO UORG0088.
003700*    TUDO E UMA UNIDADE DE TRABALHO: FALHA NO REGISTRO DE
003800*    QUALQUER BLOCO DESFAZ AS ORDENS E OS REGISTROS DO DIA.
003900*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.         IBM-390.
004300 OBJECT-COMPUTER.         IBM-390.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT SAI-UORGS177 ASSIGN TO UORGS177
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  SAI-UORGS177
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  SAI-UORGS177-REG            PIC X(100).
005400 WORKING-STORAGE SECTION.
005500     EXEC SQL INCLUDE SQLCA END-EXEC.
005600 01  WS-SWITCHES.
005700     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005800        88 WS-FIM-CURSOR              VALUE 'S'.
005900     05 WS-SW-PRIMEIRO-BLOCO     PIC X(1) VALUE 'S'.
006000        88 WS-PRIMEIRO-BLOCO          VALUE 'S'.
006100     05 WS-SW-ERRO               PIC X(1) VALUE 'N'.
006200        88 WS-HOUVE-ERRO              VALUE 'S'.
006300 01  WS-CONTADORES.
006400     05 WS-QTDE-BLOCO            PIC S9(9) COMP VALUE ZERO.
006500     05 WS-QTDE-OPERADORAS       PIC S9(7) COMP VALUE ZERO.
006600     05 WS-QTDE-ATIVACAO         PIC S9(7) COMP VALUE ZERO.
006700     05 WS-QTDE-SUSPENSAO        PIC S9(7) COMP VALUE ZERO.
006800     05 WS-QTDE-CANCELAMENTO     PIC S9(7) COMP VALUE ZERO.
006900     05 WS-QTDE-EXTRAIDA         PIC S9(9) COMP VALUE ZERO.
007000 01  WS-DATA-HOJE.
007100     05 WS-DATA-HOJE-AAAAMMDD    PIC 9(8).
007200 01  WS-AREA-TRABALHO.
007300     05 WS-COPERD-ATUAL          PIC S9(5)V COMP-3 VALUE ZERO.
007400     05 WS-COPERD-EDIT           PIC 9(5).
007500     05 WS-CINTERF-OPERD         PIC X(8).
007600     05 WS-COPERD-TELECOM        PIC S9(5)V COMP-3.
007700     05 WS-CCIRC-DADOS           PIC X(20).
007800     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
007900     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
008000     05 WS-IABREV-UND-ORGNZ      PIC X(40).
008100     05 WS-QVELOC-KBPS           PIC S9(7)V COMP-3.
008200     05 WS-CSIT-UND-NOVO         PIC S9(1)V COMP-3.
008300     05 WS-HEVENTO-HIST          PIC X(26).
008400     05 WS-CSIT-CIRC             PIC S9(1)V COMP-3.
008500     05 WS-CTPO-ORDEM            PIC X(1).
008600 COPY UORGS177.
008700 COPY UORGL043.
008800 COPY UORGL087.
008900 PROCEDURE DIVISION.
009000******************************************************************
009100*    0000-MAINLINE                                               *
009200******************************************************************
009300 0000-MAINLINE                  SECTION.
009400     PERFORM 9500-REGISTRAR-INICIO
009500         THRU 9500-REGISTRAR-INICIO-EXIT.
009600     PERFORM 1000-ABRIR-ARQUIVOS
009700         THRU 1000-ABRIR-ARQUIVOS-EXIT.
009800     PERFORM 2000-PROCESSAR-CIRCUITO
009900         THRU 2000-PROCESSAR-CIRCUITO-EXIT
010000         UNTIL WS-FIM-CURSOR.
010100     PERFORM 7000-ENCERRAR
010200         THRU 7000-ENCERRAR-EXIT.
010300     PERFORM 9600-REGISTRAR-FIM
010400         THRU 9600-REGISTRAR-FIM-EXIT.
010500     GOBACK.
010600******************************************************************
010700*    1000-ABRIR-ARQUIVOS                                         *
010800******************************************************************
010900 1000-ABRIR-ARQUIVOS            SECTION.
011000     OPEN OUTPUT SAI-UORGS177.
011100     MOVE FUNCTION CURRENT-DATE (1:8)
011200         TO WS-DATA-HOJE-AAAAMMDD.
011300     EXEC SQL
011400         DECLARE CUR-UORG0177 CURSOR FOR
011500         SELECT C.COPERD_TELECOM, C.CCIRC_DADOS,
011600                C.CPSSOA_JURID, C.NSEQ_UND_ORGNZ,
011700                COALESCE(U.IABREV_UND_ORGNZ, ' '),
011800                C.QVELOC_KBPS,
011900                H.CSIT_UND_ORGNZ_NOVO, H.HEVENTO_HIST
012000           FROM DB2PRD.TUND_ORGNZ_HIST H
012100           JOIN DB2PRD.TCIRC_DADOS_UND C
012200             ON C.CPSSOA_JURID   = H.CPSSOA_JURID
012300            AND C.NSEQ_UND_ORGNZ = H.NSEQ_UND_ORGNZ
012400           LEFT JOIN DB2PRD.TUND_ORGNZ U
012500             ON U.CPSSOA_JURID   = H.CPSSOA_JURID
012600            AND U.NSEQ_UND_ORGNZ = H.NSEQ_UND_ORGNZ
012700          WHERE H.HEVENTO_HIST > CURRENT TIMESTAMP - 24 HOURS
012800            AND H.HEVENTO_HIST =
012900                (SELECT MAX(H2.HEVENTO_HIST)
013000                   FROM DB2PRD.TUND_ORGNZ_HIST H2
013100                  WHERE H2.CPSSOA_JURID   = H.CPSSOA_JURID
013200                    AND H2.NSEQ_UND_ORGNZ = H.NSEQ_UND_ORGNZ
013210                   AND COALESCE(H2.CINDCD_EVENTO_SUPERD, 'N')
013220                       = 'N')
013300            AND ((H.CSIT_UND_ORGNZ_NOVO = 1
013400                  AND C.CSIT_CIRC IN (2, 3))
013500              OR (H.CSIT_UND_ORGNZ_NOVO = 3
013600                  AND C.CSIT_CIRC = 1)
013700              OR (H.CSIT_UND_ORGNZ_NOVO = 0
013800                  AND C.CSIT_CIRC <> 0))
013900          ORDER BY C.COPERD_TELECOM, C.CPSSOA_JURID,
014000                   C.NSEQ_UND_ORGNZ, C.CCIRC_DADOS
014100     END-EXEC.
014200     EXEC SQL
014300         OPEN CUR-UORG0177
014400     END-EXEC.
014500     IF SQLCODE NOT = ZERO
014600         DISPLAY 'UORG0177 - ERRO SQLCODE=' SQLCODE
014700             ' NA ABERTURA DO CURSOR'
014800         MOVE 'S' TO WS-SW-FIM-CURSOR
014900         MOVE 'S' TO WS-SW-ERRO
015000         GO TO 1000-ABRIR-ARQUIVOS-EXIT
015100     END-IF.
015200     PERFORM 8000-LER-CURSOR
015300         THRU 8000-LER-CURSOR-EXIT.
015400 1000-ABRIR-ARQUIVOS-EXIT.
015500     EXIT.
015600******************************************************************
015700*    2000-PROCESSAR-CIRCUITO                                     *
015800*    QUEBRA POR OPERADORA, ORDEM E NOVA SITUACAO DO CIRCUITO     *
015900******************************************************************
016000 2000-PROCESSAR-CIRCUITO        SECTION.
016100     IF WS-PRIMEIRO-BLOCO
016200         OR WS-COPERD-TELECOM NOT = WS-COPERD-ATUAL
016300         IF NOT WS-PRIMEIRO-BLOCO
016400             PERFORM 2900-FECHAR-BLOCO
016500                 THRU 2900-FECHAR-BLOCO-EXIT
016600         END-IF
016700         PERFORM 2100-ABRIR-BLOCO
016800             THRU 2100-ABRIR-BLOCO-EXIT
016900     END-IF.
017000     EVALUATE WS-CSIT-UND-NOVO
017100         WHEN 1
017200             MOVE 'A' TO WS-CTPO-ORDEM
017300             MOVE 1 TO WS-CSIT-CIRC
017400             ADD 1 TO WS-QTDE-ATIVACAO
017500         WHEN 3
017600             MOVE 'S' TO WS-CTPO-ORDEM
017700             MOVE 2 TO WS-CSIT-CIRC
017800             ADD 1 TO WS-QTDE-SUSPENSAO
017900         WHEN OTHER
018000             MOVE 'C' TO WS-CTPO-ORDEM
018100             MOVE ZERO TO WS-CSIT-CIRC
018200             ADD 1 TO WS-QTDE-CANCELAMENTO
018300     END-EVALUATE.
018400     MOVE SPACES TO UORGS177-REGISTRO.
018500     MOVE '1' TO UORGS177-TIPO-REG.
018600     MOVE WS-CTPO-ORDEM TO UORGS177-CTPO-ORDEM.
018700     MOVE WS-CCIRC-DADOS TO UORGS177-CCIRC-DADOS.
018800     MOVE WS-CPSSOA-JURID TO UORGS177-CPSSOA-JURID.
018900     MOVE WS-NSEQ-UND-ORGNZ TO UORGS177-NSEQ-UND-ORGNZ.
019000     MOVE WS-IABREV-UND-ORGNZ TO UORGS177-IABREV-UND-ORGNZ.
019100     MOVE WS-QVELOC-KBPS TO UORGS177-QVELOC-KBPS.
019200     MOVE WS-HEVENTO-HIST (1:10) TO UORGS177-DEVENTO.
019300     WRITE SAI-UORGS177-REG FROM UORGS177-REGISTRO.
019400     ADD 1 TO WS-QTDE-BLOCO.
019500     ADD 1 TO WS-QTDE-EXTRAIDA.
019600     EXEC SQL
019700         UPDATE DB2PRD.TCIRC_DADOS_UND
019800            SET CSIT_CIRC      = :WS-CSIT-CIRC,
019900                CTPO_ULT_ORDEM = :WS-CTPO-ORDEM,
020000                DULT_ORDEM     = CURRENT DATE,
020100                CUSUAR_MANUT   = 'UORG0177',
020200                HMANUT_REG     = CURRENT TIMESTAMP
020300          WHERE COPERD_TELECOM = :WS-COPERD-TELECOM
020400            AND CCIRC_DADOS    = :WS-CCIRC-DADOS
020500     END-EXEC.
020600     IF SQLCODE NOT = ZERO
020700         DISPLAY 'UORG0177 - ERRO SQLCODE=' SQLCODE
020800             ' NA SITUACAO DO CIRCUITO ' WS-CCIRC-DADOS
020900         MOVE 'S' TO WS-SW-ERRO
021000     END-IF.
021100     PERFORM 8000-LER-CURSOR
021200         THRU 8000-LER-CURSOR-EXIT.
021300 2000-PROCESSAR-CIRCUITO-EXIT.
021400     EXIT.
021500******************************************************************
021600*    2100-ABRIR-BLOCO                                            *
021700*    HEADER DO BLOCO DA OPERADORA                                *
021800******************************************************************
021900 2100-ABRIR-BLOCO               SECTION.
022000     MOVE 'N' TO WS-SW-PRIMEIRO-BLOCO.
022100     MOVE WS-COPERD-TELECOM TO WS-COPERD-ATUAL.
022200     MOVE WS-COPERD-TELECOM TO WS-COPERD-EDIT.
022300     MOVE ZERO TO WS-QTDE-BLOCO.
022400     ADD 1 TO WS-QTDE-OPERADORAS.
022500     MOVE SPACES TO WS-CINTERF-OPERD.
022600     STRING 'UOC' WS-COPERD-EDIT
022700            DELIMITED BY SIZE INTO WS-CINTERF-OPERD.
022800     MOVE SPACES TO UORGS177-REGISTRO.
022900     MOVE '0' TO UORGS177-TIPO-REG.
023000     MOVE WS-COPERD-EDIT TO UORGS177-HDR-COPERD-TELECOM.
023100     MOVE WS-CINTERF-OPERD TO UORGS177-HDR-CINTERF.
023200     MOVE WS-DATA-HOJE-AAAAMMDD TO UORGS177-HDR-DGERACAO.
023300     WRITE SAI-UORGS177-REG FROM UORGS177-REGISTRO.
023400 2100-ABRIR-BLOCO-EXIT.
023500     EXIT.
023600******************************************************************
023700*    2900-FECHAR-BLOCO                                           *
023800*    TRAILER DO BLOCO E REGISTRO DA GERACAO DA OPERADORA         *
023900******************************************************************
024000 2900-FECHAR-BLOCO              SECTION.
024100     MOVE SPACES TO UORGS177-REGISTRO.
024200     MOVE '9' TO UORGS177-TIPO-REG.
024300     MOVE WS-QTDE-BLOCO TO UORGS177-TRL-QTDE-REGS.
024400     WRITE SAI-UORGS177-REG FROM UORGS177-REGISTRO.
024500     MOVE 'G' TO UORGL087-FUNCTION.
024600     MOVE WS-CINTERF-OPERD TO UORGL087-CINTERF.
024700     MOVE WS-QTDE-BLOCO TO UORGL087-QREG-ARQUIVO
024800                          UORGL087-QTOTAL-TRAILER.
024900     MOVE 'UORG0177' TO UORGL087-CUSUAR.
025000     CALL 'UORG0087' USING UORGL087-PARMS.
025100     IF UORGL087-OK
025200         DISPLAY 'UORG0177 - ' WS-CINTERF-OPERD
025300             ' GERACAO REGISTRADA: ' UORGL087-NSEQ-GERACAO
025400             ' ORDENS: ' WS-QTDE-BLOCO
025500     ELSE
025600         DISPLAY 'UORG0177 - ERRO ' UORGL087-RETORNO
025700             ' NO REGISTRO DA GERACAO ' WS-CINTERF-OPERD
025800         MOVE 'S' TO WS-SW-ERRO
025900     END-IF.
026000 2900-FECHAR-BLOCO-EXIT.
026100     EXIT.
026200******************************************************************
026300*    7000-ENCERRAR                                               *
026400******************************************************************
026500 7000-ENCERRAR                  SECTION.
026600     IF NOT WS-PRIMEIRO-BLOCO
026700         PERFORM 2900-FECHAR-BLOCO
026800             THRU 2900-FECHAR-BLOCO-EXIT
026900     END-IF.
027000     EXEC SQL
027100         CLOSE CUR-UORG0177
027200     END-EXEC.
027300     CLOSE SAI-UORGS177.
027400     IF WS-HOUVE-ERRO
027500         EXEC SQL
027600             ROLLBACK
027700         END-EXEC
027800         DISPLAY 'UORG0177 - ORDENS DESFEITAS - ARQUIVO NAO DEVE '
027900             'SER TRANSMITIDO; REEXECUTAR APOS CORRECAO'
028000         GO TO 7000-ENCERRAR-EXIT
028100     END-IF.
028200     EXEC SQL
028300         COMMIT
028400     END-EXEC.
028500     DISPLAY 'UORG0177 - OPERADORAS: ' WS-QTDE-OPERADORAS
028600         ' ATIVACOES: ' WS-QTDE-ATIVACAO
028700         ' SUSPENSOES: ' WS-QTDE-SUSPENSAO
028800         ' CANCELAMENTOS: ' WS-QTDE-CANCELAMENTO.
028900 7000-ENCERRAR-EXIT.
029000     EXIT.
029100******************************************************************
029200*    8000-LER-CURSOR                                             *
029300******************************************************************
029400 8000-LER-CURSOR                SECTION.
029500     EXEC SQL
029600         FETCH CUR-UORG0177
029700          INTO :WS-COPERD-TELECOM, :WS-CCIRC-DADOS,
029800               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
029900               :WS-IABREV-UND-ORGNZ, :WS-QVELOC-KBPS,
030000               :WS-CSIT-UND-NOVO, :WS-HEVENTO-HIST
030100     END-EXEC.
030200     IF SQLCODE = 100
030300         MOVE 'S' TO WS-SW-FIM-CURSOR
030400     ELSE
030500     IF SQLCODE NOT = ZERO
030600         DISPLAY 'UORG0177 - ERRO SQLCODE=' SQLCODE
030700             ' NO FETCH DO CURSOR'
030800         MOVE 'S' TO WS-SW-FIM-CURSOR
030900         MOVE 'S' TO WS-SW-ERRO
031000     END-IF
031100     END-IF.
031200 8000-LER-CURSOR-EXIT.
031300     EXIT.
031400******************************************************************
031500*    9500-REGISTRAR-INICIO                                       *
031600*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
031700******************************************************************
031800 9500-REGISTRAR-INICIO          SECTION.
031900     MOVE 'I' TO UORGL043-FUNCTION.
032000     MOVE 'UORG0177' TO UORGL043-CPGM-BATCH.
032100     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
032200                  UORGL043-QTDE-REJEITADOS
032300                  UORGL043-CCOD-TERMINO.
032400     CALL 'UORG0043' USING UORGL043-PARMS.
032500     IF NOT UORGL043-OK
032600         DISPLAY 'UORG0177 - ERRO ' UORGL043-RETORNO
032700             ' NO REGISTRO DE INICIO DA EXECUCAO'
032800     END-IF.
032900 9500-REGISTRAR-INICIO-EXIT.
033000     EXIT.
033100******************************************************************
033200*    9600-REGISTRAR-FIM                                          *
033300*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
033400******************************************************************
033500 9600-REGISTRAR-FIM             SECTION.
033600     MOVE 'F' TO UORGL043-FUNCTION.
033700     MOVE WS-QTDE-EXTRAIDA TO UORGL043-QTDE-LIDOS
033800                              UORGL043-QTDE-GRAVADOS.
033900     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
034000     IF WS-HOUVE-ERRO
034100         MOVE ZERO TO UORGL043-QTDE-GRAVADOS
034200         MOVE 8 TO UORGL043-CCOD-TERMINO
034300     ELSE
034400         MOVE ZERO TO UORGL043-CCOD-TERMINO
034500     END-IF.
034600     CALL 'UORG0043' USING UORGL043-PARMS.
034700     IF NOT UORGL043-OK
034800         DISPLAY 'UORG0177 - ERRO ' UORGL043-RETORNO
034900             ' NO REGISTRO DE FIM DA EXECUCAO'
035000     END-IF.
035100     EXEC SQL
035200         COMMIT
035300     END-EXEC.
035400 9600-REGISTRAR-FIM-EXIT.
035500     EXIT.
