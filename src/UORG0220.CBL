000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0220                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0220.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - REGISTRO DO AVISO DE RESCISAO DA      *
001600*                LOCACAO NO CASO DE DESMOBILIZACAO DO IMOVEL,    *
001700*                ENCURTANDO OS CONTRATOS PARA O FIM DO PRAZO     *
001800*                CONTRATUAL DE AVISO.                            *
001900******************************************************************
002000*
002100*    FUNCAO: PROCESSA O ARQUIVO UORGS220, CADA REGISTRO UMA
002200*    UNIDADE DE TRABALHO, COM A RECEPCAO PRE-VALIDADA E
002300*    CONFIRMADA PELA UORG0122. O IMOVEL PRECISA TER CASO DE
002400*    DESMOBILIZACAO ABERTO (TCASO_DESMOB_PRDIO, CSIT_CASO = 1,
002500*    ABERTO PELA UORG0219) AINDA SEM AVISO REGISTRADO, E A DATA
002600*    DO AVISO PRECISA SER VALIDA E NAO FUTURA. CADA CONTRATO DE
002700*    LOCACAO VIGENTE DAS UNIDADES VINCULADAS AO IMOVEL TEM O FIM
002800*    (DFIM_CONTR) ANTECIPADO PARA A DATA DO AVISO MAIS O SEU
002900*    PRAZO DE AVISO (QDIAS_AVISO) - O PRAZO CONTRATUAL E SEMPRE
003000*    RESPEITADO E CONTRATO QUE JA TERMINA ANTES DISSO NAO E
003100*    ALTERADO. O CASO RECEBE A DATA DO AVISO E O FIM DA LOCACAO
003200*    RESULTANTE (O MAIOR DOS FINS). O ALUGUEL DEIXA DE SAIR NA
003300*    UORG0160 A PARTIR DO NOVO FIM. AVISOS RECUSADOS SAO
003400*    EXIBIDOS NO LOG COM O MOTIVO.
003500*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.         IBM-390.
003900 OBJECT-COMPUTER.         IBM-390.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ARQ-UORGS220 ASSIGN TO UORGS220
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  ARQ-UORGS220
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  ARQ-UORGS220-REG            PIC X(80).
005000 WORKING-STORAGE SECTION.
005100     EXEC SQL INCLUDE SQLCA END-EXEC.
005200 01  WS-SWITCHES.
005300     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
005400        88 WS-FIM-ARQUIVO             VALUE 'S'.
005500     05 WS-SW-ARQ-BLOQUEADO      PIC X(1) VALUE 'N'.
005600        88 WS-ARQ-BLOQUEADO           VALUE 'S'.
005700 01  WS-CONTADORES.
005800     05 WS-QTDE-REGISTRADA       PIC S9(7) COMP VALUE ZERO.
005900     05 WS-QTDE-REJEITADA        PIC S9(7) COMP VALUE ZERO.
006000     05 WS-QTDE-CONTRATO         PIC S9(7) COMP VALUE ZERO.
006100     05 WS-QTDE-DETALHE          PIC S9(9) COMP VALUE ZERO.
006200 01  WS-AREA-TRABALHO.
006300     05 WS-CPRDIO                PIC S9(7)V COMP-3.
006400     05 WS-NSEQ-CASO             PIC S9(5)V COMP-3.
006500     05 WS-DAVISO-CONTR          PIC X(10).
006600     05 WS-DAVISO-CASO           PIC X(10).
006700     05 WS-DFIM-LOCAC            PIC X(10).
006800     05 WS-DATA-VALIDADA         PIC X(10).
006900     05 WS-QCONTR-ALTERADO       PIC S9(7) COMP.
007000     05 WS-CUSUARIO              PIC X(9).
007100     05 WS-MOTIVO                PIC X(50).
007200     05 WS-IREFER-HEADER         PIC X(10).
007300     05 WS-NSEQ-RECEPC           PIC S9(9)V COMP-3.
007400 01  WS-INDICADORES.
007500     05 WS-IND-DAVISO            PIC S9(4) COMP-5.
007600     05 WS-IND-DFIM-LOCAC        PIC S9(4) COMP-5.
007700 COPY UORGS220.
007800 COPY UORGL122.
007900 COPY UORGL043.
008000 PROCEDURE DIVISION.
008100******************************************************************
008200*    0000-MAINLINE                                               *
008300******************************************************************
008400 0000-MAINLINE                  SECTION.
008500     PERFORM 9500-REGISTRAR-INICIO
008600         THRU 9500-REGISTRAR-INICIO-EXIT.
008700     PERFORM 0500-PRE-VALIDAR-RECEPCAO
008800         THRU 0500-PRE-VALIDAR-RECEPCAO-EXIT.
008900     IF WS-ARQ-BLOQUEADO
009000         PERFORM 9600-REGISTRAR-FIM
009100             THRU 9600-REGISTRAR-FIM-EXIT
009200         GOBACK
009300     END-IF.
009400     OPEN INPUT ARQ-UORGS220.
009500     PERFORM 8000-LER-ARQUIVO
009600         THRU 8000-LER-ARQUIVO-EXIT.
009700     PERFORM 2000-PROCESSAR-AVISO
009800         THRU 2000-PROCESSAR-AVISO-EXIT
009900         UNTIL WS-FIM-ARQUIVO.
010000     CLOSE ARQ-UORGS220.
010100     DISPLAY 'UORG0220 - AVISOS REGISTRADOS: ' WS-QTDE-REGISTRADA
010200         ' CONTRATOS ANTECIPADOS: ' WS-QTDE-CONTRATO
010300         ' REJEITADOS: ' WS-QTDE-REJEITADA.
010400     PERFORM 7500-CONFIRMAR-RECEPCAO
010500         THRU 7500-CONFIRMAR-RECEPCAO-EXIT.
010600     PERFORM 9600-REGISTRAR-FIM
010700         THRU 9600-REGISTRAR-FIM-EXIT.
010800     GOBACK.
010900 0000-MAINLINE-EXIT.
011000     EXIT.
011100******************************************************************
011200*    0500-PRE-VALIDAR-RECEPCAO                                   *
011300*    CONTA OS DETALHES E SUBMETE A RECEPCAO A UORG0122 ANTES DE  *
011400*    APLICAR; A REFERENCIA E O IMOVEL DO PRIMEIRO AVISO          *
011500******************************************************************
011600 0500-PRE-VALIDAR-RECEPCAO      SECTION.
011700     OPEN INPUT ARQ-UORGS220.
011800     MOVE SPACES TO WS-IREFER-HEADER.
011900     PERFORM 0600-CONTAR-REGISTRO
012000         THRU 0600-CONTAR-REGISTRO-EXIT
012100         UNTIL WS-FIM-ARQUIVO.
012200     CLOSE ARQ-UORGS220.
012300     MOVE 'V' TO UORGL122-FUNCTION.
012400     MOVE 'UORGS220' TO UORGL122-CINTERF.
012500     MOVE WS-IREFER-HEADER TO UORGL122-IREFER-HEADER.
012600     MOVE WS-QTDE-DETALHE TO UORGL122-QREG-DETALHE
012700                             UORGL122-QTOTAL-TRAILER.
012800     MOVE SPACES TO UORGL122-CINTERF-REFER.
012900     MOVE ZERO TO UORGL122-NSEQ-GER-REFER.
013000     MOVE 'UORG0220' TO UORGL122-CUSUAR.
013100     CALL 'UORG0122' USING UORGL122-PARMS.
013200     EXEC SQL
013300         COMMIT
013400     END-EXEC.
013500     IF NOT UORGL122-OK
013600         DISPLAY 'UORG0220 - ARQUIVO EM QUARENTENA, RETORNO '
013700             UORGL122-RETORNO ' (VIDE UORG0123)'
013800         MOVE 'S' TO WS-SW-ARQ-BLOQUEADO
013900         GO TO 0500-PRE-VALIDAR-RECEPCAO-EXIT
014000     END-IF.
014100     MOVE UORGL122-NSEQ-RECEPC TO WS-NSEQ-RECEPC.
014200     MOVE ZERO TO WS-QTDE-DETALHE.
014300     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
014400 0500-PRE-VALIDAR-RECEPCAO-EXIT.
014500     EXIT.
014600******************************************************************
014700*    0600-CONTAR-REGISTRO                                        *
014800******************************************************************
014900 0600-CONTAR-REGISTRO           SECTION.
015000     READ ARQ-UORGS220 INTO UORGS220-REGISTRO
015100         AT END
015200             MOVE 'S' TO WS-SW-FIM-ARQUIVO
015300             GO TO 0600-CONTAR-REGISTRO-EXIT
015400     END-READ.
015500     ADD 1 TO WS-QTDE-DETALHE.
015600     IF WS-QTDE-DETALHE = 1
015700         MOVE UORGS220-CPRDIO TO WS-IREFER-HEADER
015800     END-IF.
015900 0600-CONTAR-REGISTRO-EXIT.
016000     EXIT.
016100******************************************************************
016200*    2000-PROCESSAR-AVISO                                        *
016300******************************************************************
016400 2000-PROCESSAR-AVISO           SECTION.
016500     MOVE SPACES TO WS-MOTIVO.
016600     PERFORM 3000-REGISTRAR-AVISO
016700         THRU 3000-REGISTRAR-AVISO-EXIT.
016800     IF WS-MOTIVO = SPACES
016900         EXEC SQL
017000             COMMIT
017100         END-EXEC
017200         ADD 1 TO WS-QTDE-REGISTRADA
017300         ADD WS-QCONTR-ALTERADO TO WS-QTDE-CONTRATO
017400         DISPLAY 'UORG0220 - AVISO REGISTRADO NO IMOVEL '
017500             UORGS220-CPRDIO ' CASO ' WS-NSEQ-CASO
017600             ' FIM DA LOCACAO ' WS-DFIM-LOCAC
017700         GO TO 2000-PROCESSAR-AVISO-LER
017800     END-IF.
017900     EXEC SQL
018000         ROLLBACK
018100     END-EXEC.
018200     DISPLAY 'UORG0220 - AVISO REJEITADO ' UORGS220-CPRDIO
018300         ' - ' WS-MOTIVO.
018400     ADD 1 TO WS-QTDE-REJEITADA.
018500 2000-PROCESSAR-AVISO-LER.
018600     PERFORM 8000-LER-ARQUIVO
018700         THRU 8000-LER-ARQUIVO-EXIT.
018800 2000-PROCESSAR-AVISO-EXIT.
018900     EXIT.
019000******************************************************************
019100*    3000-REGISTRAR-AVISO                                        *
019200*    VALIDA O AVISO, ANTECIPA OS CONTRATOS E ATUALIZA O CASO;    *
019300*    RECUSA DEVOLVIDA EM WS-MOTIVO                               *
019400******************************************************************
019500 3000-REGISTRAR-AVISO           SECTION.
019600     IF UORGS220-CPRDIO IS NOT NUMERIC
019700         OR UORGS220-DAVISO-CONTR IS NOT NUMERIC
019800         MOVE 'CAMPO NUMERICO INVALIDO' TO WS-MOTIVO
019900         GO TO 3000-REGISTRAR-AVISO-EXIT
020000     END-IF.
020100     MOVE UORGS220-CPRDIO TO WS-CPRDIO.
020200     MOVE UORGS220-CUSUARIO TO WS-CUSUARIO.
020300     MOVE SPACES TO WS-DAVISO-CONTR.
020400     STRING UORGS220-DAVISO-CONTR (1:4) '-'
020500            UORGS220-DAVISO-CONTR (5:2) '-'
020600            UORGS220-DAVISO-CONTR (7:2)
020700            DELIMITED BY SIZE INTO WS-DAVISO-CONTR.
020800     EXEC SQL
020900         SELECT CHAR(DATE(:WS-DAVISO-CONTR), ISO)
021000           INTO :WS-DATA-VALIDADA
021100           FROM SYSIBM.SYSDUMMY1
021200          WHERE DATE(:WS-DAVISO-CONTR) <= CURRENT DATE
021300     END-EXEC.
021400     IF SQLCODE NOT = ZERO
021500         MOVE 'DATA DO AVISO INVALIDA OU FUTURA' TO WS-MOTIVO
021600         GO TO 3000-REGISTRAR-AVISO-EXIT
021700     END-IF.
021800     EXEC SQL
021900         SELECT NSEQ_CASO, DAVISO_CONTR
022000           INTO :WS-NSEQ-CASO,
022100                :WS-DAVISO-CASO:WS-IND-DAVISO
022200           FROM DB2PRD.TCASO_DESMOB_PRDIO
022300          WHERE CPRDIO    = :WS-CPRDIO
022400            AND CSIT_CASO = 1
022500     END-EXEC.
022600     IF SQLCODE = 100
022700         MOVE 'IMOVEL SEM CASO DE DESMOBILIZACAO ABERTO'
022800             TO WS-MOTIVO
022900         GO TO 3000-REGISTRAR-AVISO-EXIT
023000     END-IF.
023100     IF SQLCODE NOT = ZERO
023200         MOVE 'ERRO NA CONSULTA DO CASO' TO WS-MOTIVO
023300         GO TO 3000-REGISTRAR-AVISO-EXIT
023400     END-IF.
023500     IF WS-IND-DAVISO NOT < ZERO
023600         MOVE 'AVISO JA REGISTRADO OU SEM CONTRATO VIGENTE'
023700             TO WS-MOTIVO
023800         GO TO 3000-REGISTRAR-AVISO-EXIT
023900     END-IF.
024000     MOVE ZERO TO WS-QCONTR-ALTERADO.
024100     EXEC SQL
024200         UPDATE DB2PRD.TCONTR_LOCAC L
024300            SET DFIM_CONTR   = DATE(:WS-DAVISO-CONTR)
024400                               + L.QDIAS_AVISO DAYS,
024500                CUSUAR_MANUT = :WS-CUSUARIO,
024600                HMANUT_REG   = CURRENT TIMESTAMP
024700          WHERE L.DFIM_CONTR >= CURRENT DATE
024800            AND L.DFIM_CONTR >  DATE(:WS-DAVISO-CONTR)
024900                                + L.QDIAS_AVISO DAYS
025000            AND EXISTS
025100                (SELECT 1
025200                   FROM DB2PRD.TENDRC_UND_ORGNZ E
025300                  WHERE E.CPRDIO         = :WS-CPRDIO
025400                    AND E.CPSSOA_JURID   = L.CPSSOA_JURID
025500                    AND E.NSEQ_UND_ORGNZ = L.NSEQ_UND_ORGNZ)
025600     END-EXEC.
025700     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
025800         MOVE 'ERRO NA ANTECIPACAO DOS CONTRATOS' TO WS-MOTIVO
025900         GO TO 3000-REGISTRAR-AVISO-EXIT
026000     END-IF.
026100     IF SQLCODE = ZERO
026200         MOVE SQLERRD (3) TO WS-QCONTR-ALTERADO
026300     END-IF.
026400     EXEC SQL
026500         SELECT CHAR(MAX(L.DFIM_CONTR), ISO)
026600           INTO :WS-DFIM-LOCAC:WS-IND-DFIM-LOCAC
026700           FROM DB2PRD.TENDRC_UND_ORGNZ E,
026800                DB2PRD.TCONTR_LOCAC L
026900          WHERE E.CPRDIO         = :WS-CPRDIO
027000            AND L.CPSSOA_JURID   = E.CPSSOA_JURID
027100            AND L.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
027200            AND L.DFIM_CONTR    >= DATE(:WS-DAVISO-CONTR)
027300     END-EXEC.
027400     IF SQLCODE NOT = ZERO
027500         MOVE 'ERRO NA APURACAO DO FIM DA LOCACAO' TO WS-MOTIVO
027600         GO TO 3000-REGISTRAR-AVISO-EXIT
027700     END-IF.
027800     IF WS-IND-DFIM-LOCAC < ZERO
027900         MOVE WS-DAVISO-CONTR TO WS-DFIM-LOCAC
028000     END-IF.
028100     EXEC SQL
028200         UPDATE DB2PRD.TCASO_DESMOB_PRDIO
028300            SET DAVISO_CONTR = DATE(:WS-DAVISO-CONTR),
028400                DFIM_LOCAC   = DATE(:WS-DFIM-LOCAC),
028500                CUSUAR_MANUT = :WS-CUSUARIO,
028600                HMANUT_REG   = CURRENT TIMESTAMP
028700          WHERE CPRDIO    = :WS-CPRDIO
028800            AND NSEQ_CASO = :WS-NSEQ-CASO
028900     END-EXEC.
029000     IF SQLCODE NOT = ZERO
029100         MOVE 'ERRO NA ATUALIZACAO DO CASO' TO WS-MOTIVO
029200     END-IF.
029300 3000-REGISTRAR-AVISO-EXIT.
029400     EXIT.
029500******************************************************************
029600*    7500-CONFIRMAR-RECEPCAO                                     *
029700******************************************************************
029800 7500-CONFIRMAR-RECEPCAO        SECTION.
029900     MOVE 'C' TO UORGL122-FUNCTION.
030000     MOVE 'UORGS220' TO UORGL122-CINTERF.
030100     MOVE WS-NSEQ-RECEPC TO UORGL122-NSEQ-RECEPC.
030200     CALL 'UORG0122' USING UORGL122-PARMS.
030300     IF NOT UORGL122-OK
030400         DISPLAY 'UORG0220 - ERRO ' UORGL122-RETORNO
030500             ' NA CONFIRMACAO DA RECEPCAO'
030600     END-IF.
030700     EXEC SQL
030800         COMMIT
030900     END-EXEC.
031000 7500-CONFIRMAR-RECEPCAO-EXIT.
031100     EXIT.
031200******************************************************************
031300*    8000-LER-ARQUIVO                                            *
031400******************************************************************
031500 8000-LER-ARQUIVO               SECTION.
031600     READ ARQ-UORGS220 INTO UORGS220-REGISTRO
031700         AT END
031800             MOVE 'S' TO WS-SW-FIM-ARQUIVO
031900     END-READ.
032000 8000-LER-ARQUIVO-EXIT.
032100     EXIT.
032200******************************************************************
032300*    9500-REGISTRAR-INICIO                                       *
032400*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
032500******************************************************************
032600 9500-REGISTRAR-INICIO          SECTION.
032700     MOVE 'I' TO UORGL043-FUNCTION.
032800     MOVE 'UORG0220' TO UORGL043-CPGM-BATCH.
032900     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
033000                  UORGL043-QTDE-REJEITADOS
033100                  UORGL043-CCOD-TERMINO.
033200     CALL 'UORG0043' USING UORGL043-PARMS.
033300     IF NOT UORGL043-OK
033400         DISPLAY 'UORG0220 - ERRO ' UORGL043-RETORNO
033500             ' NO REGISTRO DE INICIO DA EXECUCAO'
033600     END-IF.
033700 9500-REGISTRAR-INICIO-EXIT.
033800     EXIT.
033900******************************************************************
034000*    9600-REGISTRAR-FIM                                          *
034100*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
034200******************************************************************
034300 9600-REGISTRAR-FIM             SECTION.
034400     MOVE 'F' TO UORGL043-FUNCTION.
034500     COMPUTE UORGL043-QTDE-LIDOS =
034600         WS-QTDE-REGISTRADA + WS-QTDE-REJEITADA.
034700     MOVE WS-QTDE-REGISTRADA TO UORGL043-QTDE-GRAVADOS.
034800     MOVE WS-QTDE-REJEITADA TO UORGL043-QTDE-REJEITADOS.
034900     IF WS-ARQ-BLOQUEADO
035000         MOVE 8 TO UORGL043-CCOD-TERMINO
035100     ELSE
035200         MOVE ZERO TO UORGL043-CCOD-TERMINO
035300     END-IF.
035400     CALL 'UORG0043' USING UORGL043-PARMS.
035500     IF NOT UORGL043-OK
035600         DISPLAY 'UORG0220 - ERRO ' UORGL043-RETORNO
035700             ' NO REGISTRO DE FIM DA EXECUCAO'
035800     END-IF.
035900     EXEC SQL
036000         COMMIT
036100     END-EXEC.
036200 9600-REGISTRAR-FIM-EXIT.
036300     EXIT.
