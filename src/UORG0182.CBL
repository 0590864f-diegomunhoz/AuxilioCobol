000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0182                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0182.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - CONSOLIDACAO DA CARGA NOTURNA         *
001600*                PARTICIONADA DE TUND_ORGNZ (UORG0013): CONFERE  *
001700*                AS PARTICOES E REGISTRA UMA UNICA EXECUCAO EM   *
001800*                TCTRL_EXEC_BATCH COM OS TOTAIS SOMADOS.         *
001900******************************************************************
002000*
002100*    FUNCAO: PASSO FINAL DA CARGA PARTICIONADA, EXECUTADO APOS
002200*    TODAS AS PARTICOES DA UORG0013. LE AS PARTICOES REGISTRADAS
002300*    EM TCTRL_PARTIC_BATCH EM ORDEM DE FAIXA E CONFERE QUE:
002400*    TODAS ESTAO CONCLUIDAS NESTA RODADA (SITUACAO 'C'; 'E' E
002500*    PARTICAO INTERROMPIDA OU AINDA EM EXECUCAO, 'F' E PARTICAO
002600*    DE RODADA JA CONSOLIDADA QUE NAO RODOU DE NOVO) E AS FAIXAS
002700*    COBREM DE 0 A 9999999999 SEM LACUNA NEM SOBREPOSICAO.
002800*    ESTANDO TUDO CERTO, ABRE UMA UNICA EXECUCAO DA UORG0013 EM
002900*    TCTRL_EXEC_BATCH (UORG0043 FUNCAO 'P') COM O INICIO DA
003000*    PRIMEIRA PARTICAO, ENCERRA COM LIDOS, GRAVADOS (ATUALIZADOS
003100*    + INCLUIDOS) E REJEITADOS (CONFLITOS + TRANSICOES RECUSADAS)
003200*    SOMADOS E MARCA AS PARTICOES COMO CONSOLIDADAS ('F').
003300*    HAVENDO QUALQUER DIVERGENCIA A RODADA NAO E FECHADA: A
003400*    EXECUCAO DA UORG0013 FICA ABERTA (SEM TERMINO, APARECE COMO
003500*    ABEND NO PLACAR UORG0044), AS PARTICOES FICAM COMO ESTAO E
003600*    ESTE PASSO TERMINA COM CODIGO 8. APOS O REINICIO DAS
003700*    PARTICOES PENDENTES, NOVA EXECUCAO DESTE PASSO REAPROVEITA O
003800*    REGISTRO ABERTO E O ENCERRA.
003900*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.         IBM-390.
004300 OBJECT-COMPUTER.         IBM-390.
004400 DATA DIVISION.
004500 WORKING-STORAGE SECTION.
004600     EXEC SQL INCLUDE SQLCA END-EXEC.
004700 01  WS-SWITCHES.
004800     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
004900        88 WS-FIM-CURSOR              VALUE 'S'.
005000     05 WS-SW-RECUSA             PIC X(1) VALUE 'N'.
005100        88 WS-RECUSADA                VALUE 'S'.
005200 01  WS-CONTADORES.
005300     05 WS-QTDE-PARTIC           PIC S9(4) COMP VALUE ZERO.
005400     05 WS-QTDE-LIDOS            PIC S9(9) COMP VALUE ZERO.
005500     05 WS-QTDE-GRAVADOS         PIC S9(9) COMP VALUE ZERO.
005600     05 WS-QTDE-REJEITADOS       PIC S9(9) COMP VALUE ZERO.
005700 01  WS-CONSTANTES.
005800     05 WS-CPSSOA-JURID-MAX      PIC S9(11)V COMP-3
005900                                 VALUE 9999999999.
006000 01  WS-AREA-TRABALHO.
006100     05 WS-INIC-ESPERADO         PIC S9(11)V COMP-3 VALUE ZERO.
006200     05 WS-HINIC-RODADA          PIC X(26) VALUE SPACES.
006300     05 WS-HINIC-PROPRIA         PIC X(26) VALUE SPACES.
006400     05 WS-NPARTIC               PIC S9(2)V COMP-3.
006500     05 WS-CPSSOA-JURID-INIC     PIC S9(10)V COMP-3.
006600     05 WS-CPSSOA-JURID-FIM      PIC S9(10)V COMP-3.
006700     05 WS-CSIT-PARTIC           PIC X(1).
006800        88 WS-PARTIC-EM-EXECUCAO      VALUE 'E'.
006900        88 WS-PARTIC-CONCLUIDA        VALUE 'C'.
007000        88 WS-PARTIC-CONSOLIDADA      VALUE 'F'.
007100     05 WS-HINIC-PARTIC          PIC X(26).
007200     05 WS-HFIM-PARTIC           PIC X(26).
007300     05 WS-QREG-LIDOS            PIC S9(9)V COMP-3.
007400     05 WS-QREG-ATUALIZADOS      PIC S9(9)V COMP-3.
007500     05 WS-QREG-INCLUIDOS        PIC S9(9)V COMP-3.
007600     05 WS-QREG-CONFLITOS        PIC S9(9)V COMP-3.
007700     05 WS-QREG-TRANSIC-INVAL    PIC S9(9)V COMP-3.
007800     05 WS-NPARTIC-ED            PIC 9(2).
007900     05 WS-FAIXA-ED              PIC 9(10).
008000 COPY UORGL043.
008100 PROCEDURE DIVISION.
008200******************************************************************
008300*    0000-MAINLINE                                               *
008400******************************************************************
008500 0000-MAINLINE                  SECTION.
008600     PERFORM 9500-REGISTRAR-INICIO
008700         THRU 9500-REGISTRAR-INICIO-EXIT.
008800     PERFORM 1000-CONFERIR-PARTICOES
008900         THRU 1000-CONFERIR-PARTICOES-EXIT.
009000     PERFORM 2000-REGISTRAR-CARGA
009100         THRU 2000-REGISTRAR-CARGA-EXIT.
009200     PERFORM 9600-REGISTRAR-FIM
009300         THRU 9600-REGISTRAR-FIM-EXIT.
009400     GOBACK.
009500******************************************************************
009600*    1000-CONFERIR-PARTICOES                                     *
009700******************************************************************
009800 1000-CONFERIR-PARTICOES        SECTION.
009900     EXEC SQL
010000         DECLARE CUR-UORG0182 CURSOR FOR
010100         SELECT NPARTIC, CPSSOA_JURID_INIC, CPSSOA_JURID_FIM,
010200                CSIT_PARTIC, CHAR(HINIC_PARTIC),
010300                COALESCE(CHAR(HFIM_PARTIC), ' '),
010400                QREG_LIDOS, QREG_ATUALIZADOS, QREG_INCLUIDOS,
010500                QREG_CONFLITOS, QREG_TRANSIC_INVAL
010600           FROM DB2PRD.TCTRL_PARTIC_BATCH
010700          WHERE CPGM_BATCH = 'UORG0013'
010800          ORDER BY CPSSOA_JURID_INIC, NPARTIC
010900     END-EXEC.
011000     EXEC SQL
011100         OPEN CUR-UORG0182
011200     END-EXEC.
011300     IF SQLCODE NOT = ZERO
011400         DISPLAY 'UORG0182 - ERRO SQLCODE=' SQLCODE
011500             ' NA ABERTURA DO CURSOR DE PARTICOES'
011600         MOVE 'S' TO WS-SW-RECUSA
011700         GO TO 1000-CONFERIR-PARTICOES-EXIT
011800     END-IF.
011900     PERFORM 8000-LER-PARTICAO
012000         THRU 8000-LER-PARTICAO-EXIT.
012100     PERFORM 1100-CONFERIR-PARTICAO
012200         THRU 1100-CONFERIR-PARTICAO-EXIT
012300         UNTIL WS-FIM-CURSOR.
012400     EXEC SQL
012500         CLOSE CUR-UORG0182
012600     END-EXEC.
012700     IF WS-QTDE-PARTIC = ZERO
012800         DISPLAY 'UORG0182 - NENHUMA PARTICAO DA UORG0013 '
012900             'REGISTRADA'
013000         MOVE 'S' TO WS-SW-RECUSA
013100         GO TO 1000-CONFERIR-PARTICOES-EXIT
013200     END-IF.
013300     IF WS-INIC-ESPERADO NOT > WS-CPSSOA-JURID-MAX
013400         MOVE WS-INIC-ESPERADO TO WS-FAIXA-ED
013500         DISPLAY 'UORG0182 - FAIXA SEM PARTICAO A PARTIR DE '
013600             'CPSSOA_JURID ' WS-FAIXA-ED
013700         MOVE 'S' TO WS-SW-RECUSA
013800     END-IF.
013900 1000-CONFERIR-PARTICOES-EXIT.
014000     EXIT.
014100******************************************************************
014200*    1100-CONFERIR-PARTICAO                                      *
014300*    SITUACAO, CONTINUIDADE DA FAIXA E ACUMULO DOS TOTAIS        *
014400******************************************************************
014500 1100-CONFERIR-PARTICAO         SECTION.
014600     ADD 1 TO WS-QTDE-PARTIC.
014700     MOVE WS-NPARTIC TO WS-NPARTIC-ED.
014800     DISPLAY 'UORG0182 - PARTICAO ' WS-NPARTIC-ED
014900         ' SITUACAO ' WS-CSIT-PARTIC
015000         ' INICIO ' WS-HINIC-PARTIC (1:19)
015100         ' FIM ' WS-HFIM-PARTIC (1:19)
015200         ' LIDOS ' WS-QREG-LIDOS.
015300     IF WS-CPSSOA-JURID-INIC > WS-INIC-ESPERADO
015400         MOVE WS-INIC-ESPERADO TO WS-FAIXA-ED
015500         DISPLAY 'UORG0182 - FAIXA SEM PARTICAO ENTRE '
015600             'CPSSOA_JURID ' WS-FAIXA-ED ' E A PARTICAO '
015700             WS-NPARTIC-ED
015800         MOVE 'S' TO WS-SW-RECUSA
015900     ELSE
016000     IF WS-CPSSOA-JURID-INIC < WS-INIC-ESPERADO
016100         DISPLAY 'UORG0182 - PARTICAO ' WS-NPARTIC-ED
016200             ' SOBREPOE A FAIXA DA PARTICAO ANTERIOR'
016300         MOVE 'S' TO WS-SW-RECUSA
016400     END-IF
016500     END-IF.
016600     IF WS-CPSSOA-JURID-FIM + 1 > WS-INIC-ESPERADO
016700         COMPUTE WS-INIC-ESPERADO = WS-CPSSOA-JURID-FIM + 1
016800     END-IF.
016900     IF NOT WS-PARTIC-CONCLUIDA
017000         IF WS-PARTIC-CONSOLIDADA
017100             DISPLAY 'UORG0182 - PARTICAO ' WS-NPARTIC-ED
017200                 ' NAO EXECUTADA NESTA RODADA'
017300         ELSE
017400             DISPLAY 'UORG0182 - PARTICAO ' WS-NPARTIC-ED
017500                 ' NAO CONCLUIDA - REINICIAR A PARTICAO'
017600         END-IF
017700         MOVE 'S' TO WS-SW-RECUSA
017800     END-IF.
017900     IF WS-HINIC-RODADA = SPACES
018000         OR WS-HINIC-PARTIC < WS-HINIC-RODADA
018100         MOVE WS-HINIC-PARTIC TO WS-HINIC-RODADA
018200     END-IF.
018300     ADD WS-QREG-LIDOS TO WS-QTDE-LIDOS.
018400     ADD WS-QREG-ATUALIZADOS WS-QREG-INCLUIDOS
018500         TO WS-QTDE-GRAVADOS.
018600     ADD WS-QREG-CONFLITOS WS-QREG-TRANSIC-INVAL
018700         TO WS-QTDE-REJEITADOS.
018800     PERFORM 8000-LER-PARTICAO
018900         THRU 8000-LER-PARTICAO-EXIT.
019000 1100-CONFERIR-PARTICAO-EXIT.
019100     EXIT.
019200******************************************************************
019300*    2000-REGISTRAR-CARGA                                        *
019400*    EXECUCAO UNICA DA UORG0013: FECHADA SO SEM RECUSA           *
019500******************************************************************
019600 2000-REGISTRAR-CARGA           SECTION.
019700     IF WS-HINIC-RODADA = SPACES
019800         GO TO 2000-REGISTRAR-CARGA-EXIT
019900     END-IF.
020000     MOVE 'P' TO UORGL043-FUNCTION.
020100     MOVE 'UORG0013' TO UORGL043-CPGM-BATCH.
020200     MOVE WS-HINIC-RODADA TO UORGL043-HINIC-EXEC.
020300     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
020400                  UORGL043-QTDE-REJEITADOS
020500                  UORGL043-CCOD-TERMINO.
020600     CALL 'UORG0043' USING UORGL043-PARMS.
020700     IF NOT UORGL043-OK
020800         DISPLAY 'UORG0182 - ERRO ' UORGL043-RETORNO
020900             ' NA ABERTURA DA EXECUCAO DA UORG0013'
021000         MOVE 'S' TO WS-SW-RECUSA
021100         GO TO 2000-REGISTRAR-CARGA-EXIT
021200     END-IF.
021300     IF WS-RECUSADA
021400         DISPLAY 'UORG0182 - CONSOLIDACAO RECUSADA - EXECUCAO DA '
021500             'UORG0013 DE ' WS-HINIC-RODADA (1:19)
021600             ' MANTIDA ABERTA'
021700         GO TO 2000-REGISTRAR-CARGA-EXIT
021800     END-IF.
021900     EXEC SQL
022000         UPDATE DB2PRD.TCTRL_PARTIC_BATCH
022100            SET CSIT_PARTIC = 'F'
022200          WHERE CPGM_BATCH  = 'UORG0013'
022300            AND CSIT_PARTIC = 'C'
022400     END-EXEC.
022500     IF SQLCODE NOT = ZERO
022600         DISPLAY 'UORG0182 - ERRO SQLCODE=' SQLCODE
022700             ' AO MARCAR AS PARTICOES CONSOLIDADAS'
022800         MOVE 'S' TO WS-SW-RECUSA
022900         GO TO 2000-REGISTRAR-CARGA-EXIT
023000     END-IF.
023100     MOVE 'F' TO UORGL043-FUNCTION.
023200     MOVE WS-QTDE-LIDOS TO UORGL043-QTDE-LIDOS.
023300     MOVE WS-QTDE-GRAVADOS TO UORGL043-QTDE-GRAVADOS.
023400     MOVE WS-QTDE-REJEITADOS TO UORGL043-QTDE-REJEITADOS.
023500     MOVE ZERO TO UORGL043-CCOD-TERMINO.
023600     CALL 'UORG0043' USING UORGL043-PARMS.
023700     IF NOT UORGL043-OK
023800         DISPLAY 'UORG0182 - ERRO ' UORGL043-RETORNO
023900             ' NO ENCERRAMENTO DA EXECUCAO DA UORG0013'
024000         MOVE 'S' TO WS-SW-RECUSA
024100         EXEC SQL
024200             UPDATE DB2PRD.TCTRL_PARTIC_BATCH
024300                SET CSIT_PARTIC = 'C'
024400              WHERE CPGM_BATCH  = 'UORG0013'
024500                AND CSIT_PARTIC = 'F'
024600         END-EXEC
024700         GO TO 2000-REGISTRAR-CARGA-EXIT
024800     END-IF.
024900     DISPLAY 'UORG0182 - UORG0013 CONSOLIDADA: ' WS-QTDE-PARTIC
025000         ' PARTICOES, LIDOS ' WS-QTDE-LIDOS
025100         ' GRAVADOS ' WS-QTDE-GRAVADOS
025200         ' REJEITADOS ' WS-QTDE-REJEITADOS.
025300 2000-REGISTRAR-CARGA-EXIT.
025400     EXIT.
025500******************************************************************
025600*    8000-LER-PARTICAO                                           *
025700******************************************************************
025800 8000-LER-PARTICAO              SECTION.
025900     EXEC SQL
026000         FETCH CUR-UORG0182
026100          INTO :WS-NPARTIC, :WS-CPSSOA-JURID-INIC,
026200               :WS-CPSSOA-JURID-FIM, :WS-CSIT-PARTIC,
026300               :WS-HINIC-PARTIC, :WS-HFIM-PARTIC,
026400               :WS-QREG-LIDOS, :WS-QREG-ATUALIZADOS,
026500               :WS-QREG-INCLUIDOS, :WS-QREG-CONFLITOS,
026600               :WS-QREG-TRANSIC-INVAL
026700     END-EXEC.
026800     IF SQLCODE = 100
026900         MOVE 'S' TO WS-SW-FIM-CURSOR
027000     ELSE
027100     IF SQLCODE NOT = ZERO
027200         DISPLAY 'UORG0182 - ERRO SQLCODE=' SQLCODE
027300             ' NO FETCH DO CURSOR DE PARTICOES'
027400         MOVE 'S' TO WS-SW-FIM-CURSOR
027500         MOVE 'S' TO WS-SW-RECUSA
027600     END-IF
027700     END-IF.
027800 8000-LER-PARTICAO-EXIT.
027900     EXIT.
028000******************************************************************
028100*    9500-REGISTRAR-INICIO                                       *
028200*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
028300******************************************************************
028400 9500-REGISTRAR-INICIO          SECTION.
028500     MOVE 'I' TO UORGL043-FUNCTION.
028600     MOVE 'UORG0182' TO UORGL043-CPGM-BATCH.
028700     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
028800                  UORGL043-QTDE-REJEITADOS
028900                  UORGL043-CCOD-TERMINO.
029000     CALL 'UORG0043' USING UORGL043-PARMS.
029100     IF NOT UORGL043-OK
029200         DISPLAY 'UORG0182 - ERRO ' UORGL043-RETORNO
029300             ' NO REGISTRO DE INICIO DA EXECUCAO'
029400     END-IF.
029500     MOVE UORGL043-HINIC-EXEC TO WS-HINIC-PROPRIA.
029600 9500-REGISTRAR-INICIO-EXIT.
029700     EXIT.
029800******************************************************************
029900*    9600-REGISTRAR-FIM                                          *
030000*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
030100******************************************************************
030200 9600-REGISTRAR-FIM             SECTION.
030300     MOVE 'F' TO UORGL043-FUNCTION.
030400     MOVE 'UORG0182' TO UORGL043-CPGM-BATCH.
030500     MOVE WS-HINIC-PROPRIA TO UORGL043-HINIC-EXEC.
030600     MOVE WS-QTDE-PARTIC TO UORGL043-QTDE-LIDOS.
030700     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
030800     IF WS-RECUSADA
030900         MOVE ZERO TO UORGL043-QTDE-GRAVADOS
031000         MOVE 8 TO UORGL043-CCOD-TERMINO
031100     ELSE
031200         MOVE WS-QTDE-PARTIC TO UORGL043-QTDE-GRAVADOS
031300         MOVE ZERO TO UORGL043-CCOD-TERMINO
031400     END-IF.
031500     CALL 'UORG0043' USING UORGL043-PARMS.
031600     IF NOT UORGL043-OK
031700         DISPLAY 'UORG0182 - ERRO ' UORGL043-RETORNO
031800             ' NO REGISTRO DE FIM DA EXECUCAO'
031900     END-IF.
032000     EXEC SQL
032100         COMMIT
032200     END-EXEC.
032300 9600-REGISTRAR-FIM-EXIT.
032400     EXIT.
