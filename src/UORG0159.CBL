000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0159                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0159.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - REAJUSTE ANUAL DO ALUGUEL DOS         *
001600*                CONTRATOS DE LOCACAO (TCONTR_LOCAC) NO          *
001700*                ANIVERSARIO, PELO INDICE CONTRATUAL ACUMULADO   *
001800*                EM 12 MESES (TINDIC_ECON), COM HISTORICO DO     *
001900*                ALUGUEL ANTES/DEPOIS EM TCONTR_LOCAC_REAJ.      *
001910* 15/10/2026 ES  CURSOR DECLARADO WITH HOLD (O COMMIT DE         *
001920*                CHECKPOINT O FECHAVA); ERRO NO FETCH CONTA      *
001930*                COMO ERRO E TERMINA A EXECUCAO COM CODIGO 8.    *
002000******************************************************************
002100*
002200*    FUNCAO: SELECIONA OS CONTRATOS VIGENTES CUJO ANIVERSARIO NO
002300*    ANO CORRENTE (DINIC_CONTR + N ANOS) JA CHEGOU E AINDA NAO
002400*    TEM REAJUSTE GRAVADO EM TCONTR_LOCAC_REAJ PARA ESSE
002500*    ANIVERSARIO - A EXECUCAO E DIARIA E UM ANIVERSARIO PERDIDO
002600*    (FIM DE SEMANA, INDICE AINDA NAO PUBLICADO) E APANHADO NA
002700*    EXECUCAO SEGUINTE. O FATOR E O PRODUTO DAS VARIACOES
002800*    MENSAIS DO INDICE DO CONTRATO (CINDIC_REAJ, NULO = IGPM)
002900*    NOS 12 MESES ANTERIORES AO MES DO ANIVERSARIO; FALTANDO
003000*    ALGUM MES, O CONTRATO FICA PENDENTE E E LISTADO. VARIACAO
003100*    ACUMULADA NEGATIVA MANTEM O ALUGUEL (SEM REDUCAO), MAS O
003200*    REAJUSTE E REGISTRADO PARA NAO SER REPROCESSADO. COMMIT A
003300*    CADA WS-INTERVALO-CKPT CONTRATOS REAJUSTADOS.
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.         IBM-390.
003800 OBJECT-COMPUTER.         IBM-390.
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100     EXEC SQL INCLUDE SQLCA END-EXEC.
004200 01  WS-SWITCHES.
004300     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
004400        88 WS-FIM-CURSOR              VALUE 'S'.
004500     05 WS-SW-FIM-INDICE         PIC X(1) VALUE 'N'.
004600        88 WS-FIM-INDICE              VALUE 'S'.
004700 01  WS-CONTADORES.
004800     05 WS-QTDE-LIDA             PIC S9(7) COMP VALUE ZERO.
004900     05 WS-QTDE-REAJUSTADA       PIC S9(7) COMP VALUE ZERO.
005000     05 WS-QTDE-MANTIDA          PIC S9(7) COMP VALUE ZERO.
005100     05 WS-QTDE-PENDENTE         PIC S9(7) COMP VALUE ZERO.
005200     05 WS-QTDE-ERRO             PIC S9(7) COMP VALUE ZERO.
005300     05 WS-QTDE-MESES            PIC S9(3) COMP VALUE ZERO.
005400     05 WS-CONTADOR-CKPT         PIC S9(5) COMP VALUE ZERO.
005500 01  WS-CONSTANTES.
005600     05 WS-INTERVALO-CKPT        PIC S9(5) COMP VALUE 100.
005700     05 WS-MESES-ACUMULO         PIC S9(3) COMP VALUE 12.
005800 01  WS-AREA-TRABALHO.
005900     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
006000     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
006100     05 WS-NSEQ-CONTR            PIC S9(4)V COMP-3.
006200     05 WS-CINDIC-REAJ           PIC X(4).
006300     05 WS-VALUGL-ANT            PIC S9(9)V99 COMP-3.
006400     05 WS-VALUGL-NOVO           PIC S9(9)V99 COMP-3.
006500     05 WS-DANIV-REAJ            PIC X(10).
006600     05 WS-DANIV-REAJ-R REDEFINES WS-DANIV-REAJ.
006700        10 WS-ANIV-ANO           PIC 9(4).
006800        10 FILLER                PIC X(1).
006900        10 WS-ANIV-MES           PIC 9(2).
007000        10 FILLER                PIC X(1).
007100        10 WS-ANIV-DIA           PIC 9(2).
007200     05 WS-AMES-INIC             PIC S9(6)V COMP-3.
007300     05 WS-AMES-FIM              PIC S9(6)V COMP-3.
007400     05 WS-PVAR-MENSAL           PIC S9(3)V9(4) COMP-3.
007500     05 WS-FATOR-ACUM            PIC S9(3)V9(9) COMP-3.
007600     05 WS-PREAJ-ACUM            PIC S9(5)V9(4) COMP-3.
007700 COPY UORGL043.
007800 PROCEDURE DIVISION.
007900******************************************************************
008000*    0000-MAINLINE                                               *
008100******************************************************************
008200 0000-MAINLINE                  SECTION.
008300     PERFORM 9500-REGISTRAR-INICIO
008400         THRU 9500-REGISTRAR-INICIO-EXIT.
008500     EXEC SQL
008600         DECLARE CUR-UORG0159 CURSOR WITH HOLD FOR
008700         SELECT C.CPSSOA_JURID, C.NSEQ_UND_ORGNZ, C.NSEQ_CONTR,
008800                COALESCE(C.CINDIC_REAJ, 'IGPM'),
008900                C.VALUGL_MENSAL,
009000                CHAR(C.DINIC_CONTR + (YEAR(CURRENT DATE)
009100                     - YEAR(C.DINIC_CONTR)) YEARS, ISO)
009200           FROM DB2PRD.TCONTR_LOCAC C
009300          WHERE YEAR(C.DINIC_CONTR) < YEAR(CURRENT DATE)
009400            AND C.DFIM_CONTR >= CURRENT DATE
009500            AND C.DINIC_CONTR + (YEAR(CURRENT DATE)
009600                - YEAR(C.DINIC_CONTR)) YEARS <= CURRENT DATE
009700            AND NOT EXISTS
009800                (SELECT 1
009900                   FROM DB2PRD.TCONTR_LOCAC_REAJ R
010000                  WHERE R.CPSSOA_JURID   = C.CPSSOA_JURID
010100                    AND R.NSEQ_UND_ORGNZ = C.NSEQ_UND_ORGNZ
010200                    AND R.NSEQ_CONTR     = C.NSEQ_CONTR
010300                    AND YEAR(R.DANIV_REAJ) = YEAR(CURRENT DATE))
010400          ORDER BY C.CPSSOA_JURID, C.NSEQ_UND_ORGNZ, C.NSEQ_CONTR
010500     END-EXEC.
010600     EXEC SQL
010700         OPEN CUR-UORG0159
010800     END-EXEC.
010900     PERFORM 8000-LER-CURSOR
011000         THRU 8000-LER-CURSOR-EXIT.
011100     PERFORM 2000-REAJUSTAR-CONTRATO
011200         THRU 2000-REAJUSTAR-CONTRATO-EXIT
011300         UNTIL WS-FIM-CURSOR.
011400     EXEC SQL
011500         CLOSE CUR-UORG0159
011600     END-EXEC.
011700     EXEC SQL
011800         COMMIT
011900     END-EXEC.
012000     DISPLAY 'UORG0159 - ANIVERSARIOS LIDOS: ' WS-QTDE-LIDA
012100         ' REAJUSTADOS: ' WS-QTDE-REAJUSTADA
012200         ' MANTIDOS: ' WS-QTDE-MANTIDA.
012300     DISPLAY 'UORG0159 - PENDENTES DE INDICE: ' WS-QTDE-PENDENTE
012400         ' COM ERRO: ' WS-QTDE-ERRO.
012500     PERFORM 9600-REGISTRAR-FIM
012600         THRU 9600-REGISTRAR-FIM-EXIT.
012700     GOBACK.
012800 0000-MAINLINE-EXIT.
012900     EXIT.
013000******************************************************************
013100*    2000-REAJUSTAR-CONTRATO                                     *
013200*    JANELA = 12 MESES ANTERIORES AO MES DO ANIVERSARIO          *
013300******************************************************************
013400 2000-REAJUSTAR-CONTRATO        SECTION.
013500     ADD 1 TO WS-QTDE-LIDA.
013600     COMPUTE WS-AMES-INIC =
013700         (WS-ANIV-ANO - 1) * 100 + WS-ANIV-MES.
013800     IF WS-ANIV-MES = 01
013900         COMPUTE WS-AMES-FIM = (WS-ANIV-ANO - 1) * 100 + 12
014000     ELSE
014100         COMPUTE WS-AMES-FIM =
014200             WS-ANIV-ANO * 100 + WS-ANIV-MES - 1
014300     END-IF.
014400     PERFORM 3000-ACUMULAR-INDICE
014500         THRU 3000-ACUMULAR-INDICE-EXIT.
014600     IF WS-QTDE-MESES < WS-MESES-ACUMULO
014700         DISPLAY 'UORG0159 - INDICE ' WS-CINDIC-REAJ
014800             ' INCOMPLETO (' WS-QTDE-MESES ' MESES), CONTRATO '
014900             WS-CPSSOA-JURID '/' WS-NSEQ-UND-ORGNZ '/'
015000             WS-NSEQ-CONTR ' PENDENTE'
015100         ADD 1 TO WS-QTDE-PENDENTE
015200         GO TO 2000-REAJUSTAR-CONTRATO-LER
015300     END-IF.
015400     COMPUTE WS-PREAJ-ACUM ROUNDED =
015500         (WS-FATOR-ACUM - 1) * 100.
015600     IF WS-FATOR-ACUM > 1
015700         COMPUTE WS-VALUGL-NOVO ROUNDED =
015800             WS-VALUGL-ANT * WS-FATOR-ACUM
015900     ELSE
016000         MOVE WS-VALUGL-ANT TO WS-VALUGL-NOVO
016100     END-IF.
016200     PERFORM 4000-GRAVAR-REAJUSTE
016300         THRU 4000-GRAVAR-REAJUSTE-EXIT.
016400 2000-REAJUSTAR-CONTRATO-LER.
016500     PERFORM 8000-LER-CURSOR
016600         THRU 8000-LER-CURSOR-EXIT.
016700 2000-REAJUSTAR-CONTRATO-EXIT.
016800     EXIT.
016900******************************************************************
017000*    3000-ACUMULAR-INDICE                                        *
017100*    PRODUTO DOS FATORES (1 + VARIACAO/100) DOS MESES DA JANELA  *
017200******************************************************************
017300 3000-ACUMULAR-INDICE           SECTION.
017400     MOVE 1 TO WS-FATOR-ACUM.
017500     MOVE ZERO TO WS-QTDE-MESES.
017600     MOVE 'N' TO WS-SW-FIM-INDICE.
017700     EXEC SQL
017800         DECLARE CUR-UORG0159-IND CURSOR FOR
017900         SELECT PVAR_MENSAL
018000           FROM DB2PRD.TINDIC_ECON
018100          WHERE CINDIC_ECON = :WS-CINDIC-REAJ
018200            AND AMES_REFER BETWEEN :WS-AMES-INIC AND :WS-AMES-FIM
018300          ORDER BY AMES_REFER
018400     END-EXEC.
018500     EXEC SQL
018600         OPEN CUR-UORG0159-IND
018700     END-EXEC.
018800     PERFORM 3100-APLICAR-MES
018900         THRU 3100-APLICAR-MES-EXIT
019000         UNTIL WS-FIM-INDICE.
019100     EXEC SQL
019200         CLOSE CUR-UORG0159-IND
019300     END-EXEC.
019400 3000-ACUMULAR-INDICE-EXIT.
019500     EXIT.
019600******************************************************************
019700*    3100-APLICAR-MES                                            *
019800******************************************************************
019900 3100-APLICAR-MES               SECTION.
020000     EXEC SQL
020100         FETCH CUR-UORG0159-IND
020200          INTO :WS-PVAR-MENSAL
020300     END-EXEC.
020400     IF SQLCODE = 100
020500         MOVE 'S' TO WS-SW-FIM-INDICE
020600         GO TO 3100-APLICAR-MES-EXIT
020700     END-IF.
020800     IF SQLCODE NOT = ZERO
020900         DISPLAY 'UORG0159 - ERRO SQLCODE=' SQLCODE
021000             ' NA LEITURA DO INDICE ' WS-CINDIC-REAJ
021100         MOVE ZERO TO WS-QTDE-MESES
021200         MOVE 'S' TO WS-SW-FIM-INDICE
021300         GO TO 3100-APLICAR-MES-EXIT
021400     END-IF.
021500     COMPUTE WS-FATOR-ACUM ROUNDED =
021600         WS-FATOR-ACUM * (1 + WS-PVAR-MENSAL / 100).
021700     ADD 1 TO WS-QTDE-MESES.
021800 3100-APLICAR-MES-EXIT.
021900     EXIT.
022000******************************************************************
022100*    4000-GRAVAR-REAJUSTE                                        *
022200*    GRAVA O HISTORICO DO REAJUSTE E ATUALIZA O ALUGUEL; FALHA   *
022300*    NA ATUALIZACAO DESFAZ O HISTORICO, E O CONTRATO VOLTA A SER *
022400*    SELECIONADO NA PROXIMA EXECUCAO                             *
022500******************************************************************
022600 4000-GRAVAR-REAJUSTE           SECTION.
022700     EXEC SQL
022800         INSERT INTO DB2PRD.TCONTR_LOCAC_REAJ
022900                (CPSSOA_JURID, NSEQ_UND_ORGNZ, NSEQ_CONTR,
023000                 DANIV_REAJ, CINDIC_REAJ, PREAJ_ACUM,
023100                 VALUGL_ANT, VALUGL_NOVO,
023200                 CUSUAR_INCL, HINCL_REG)
023300         VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
023400                 :WS-NSEQ-CONTR, :WS-DANIV-REAJ,
023500                 :WS-CINDIC-REAJ, :WS-PREAJ-ACUM,
023600                 :WS-VALUGL-ANT, :WS-VALUGL-NOVO,
023700                 'UORG0159', CURRENT TIMESTAMP)
023800     END-EXEC.
023900     IF SQLCODE NOT = ZERO
024000         DISPLAY 'UORG0159 - ERRO SQLCODE=' SQLCODE
024100             ' NA GRAVACAO DO HISTORICO DO CONTRATO '
024200             WS-CPSSOA-JURID '/' WS-NSEQ-UND-ORGNZ
024300         ADD 1 TO WS-QTDE-ERRO
024400         GO TO 4000-GRAVAR-REAJUSTE-EXIT
024500     END-IF.
024600     IF WS-VALUGL-NOVO = WS-VALUGL-ANT
024700         ADD 1 TO WS-QTDE-MANTIDA
024800         GO TO 4000-GRAVAR-REAJUSTE-CKPT
024900     END-IF.
025000     EXEC SQL
025100         UPDATE DB2PRD.TCONTR_LOCAC
025200            SET VALUGL_MENSAL = :WS-VALUGL-NOVO,
025300                CUSUAR_MANUT  = 'UORG0159',
025400                HMANUT_REG    = CURRENT TIMESTAMP
025500          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
025600            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
025700            AND NSEQ_CONTR     = :WS-NSEQ-CONTR
025800     END-EXEC.
025900     IF SQLCODE NOT = ZERO
026000         DISPLAY 'UORG0159 - ERRO SQLCODE=' SQLCODE
026100             ' NA ATUALIZACAO DO CONTRATO '
026200             WS-CPSSOA-JURID '/' WS-NSEQ-UND-ORGNZ
026300         ADD 1 TO WS-QTDE-ERRO
026400         EXEC SQL
026500             DELETE FROM DB2PRD.TCONTR_LOCAC_REAJ
026600              WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
026700                AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
026800                AND NSEQ_CONTR     = :WS-NSEQ-CONTR
026900                AND DANIV_REAJ     = :WS-DANIV-REAJ
027000         END-EXEC
027100         GO TO 4000-GRAVAR-REAJUSTE-EXIT
027200     END-IF.
027300     ADD 1 TO WS-QTDE-REAJUSTADA.
027400 4000-GRAVAR-REAJUSTE-CKPT.
027500     ADD 1 TO WS-CONTADOR-CKPT.
027600     IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
027700         EXEC SQL
027800             COMMIT
027900         END-EXEC
028000         MOVE ZERO TO WS-CONTADOR-CKPT
028100     END-IF.
028200 4000-GRAVAR-REAJUSTE-EXIT.
028300     EXIT.
028400******************************************************************
028500*    8000-LER-CURSOR                                             *
028600******************************************************************
028700 8000-LER-CURSOR                SECTION.
028800     EXEC SQL
028900         FETCH CUR-UORG0159
029000          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
029100               :WS-NSEQ-CONTR, :WS-CINDIC-REAJ,
029200               :WS-VALUGL-ANT, :WS-DANIV-REAJ
029300     END-EXEC.
029400     IF SQLCODE = 100
029500         MOVE 'S' TO WS-SW-FIM-CURSOR
029600     ELSE
029700     IF SQLCODE NOT = ZERO
029800         DISPLAY 'UORG0159 - ERRO SQLCODE=' SQLCODE
029900             ' NO FETCH DO CURSOR'
029910         ADD 1 TO WS-QTDE-ERRO
030000         MOVE 'S' TO WS-SW-FIM-CURSOR
030100     END-IF
030200     END-IF.
030300 8000-LER-CURSOR-EXIT.
030400     EXIT.
030500******************************************************************
030600*    9500-REGISTRAR-INICIO                                       *
030700*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
030800******************************************************************
030900 9500-REGISTRAR-INICIO          SECTION.
031000     MOVE 'I' TO UORGL043-FUNCTION.
031100     MOVE 'UORG0159' TO UORGL043-CPGM-BATCH.
031200     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
031300                  UORGL043-QTDE-REJEITADOS
031400                  UORGL043-CCOD-TERMINO.
031500     CALL 'UORG0043' USING UORGL043-PARMS.
031600     IF NOT UORGL043-OK
031700         DISPLAY 'UORG0159 - ERRO ' UORGL043-RETORNO
031800             ' NO REGISTRO DE INICIO DA EXECUCAO'
031900     END-IF.
032000 9500-REGISTRAR-INICIO-EXIT.
032100     EXIT.
032200******************************************************************
032300*    9600-REGISTRAR-FIM                                          *
032400*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
032500******************************************************************
032600 9600-REGISTRAR-FIM             SECTION.
032700     MOVE 'F' TO UORGL043-FUNCTION.
032800     MOVE WS-QTDE-LIDA TO UORGL043-QTDE-LIDOS.
032900     COMPUTE UORGL043-QTDE-GRAVADOS =
033000         WS-QTDE-REAJUSTADA + WS-QTDE-MANTIDA.
033100     COMPUTE UORGL043-QTDE-REJEITADOS =
033200         WS-QTDE-PENDENTE + WS-QTDE-ERRO.
033300     IF WS-QTDE-ERRO > ZERO
033400         MOVE 8 TO UORGL043-CCOD-TERMINO
033500     ELSE
033600         MOVE ZERO TO UORGL043-CCOD-TERMINO
033700     END-IF.
033800     CALL 'UORG0043' USING UORGL043-PARMS.
033900     IF NOT UORGL043-OK
034000         DISPLAY 'UORG0159 - ERRO ' UORGL043-RETORNO
034100             ' NO REGISTRO DE FIM DA EXECUCAO'
034200     END-IF.
034300     EXEC SQL
034400         COMMIT
034500     END-EXEC.
034600 9600-REGISTRAR-FIM-EXIT.
034700     EXIT.
