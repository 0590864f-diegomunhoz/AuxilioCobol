000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0208                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0208.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - ANONIMIZACAO MENSAL (LGPD) DO GERENTE *
001600*                DESLIGADO NOS CONTATOS DE UNIDADE               *
001700*                (TCONTT_UND_ORGNZ) APOS A RETENCAO, COM LOG EM  *
001800*                TLOG_ANONM_DADO.                                *
001900******************************************************************
002000*
002100*    FUNCAO: EXECUCAO MENSAL, EM DUAS ETAPAS.
002200*    1) LE O ARQUIVO DE DESLIGAMENTOS DA GESTAO DE PESSOAS
002300*       (UORGS208) E REGISTRA CADA DESLIGAMENTO NA FILA
002400*       TDESLG_FUNC_LGPD (MATRICULA, DATA DO DESLIGAMENTO E DATA
002500*       PREVISTA DA ANONIMIZACAO = DESLIGAMENTO + MESES DE
002600*       RETENCAO DO REGISTRO DE DADOS PESSOAIS PARA
002700*       TCONTT_UND_ORGNZ, VIDE UORG0207). DESLIGAMENTO JA
002800*       REGISTRADO E IGNORADO, DE FORMA QUE O ARQUIVO PODE SER O
002900*       DO MES OU ACUMULADO; REGISTRO SEM MATRICULA OU COM DATA
003000*       INVALIDA E REJEITADO. O NOME DO ARQUIVO NAO E GUARDADO.
003100*    2) PARA CADA DESLIGAMENTO PENDENTE CUJA RETENCAO VENCEU,
003200*       ANONIMIZA NOME E MATRICULA DO GERENTE NOS CONTATOS DE
003300*       UNIDADE COM ESSA MATRICULA, GRAVA UMA LINHA DE LOG POR
003400*       CONTATO EM TLOG_ANONM_DADO E IMPRIME O LOG EM UORGR208.
003500*       CONTATO INCLUIDO OU ALTERADO DEPOIS DO DESLIGAMENTO
003600*       (READMISSAO OU MATRICULA REAPROVEITADA) NAO E ANONIMIZADO:
003700*       SAI NO RELATORIO PARA VERIFICACAO E O DESLIGAMENTO
003800*       CONTINUA PENDENTE, VOLTANDO NA EXECUCAO SEGUINTE. SEM
003900*       PENDENCIA, O DESLIGAMENTO E BAIXADO (CSIT_ANONM = 'A').
004000*       COMMIT POR DESLIGAMENTO.
004100*    TELEFONES E E-MAIL DO CONTATO SAO CANAIS DA UNIDADE E NAO SAO
004200*    ALTERADOS. SEM RETENCAO CADASTRADA NO REGISTRO NADA E
004300*    PROCESSADO E A EXECUCAO TERMINA COM CODIGO 8.
004400*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.         IBM-390.
004800 OBJECT-COMPUTER.         IBM-390.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT ENT-UORGS208 ASSIGN TO UORGS208
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT REL-UORGR208 ASSIGN TO UORGR208
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  ENT-UORGS208
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  ENT-UORGS208-REG            PIC X(80).
006100 FD  REL-UORGR208
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  REL-UORGR208-REG            PIC X(133).
006500 WORKING-STORAGE SECTION.
006600     EXEC SQL INCLUDE SQLCA END-EXEC.
006700 01  WS-SWITCHES.
006800     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
006900        88 WS-FIM-ARQUIVO             VALUE 'S'.
007000     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
007100        88 WS-FIM-CURSOR              VALUE 'S'.
007200     05 WS-SW-FIM-CONTATO        PIC X(1) VALUE 'N'.
007300        88 WS-FIM-CONTATO             VALUE 'S'.
007400     05 WS-SW-ERRO-SQL           PIC X(1) VALUE 'N'.
007500        88 WS-HOUVE-ERRO-SQL          VALUE 'S'.
007600     05 WS-SW-POSTERIOR          PIC X(1).
007700        88 WS-ALTERADO-POSTERIOR      VALUE 'S'.
007800 01  WS-CONTADORES.
007900     05 WS-QTDE-LIDOS            PIC S9(7) COMP VALUE ZERO.
008000     05 WS-QTDE-REGISTRADOS      PIC S9(7) COMP VALUE ZERO.
008100     05 WS-QTDE-JA-REGISTRADOS   PIC S9(7) COMP VALUE ZERO.
008200     05 WS-QTDE-REJEITADOS       PIC S9(7) COMP VALUE ZERO.
008300     05 WS-QTDE-VENCIDOS         PIC S9(7) COMP VALUE ZERO.
008400     05 WS-QTDE-BAIXADOS         PIC S9(7) COMP VALUE ZERO.
008500     05 WS-QTDE-ANONIMIZADOS     PIC S9(7) COMP VALUE ZERO.
008600     05 WS-QTDE-MANTIDOS         PIC S9(7) COMP VALUE ZERO.
008700     05 WS-QTDE-CONTATOS-DESLG   PIC S9(7) COMP VALUE ZERO.
008800     05 WS-QTDE-MANTIDOS-DESLG   PIC S9(7) COMP VALUE ZERO.
008900 01  WS-AREA-TRABALHO.
009000     05 WS-QMES-RETENC           PIC S9(3)V COMP-3 VALUE ZERO.
009100     05 WS-QMES-RETENC-ED        PIC ZZ9.
009200     05 WS-CMATR-FUNC            PIC X(9).
009300     05 WS-DDESLG-FUNC           PIC X(10).
009400     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
009500     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
009600     05 WS-IABREV-UND-ORGNZ      PIC X(40).
009700     05 WS-CINDCD-POSTERIOR      PIC X(1).
009800     05 WS-NSEQ-LOG-ANONM        PIC S9(10)V COMP-3.
009900     05 WS-CUSUARIO              PIC X(9) VALUE 'UORG0208'.
010000     05 WS-RCOLUNA-ANONM         PIC X(40)
010100        VALUE 'IGERENTE_UND, CMATR_GERENTE'.
010200     05 WS-IGERENTE-ANONM        PIC X(40)
010300        VALUE 'DADO ANONIMIZADO (LGPD)'.
010400 COPY UORGS208.
010500 COPY UORGR208.
010600 COPY UORGL043.
010700 PROCEDURE DIVISION.
010800******************************************************************
010900*    0000-MAINLINE                                               *
011000******************************************************************
011100 0000-MAINLINE                  SECTION.
011200     PERFORM 9500-REGISTRAR-INICIO
011300         THRU 9500-REGISTRAR-INICIO-EXIT.
011400     PERFORM 1000-LER-RETENCAO
011500         THRU 1000-LER-RETENCAO-EXIT.
011600     IF WS-QMES-RETENC NOT > ZERO
011700         GO TO 0000-MAINLINE-FIM
011800     END-IF.
011900     OPEN OUTPUT REL-UORGR208.
012000     PERFORM 2000-REGISTRAR-DESLIGAMENTOS
012100         THRU 2000-REGISTRAR-DESLIGAMENTOS-EXIT.
012200     IF NOT WS-HOUVE-ERRO-SQL
012300         PERFORM 3000-ANONIMIZAR-VENCIDOS
012400             THRU 3000-ANONIMIZAR-VENCIDOS-EXIT
012500     END-IF.
012600     PERFORM 6000-IMPRIMIR-TOTAIS
012700         THRU 6000-IMPRIMIR-TOTAIS-EXIT.
012800     CLOSE REL-UORGR208.
012900     DISPLAY 'UORG0208 - DESLIGAMENTOS LIDOS: ' WS-QTDE-LIDOS
013000         ' REGISTRADOS: ' WS-QTDE-REGISTRADOS
013100         ' REJEITADOS: ' WS-QTDE-REJEITADOS.
013200     DISPLAY 'UORG0208 - VENCIDOS: ' WS-QTDE-VENCIDOS
013300         ' BAIXADOS: ' WS-QTDE-BAIXADOS
013400         ' CONTATOS ANONIMIZADOS: ' WS-QTDE-ANONIMIZADOS
013500         ' MANTIDOS: ' WS-QTDE-MANTIDOS.
013600 0000-MAINLINE-FIM.
013700     PERFORM 9600-REGISTRAR-FIM
013800         THRU 9600-REGISTRAR-FIM-EXIT.
013900     GOBACK.
014000******************************************************************
014100*    1000-LER-RETENCAO                                           *
014200*    MESES DE RETENCAO DO CONTATO NO REGISTRO DE DADOS PESSOAIS  *
014300******************************************************************
014400 1000-LER-RETENCAO              SECTION.
014500     EXEC SQL
014600         SELECT COALESCE(MAX(QMES_RETENC), 0)
014700           INTO :WS-QMES-RETENC
014800           FROM DB2PRD.TREG_DADO_PSSOAL
014900          WHERE CTAB_DADO_PSSOAL = 'TCONTT_UND_ORGNZ'
015000            AND CSIT_ATUAL_REG   = 1
015100     END-EXEC.
015200     IF SQLCODE NOT = ZERO
015300         DISPLAY 'UORG0208 - ERRO SQLCODE=' SQLCODE
015400             ' NA LEITURA DA RETENCAO'
015500         MOVE ZERO TO WS-QMES-RETENC
015600         MOVE 'S' TO WS-SW-ERRO-SQL
015700         GO TO 1000-LER-RETENCAO-EXIT
015800     END-IF.
015900     IF WS-QMES-RETENC NOT > ZERO
016000         DISPLAY 'UORG0208 - RETENCAO DE TCONTT_UND_ORGNZ NAO '
016100             'CADASTRADA EM TREG_DADO_PSSOAL - NADA PROCESSADO'
016200         GO TO 1000-LER-RETENCAO-EXIT
016300     END-IF.
016400     MOVE WS-QMES-RETENC TO WS-QMES-RETENC-ED.
016500     DISPLAY 'UORG0208 - RETENCAO APOS O DESLIGAMENTO: '
016600         WS-QMES-RETENC-ED ' MESES'.
016700 1000-LER-RETENCAO-EXIT.
016800     EXIT.
016900******************************************************************
017000*    2000-REGISTRAR-DESLIGAMENTOS                                *
017100*    CARGA DO ARQUIVO DA GESTAO DE PESSOAS NA FILA               *
017200******************************************************************
017300 2000-REGISTRAR-DESLIGAMENTOS   SECTION.
017400     OPEN INPUT ENT-UORGS208.
017500     PERFORM 8000-LER-ARQUIVO
017600         THRU 8000-LER-ARQUIVO-EXIT.
017700     PERFORM 2100-REGISTRAR-DESLIGAMENTO
017800         THRU 2100-REGISTRAR-DESLIGAMENTO-EXIT
017900         UNTIL WS-FIM-ARQUIVO.
018000     CLOSE ENT-UORGS208.
018100     IF WS-HOUVE-ERRO-SQL
018200         EXEC SQL
018300             ROLLBACK
018400         END-EXEC
018500     ELSE
018600         EXEC SQL
018700             COMMIT
018800         END-EXEC
018900     END-IF.
019000 2000-REGISTRAR-DESLIGAMENTOS-EXIT.
019100     EXIT.
019200******************************************************************
019300*    2100-REGISTRAR-DESLIGAMENTO                                 *
019400******************************************************************
019500 2100-REGISTRAR-DESLIGAMENTO    SECTION.
019600     IF UORGS208-CMATR-FUNC = SPACES
019700         OR UORGS208-DDESLG-FUNC NOT NUMERIC
019800         DISPLAY 'UORG0208 - DESLIGAMENTO REJEITADO, REGISTRO '
019900             WS-QTDE-LIDOS ': MATRICULA OU DATA INVALIDA'
020000         ADD 1 TO WS-QTDE-REJEITADOS
020100         GO TO 2100-REGISTRAR-DESLIGAMENTO-LER
020200     END-IF.
020300     MOVE SPACES TO WS-DDESLG-FUNC.
020400     STRING UORGS208-DDESLG-AAAA '-' UORGS208-DDESLG-MM '-'
020500            UORGS208-DDESLG-DD
020600            DELIMITED BY SIZE INTO WS-DDESLG-FUNC.
020700     EXEC SQL
020800         INSERT INTO DB2PRD.TDESLG_FUNC_LGPD
020900                (CMATR_FUNC, DDESLG_FUNC, DANONM_PREVISTA,
021000                 CSIT_ANONM, QREG_ANONM, HINCL_REG, CUSUAR_INCL)
021100         VALUES (:UORGS208-CMATR-FUNC, DATE(:WS-DDESLG-FUNC),
021200                 DATE(:WS-DDESLG-FUNC) + :WS-QMES-RETENC MONTHS,
021300                 'P', 0, CURRENT TIMESTAMP, :WS-CUSUARIO)
021400     END-EXEC.
021500     EVALUATE TRUE
021600         WHEN SQLCODE = ZERO
021700             ADD 1 TO WS-QTDE-REGISTRADOS
021800         WHEN SQLCODE = -803
021900             ADD 1 TO WS-QTDE-JA-REGISTRADOS
022000         WHEN SQLCODE = -180 OR SQLCODE = -181
022100             DISPLAY 'UORG0208 - DESLIGAMENTO REJEITADO, '
022200                 'REGISTRO ' WS-QTDE-LIDOS ': DATA INVALIDA'
022300             ADD 1 TO WS-QTDE-REJEITADOS
022400         WHEN OTHER
022500             DISPLAY 'UORG0208 - ERRO SQLCODE=' SQLCODE
022600                 ' NO REGISTRO DO DESLIGAMENTO'
022700             MOVE 'S' TO WS-SW-ERRO-SQL
022800             MOVE 'S' TO WS-SW-FIM-ARQUIVO
022900             GO TO 2100-REGISTRAR-DESLIGAMENTO-EXIT
023000     END-EVALUATE.
023100 2100-REGISTRAR-DESLIGAMENTO-LER.
023200     PERFORM 8000-LER-ARQUIVO
023300         THRU 8000-LER-ARQUIVO-EXIT.
023400 2100-REGISTRAR-DESLIGAMENTO-EXIT.
023500     EXIT.
023600******************************************************************
023700*    3000-ANONIMIZAR-VENCIDOS                                    *
023800*    DESLIGAMENTOS PENDENTES COM A RETENCAO VENCIDA              *
023900******************************************************************
024000 3000-ANONIMIZAR-VENCIDOS       SECTION.
024100     MOVE SPACES TO UORGR208-LINHA.
024200     MOVE '1' TO UORGR208-CTL-IMPRESSAO.
024300     STRING 'LOG DE ANONIMIZACAO DOS CONTATOS DE UNIDADE '
024400            '(LGPD) - RETENCAO DE ' WS-QMES-RETENC-ED ' MESES'
024500            DELIMITED BY SIZE INTO UORGR208-TIT-TEXTO.
024600     WRITE REL-UORGR208-REG FROM UORGR208-LINHA.
024700     MOVE SPACES TO UORGR208-LINHA.
024800     MOVE '0' TO UORGR208-CTL-IMPRESSAO.
024900     MOVE 'MATRICULA / DESLIGAMENTO / UNIDADE / NOME / RESULTADO'
025000         TO UORGR208-TIT-TEXTO.
025100     WRITE REL-UORGR208-REG FROM UORGR208-LINHA.
025200     EXEC SQL
025300         OPEN CUR-UORG0208-DSL
025400     END-EXEC.
025500     IF SQLCODE NOT = ZERO
025600         DISPLAY 'UORG0208 - ERRO SQLCODE=' SQLCODE
025700             ' NA ABERTURA DO CURSOR DE DESLIGAMENTOS'
025800         MOVE 'S' TO WS-SW-ERRO-SQL
025900         GO TO 3000-ANONIMIZAR-VENCIDOS-EXIT
026000     END-IF.
026100     PERFORM 8100-LER-DESLIGAMENTO
026200         THRU 8100-LER-DESLIGAMENTO-EXIT.
026300     PERFORM 3100-ANONIMIZAR-DESLIGADO
026400         THRU 3100-ANONIMIZAR-DESLIGADO-EXIT
026500         UNTIL WS-FIM-CURSOR.
026600     IF NOT WS-HOUVE-ERRO-SQL
026700         EXEC SQL
026800             CLOSE CUR-UORG0208-DSL
026900         END-EXEC
027000     END-IF.
027100 3000-ANONIMIZAR-VENCIDOS-EXIT.
027200     EXIT.
027300******************************************************************
027400*    3100-ANONIMIZAR-DESLIGADO                                   *
027500*    ANONIMIZA OS CONTATOS DA MATRICULA E BAIXA O DESLIGAMENTO   *
027600*    SE NADA FICOU PARA VERIFICAR; ERRO DE SQL DESFAZ O          *
027700*    DESLIGAMENTO CORRENTE E ENCERRA A ETAPA                     *
027800******************************************************************
027900 3100-ANONIMIZAR-DESLIGADO      SECTION.
028000     ADD 1 TO WS-QTDE-VENCIDOS.
028100     MOVE ZERO TO WS-QTDE-CONTATOS-DESLG WS-QTDE-MANTIDOS-DESLG.
028200     MOVE 'N' TO WS-SW-FIM-CONTATO.
028300     EXEC SQL
028400         OPEN CUR-UORG0208-CTT
028500     END-EXEC.
028600     IF SQLCODE NOT = ZERO
028700         DISPLAY 'UORG0208 - ERRO SQLCODE=' SQLCODE
028800             ' NA ABERTURA DO CURSOR DE CONTATOS'
028900         GO TO 3100-ANONIMIZAR-DESLIGADO-ERRO
029000     END-IF.
029100     PERFORM 8200-LER-CONTATO
029200         THRU 8200-LER-CONTATO-EXIT.
029300     PERFORM 3200-ANONIMIZAR-CONTATO
029400         THRU 3200-ANONIMIZAR-CONTATO-EXIT
029500         UNTIL WS-FIM-CONTATO.
029600     EXEC SQL
029700         CLOSE CUR-UORG0208-CTT
029800     END-EXEC.
029900     IF WS-HOUVE-ERRO-SQL
030000         GO TO 3100-ANONIMIZAR-DESLIGADO-ERRO
030100     END-IF.
030200     IF WS-QTDE-CONTATOS-DESLG = ZERO
030300         MOVE SPACES TO WS-IABREV-UND-ORGNZ
030400         MOVE ZERO TO WS-CPSSOA-JURID WS-NSEQ-UND-ORGNZ
030500         MOVE 'SEM CONTATO DE UNIDADE COM A MATRICULA'
030600             TO UORGR208-RESULTADO
030700         PERFORM 3900-IMPRIMIR-LINHA
030800             THRU 3900-IMPRIMIR-LINHA-EXIT
030900     END-IF.
031000     IF WS-QTDE-MANTIDOS-DESLG = ZERO
031100         EXEC SQL
031200             UPDATE DB2PRD.TDESLG_FUNC_LGPD
031300                SET CSIT_ANONM  = 'A',
031400                    QREG_ANONM  = :WS-QTDE-CONTATOS-DESLG,
031500                    HANONM_REG  = CURRENT TIMESTAMP
031600              WHERE CMATR_FUNC  = :WS-CMATR-FUNC
031700                AND DDESLG_FUNC = DATE(:WS-DDESLG-FUNC)
031800         END-EXEC
031900         IF SQLCODE NOT = ZERO
032000             DISPLAY 'UORG0208 - ERRO SQLCODE=' SQLCODE
032100                 ' NA BAIXA DO DESLIGAMENTO ' WS-CMATR-FUNC
032200             GO TO 3100-ANONIMIZAR-DESLIGADO-ERRO
032300         END-IF
032400         ADD 1 TO WS-QTDE-BAIXADOS
032500     END-IF.
032600     EXEC SQL
032700         COMMIT
032800     END-EXEC.
032900     PERFORM 8100-LER-DESLIGAMENTO
033000         THRU 8100-LER-DESLIGAMENTO-EXIT.
033100     GO TO 3100-ANONIMIZAR-DESLIGADO-EXIT.
033200 3100-ANONIMIZAR-DESLIGADO-ERRO.
033300     EXEC SQL
033400         ROLLBACK
033500     END-EXEC.
033600     MOVE 'S' TO WS-SW-ERRO-SQL.
033700     MOVE 'S' TO WS-SW-FIM-CURSOR.
033800 3100-ANONIMIZAR-DESLIGADO-EXIT.
033900     EXIT.
034000******************************************************************
034100*    3200-ANONIMIZAR-CONTATO                                     *
034200******************************************************************
034300 3200-ANONIMIZAR-CONTATO        SECTION.
034400     ADD 1 TO WS-QTDE-CONTATOS-DESLG.
034500     IF WS-ALTERADO-POSTERIOR
034600         ADD 1 TO WS-QTDE-MANTIDOS-DESLG WS-QTDE-MANTIDOS
034700         MOVE 'MANTIDO - CONTATO ALTERADO APOS O DESLIGAMENTO'
034800             TO UORGR208-RESULTADO
034900         PERFORM 3900-IMPRIMIR-LINHA
035000             THRU 3900-IMPRIMIR-LINHA-EXIT
035100         GO TO 3200-ANONIMIZAR-CONTATO-LER
035200     END-IF.
035300     EXEC SQL
035400         UPDATE DB2PRD.TCONTT_UND_ORGNZ
035500            SET IGERENTE_UND  = :WS-IGERENTE-ANONM,
035600                CMATR_GERENTE = ' ',
035700                HMANUT_REG    = CURRENT TIMESTAMP,
035800                CUSUAR_MANUT  = :WS-CUSUARIO
035900          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
036000            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
036100            AND CMATR_GERENTE  = :WS-CMATR-FUNC
036200     END-EXEC.
036300     IF SQLCODE NOT = ZERO
036400         DISPLAY 'UORG0208 - ERRO SQLCODE=' SQLCODE
036500             ' NA ANONIMIZACAO DO CONTATO ' WS-CPSSOA-JURID
036600             '/' WS-NSEQ-UND-ORGNZ
036700         MOVE 'S' TO WS-SW-ERRO-SQL
036800         MOVE 'S' TO WS-SW-FIM-CONTATO
036900         GO TO 3200-ANONIMIZAR-CONTATO-EXIT
037000     END-IF.
037100     EXEC SQL
037200         SELECT COALESCE(MAX(NSEQ_LOG_ANONM), 0) + 1
037300           INTO :WS-NSEQ-LOG-ANONM
037400           FROM DB2PRD.TLOG_ANONM_DADO
037500     END-EXEC.
037600     IF SQLCODE = ZERO
037700         EXEC SQL
037800             INSERT INTO DB2PRD.TLOG_ANONM_DADO
037900                    (NSEQ_LOG_ANONM, CMATR_FUNC, DDESLG_FUNC,
038000                     CTAB_DADO_PSSOAL, CPSSOA_JURID,
038100                     NSEQ_UND_ORGNZ, RCOLUNA_ANONM,
038200                     HANONM_REG, CPGM_ANONM)
038300             VALUES (:WS-NSEQ-LOG-ANONM, :WS-CMATR-FUNC,
038400                     DATE(:WS-DDESLG-FUNC), 'TCONTT_UND_ORGNZ',
038500                     :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
038600                     :WS-RCOLUNA-ANONM,
038700                     CURRENT TIMESTAMP, :WS-CUSUARIO)
038800         END-EXEC
038900     END-IF.
039000     IF SQLCODE NOT = ZERO
039100         DISPLAY 'UORG0208 - ERRO SQLCODE=' SQLCODE
039200             ' NO LOG DA ANONIMIZACAO'
039300         MOVE 'S' TO WS-SW-ERRO-SQL
039400         MOVE 'S' TO WS-SW-FIM-CONTATO
039500         GO TO 3200-ANONIMIZAR-CONTATO-EXIT
039600     END-IF.
039700     ADD 1 TO WS-QTDE-ANONIMIZADOS.
039800     MOVE 'ANONIMIZADO - NOME E MATRICULA DO GERENTE'
039900         TO UORGR208-RESULTADO.
040000     PERFORM 3900-IMPRIMIR-LINHA
040100         THRU 3900-IMPRIMIR-LINHA-EXIT.
040200 3200-ANONIMIZAR-CONTATO-LER.
040300     PERFORM 8200-LER-CONTATO
040400         THRU 8200-LER-CONTATO-EXIT.
040500 3200-ANONIMIZAR-CONTATO-EXIT.
040600     EXIT.
040700******************************************************************
040800*    3900-IMPRIMIR-LINHA                                         *
040900*    O RESULTADO JA FOI MOVIDO PARA A LINHA                      *
041000******************************************************************
041100 3900-IMPRIMIR-LINHA            SECTION.
041200     MOVE ' ' TO UORGR208-CTL-IMPRESSAO.
041300     MOVE WS-CMATR-FUNC TO UORGR208-CMATR-FUNC.
041400     MOVE WS-DDESLG-FUNC TO UORGR208-DDESLG.
041500     MOVE WS-CPSSOA-JURID TO UORGR208-CPSSOA-JURID.
041600     MOVE '/' TO UORGR208-SEP-1.
041700     MOVE WS-NSEQ-UND-ORGNZ TO UORGR208-NSEQ-UND-ORGNZ.
041800     MOVE WS-IABREV-UND-ORGNZ TO UORGR208-IABREV-UND.
041900     WRITE REL-UORGR208-REG FROM UORGR208-LINHA.
042000     MOVE SPACES TO UORGR208-LINHA.
042100 3900-IMPRIMIR-LINHA-EXIT.
042200     EXIT.
042300******************************************************************
042400*    6000-IMPRIMIR-TOTAIS                                        *
042500******************************************************************
042600 6000-IMPRIMIR-TOTAIS           SECTION.
042700     MOVE SPACES TO UORGR208-LINHA.
042800     MOVE '0' TO UORGR208-CTL-IMPRESSAO.
042900     MOVE 'DESLIGAMENTOS LIDOS DO ARQUIVO' TO UORGR208-TOT-ROTULO.
043000     MOVE WS-QTDE-LIDOS TO UORGR208-TOT-QTDE.
043100     WRITE REL-UORGR208-REG FROM UORGR208-LINHA.
043200     MOVE SPACES TO UORGR208-LINHA.
043300     MOVE ' ' TO UORGR208-CTL-IMPRESSAO.
043400     MOVE 'DESLIGAMENTOS REGISTRADOS NA FILA'
043500         TO UORGR208-TOT-ROTULO.
043600     MOVE WS-QTDE-REGISTRADOS TO UORGR208-TOT-QTDE.
043700     WRITE REL-UORGR208-REG FROM UORGR208-LINHA.
043800     MOVE SPACES TO UORGR208-LINHA.
043900     MOVE ' ' TO UORGR208-CTL-IMPRESSAO.
044000     MOVE 'DESLIGAMENTOS JA REGISTRADOS' TO UORGR208-TOT-ROTULO.
044100     MOVE WS-QTDE-JA-REGISTRADOS TO UORGR208-TOT-QTDE.
044200     WRITE REL-UORGR208-REG FROM UORGR208-LINHA.
044300     MOVE SPACES TO UORGR208-LINHA.
044400     MOVE ' ' TO UORGR208-CTL-IMPRESSAO.
044500     MOVE 'DESLIGAMENTOS REJEITADOS' TO UORGR208-TOT-ROTULO.
044600     MOVE WS-QTDE-REJEITADOS TO UORGR208-TOT-QTDE.
044700     WRITE REL-UORGR208-REG FROM UORGR208-LINHA.
044800     MOVE SPACES TO UORGR208-LINHA.
044900     MOVE ' ' TO UORGR208-CTL-IMPRESSAO.
045000     MOVE 'DESLIGAMENTOS COM RETENCAO VENCIDA'
045100         TO UORGR208-TOT-ROTULO.
045200     MOVE WS-QTDE-VENCIDOS TO UORGR208-TOT-QTDE.
045300     WRITE REL-UORGR208-REG FROM UORGR208-LINHA.
045400     MOVE SPACES TO UORGR208-LINHA.
045500     MOVE ' ' TO UORGR208-CTL-IMPRESSAO.
045600     MOVE 'DESLIGAMENTOS BAIXADOS' TO UORGR208-TOT-ROTULO.
045700     MOVE WS-QTDE-BAIXADOS TO UORGR208-TOT-QTDE.
045800     WRITE REL-UORGR208-REG FROM UORGR208-LINHA.
045900     MOVE SPACES TO UORGR208-LINHA.
046000     MOVE ' ' TO UORGR208-CTL-IMPRESSAO.
046100     MOVE 'CONTATOS ANONIMIZADOS' TO UORGR208-TOT-ROTULO.
046200     MOVE WS-QTDE-ANONIMIZADOS TO UORGR208-TOT-QTDE.
046300     WRITE REL-UORGR208-REG FROM UORGR208-LINHA.
046400     MOVE SPACES TO UORGR208-LINHA.
046500     MOVE ' ' TO UORGR208-CTL-IMPRESSAO.
046600     MOVE 'CONTATOS MANTIDOS PARA VERIFICACAO'
046700         TO UORGR208-TOT-ROTULO.
046800     MOVE WS-QTDE-MANTIDOS TO UORGR208-TOT-QTDE.
046900     WRITE REL-UORGR208-REG FROM UORGR208-LINHA.
047000     IF WS-HOUVE-ERRO-SQL
047100         MOVE SPACES TO UORGR208-LINHA
047200         MOVE ' ' TO UORGR208-CTL-IMPRESSAO
047300         MOVE '*** EXECUCAO INTERROMPIDA POR ERRO DE SQL ***'
047400             TO UORGR208-TOT-ROTULO
047500         WRITE REL-UORGR208-REG FROM UORGR208-LINHA
047600     END-IF.
047700 6000-IMPRIMIR-TOTAIS-EXIT.
047800     EXIT.
047900******************************************************************
048000*    8000-LER-ARQUIVO                                            *
048100******************************************************************
048200 8000-LER-ARQUIVO               SECTION.
048300     READ ENT-UORGS208 INTO UORGS208-REGISTRO
048400         AT END
048500             MOVE 'S' TO WS-SW-FIM-ARQUIVO
048600             GO TO 8000-LER-ARQUIVO-EXIT
048700     END-READ.
048800     ADD 1 TO WS-QTDE-LIDOS.
048900 8000-LER-ARQUIVO-EXIT.
049000     EXIT.
049100******************************************************************
049200*    8100-LER-DESLIGAMENTO                                       *
049300******************************************************************
049400 8100-LER-DESLIGAMENTO          SECTION.
049500     EXEC SQL
049600         FETCH CUR-UORG0208-DSL
049700          INTO :WS-CMATR-FUNC, :WS-DDESLG-FUNC
049800     END-EXEC.
049900     IF SQLCODE = 100
050000         MOVE 'S' TO WS-SW-FIM-CURSOR
050100     ELSE
050200     IF SQLCODE NOT = ZERO
050300         DISPLAY 'UORG0208 - ERRO SQLCODE=' SQLCODE
050400             ' NO FETCH DOS DESLIGAMENTOS'
050500         MOVE 'S' TO WS-SW-ERRO-SQL
050600         MOVE 'S' TO WS-SW-FIM-CURSOR
050700     END-IF
050800     END-IF.
050900 8100-LER-DESLIGAMENTO-EXIT.
051000     EXIT.
051100******************************************************************
051200*    8200-LER-CONTATO                                            *
051300******************************************************************
051400 8200-LER-CONTATO               SECTION.
051500     EXEC SQL
051600         FETCH CUR-UORG0208-CTT
051700          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
051800               :WS-IABREV-UND-ORGNZ, :WS-CINDCD-POSTERIOR
051900     END-EXEC.
052000     IF SQLCODE = 100
052100         MOVE 'S' TO WS-SW-FIM-CONTATO
052200     ELSE
052300     IF SQLCODE NOT = ZERO
052400         DISPLAY 'UORG0208 - ERRO SQLCODE=' SQLCODE
052500             ' NO FETCH DOS CONTATOS'
052600         MOVE 'S' TO WS-SW-ERRO-SQL
052700         MOVE 'S' TO WS-SW-FIM-CONTATO
052800     ELSE
052900         MOVE WS-CINDCD-POSTERIOR TO WS-SW-POSTERIOR
053000     END-IF
053100     END-IF.
053200 8200-LER-CONTATO-EXIT.
053300     EXIT.
053400******************************************************************
053500*    8500-DECLARACOES-SQL                                        *
053600******************************************************************
053700 8500-DECLARACOES-SQL           SECTION.
053800     EXEC SQL
053900         DECLARE CUR-UORG0208-DSL CURSOR WITH HOLD FOR
054000         SELECT CMATR_FUNC, CHAR(DDESLG_FUNC, ISO)
054100           FROM DB2PRD.TDESLG_FUNC_LGPD
054200          WHERE CSIT_ANONM       = 'P'
054300            AND DANONM_PREVISTA <= CURRENT DATE
054400          ORDER BY DANONM_PREVISTA, CMATR_FUNC
054500     END-EXEC.
054600     EXEC SQL
054700         DECLARE CUR-UORG0208-CTT CURSOR FOR
054800         SELECT C.CPSSOA_JURID, C.NSEQ_UND_ORGNZ,
054900                COALESCE(U.IABREV_UND_ORGNZ, ' '),
055000                CASE WHEN DATE(COALESCE(C.HMANUT_REG,
055100                                        C.HINCL_REG))
055200                          > DATE(:WS-DDESLG-FUNC)
055300                     THEN 'S' ELSE 'N' END
055400           FROM DB2PRD.TCONTT_UND_ORGNZ C
055500           LEFT JOIN DB2PRD.TUND_ORGNZ U
055600             ON U.CPSSOA_JURID   = C.CPSSOA_JURID
055700            AND U.NSEQ_UND_ORGNZ = C.NSEQ_UND_ORGNZ
055800          WHERE C.CMATR_GERENTE = :WS-CMATR-FUNC
055900          ORDER BY C.CPSSOA_JURID, C.NSEQ_UND_ORGNZ
056000     END-EXEC.
056100 8500-DECLARACOES-SQL-EXIT.
056200     EXIT.
056300******************************************************************
056400*    9500-REGISTRAR-INICIO                                       *
056500*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
056600******************************************************************
056700 9500-REGISTRAR-INICIO          SECTION.
056800     MOVE 'I' TO UORGL043-FUNCTION.
056900     MOVE 'UORG0208' TO UORGL043-CPGM-BATCH.
057000     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
057100                  UORGL043-QTDE-REJEITADOS
057200                  UORGL043-CCOD-TERMINO.
057300     CALL 'UORG0043' USING UORGL043-PARMS.
057400     IF NOT UORGL043-OK
057500         DISPLAY 'UORG0208 - ERRO ' UORGL043-RETORNO
057600             ' NO REGISTRO DE INICIO DA EXECUCAO'
057700     END-IF.
057800 9500-REGISTRAR-INICIO-EXIT.
057900     EXIT.
058000******************************************************************
058100*    9600-REGISTRAR-FIM                                          *
058200*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
058300******************************************************************
058400 9600-REGISTRAR-FIM             SECTION.
058500     MOVE 'F' TO UORGL043-FUNCTION.
058600     MOVE WS-QTDE-LIDOS TO UORGL043-QTDE-LIDOS.
058700     MOVE WS-QTDE-ANONIMIZADOS TO UORGL043-QTDE-GRAVADOS.
058800     MOVE WS-QTDE-REJEITADOS TO UORGL043-QTDE-REJEITADOS.
058900     IF WS-HOUVE-ERRO-SQL OR WS-QMES-RETENC NOT > ZERO
059000         MOVE 8 TO UORGL043-CCOD-TERMINO
059100     ELSE
059200     IF WS-QTDE-REJEITADOS > ZERO OR WS-QTDE-MANTIDOS > ZERO
059300         MOVE 4 TO UORGL043-CCOD-TERMINO
059400     ELSE
059500         MOVE ZERO TO UORGL043-CCOD-TERMINO
059600     END-IF
059700     END-IF.
059800     CALL 'UORG0043' USING UORGL043-PARMS.
059900     IF NOT UORGL043-OK
060000         DISPLAY 'UORG0208 - ERRO ' UORGL043-RETORNO
060100             ' NO REGISTRO DE FIM DA EXECUCAO'
060200     END-IF.
060300     EXEC SQL
060400         COMMIT
060500     END-EXEC.
060600 9600-REGISTRAR-FIM-EXIT.
060700     EXIT.
