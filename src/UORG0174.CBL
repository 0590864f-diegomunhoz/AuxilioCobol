000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0174                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0174.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - MANUTENCAO DAS ROTAS DE MALOTE        *
001600*                INTERNO (TROTA_MALOTE) E DE SUAS PARADAS        *
001700*                (TPARADA_ROTA_MALOTE) POR ARQUIVO, NOS MOLDES   *
001800*                DO CATALOGO DE HORARIO (UORG0100), PARA A FOLHA *
001900*                DE ROTA DIARIA UORG0175.                        *
002000******************************************************************
002100*
002200*    FUNCAO: LE O ARQUIVO UORGS174 E APLICA CADA REGISTRO:
002300*    TIPO 'R' FUNCAO 'I' INCLUI OU ATUALIZA A ROTA (NOME E
002400*    SITUACAO 1 ATIVA / 0 INATIVA); TIPO 'R' FUNCAO 'E' EXCLUI A
002500*    ROTA, SOMENTE QUANDO ELA NAO TEM MAIS PARADAS. TIPO 'P'
002600*    FUNCAO 'I' INCLUI OU ATUALIZA A PARADA NA SEQUENCIA
002700*    INFORMADA: A ROTA PRECISA EXISTIR, A UNIDADE PRECISA ESTAR
002800*    ATIVA EM TUND_ORGNZ E NAO PODE JA ESTAR EM OUTRA SEQUENCIA
002900*    DA MESMA ROTA, OS DIAS DE ATENDIMENTO (SEGUNDA A DOMINGO)
003000*    SAO 'S' OU 'N' COM AO MENOS UM 'S' E A JANELA DE COLETA
003100*    PRECISA SER PLAUSIVEL (HH 00-23, MM 00-59, INICIO ANTERIOR
003200*    AO FIM). TIPO 'P' FUNCAO 'E' EXCLUI A PARADA. COMMIT A CADA
003300*    WS-INTERVALO-CKPT APLICACOES.
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.         IBM-390.
003800 OBJECT-COMPUTER.         IBM-390.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ARQ-UORGS174 ASSIGN TO UORGS174
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ARQ-UORGS174
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 01  ARQ-UORGS174-REG            PIC X(80).
004900 WORKING-STORAGE SECTION.
005000     EXEC SQL INCLUDE SQLCA END-EXEC.
005100 01  WS-SWITCHES.
005200     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
005300        88 WS-FIM-ARQUIVO             VALUE 'S'.
005400     05 WS-SW-PARADA-OK          PIC X(1) VALUE 'N'.
005500        88 WS-PARADA-OK               VALUE 'S'.
005600 01  WS-CONTADORES.
005700     05 WS-QTDE-INCLUIDA         PIC S9(7) COMP VALUE ZERO.
005800     05 WS-QTDE-EXCLUIDA         PIC S9(7) COMP VALUE ZERO.
005900     05 WS-QTDE-REJEITADA        PIC S9(7) COMP VALUE ZERO.
006000     05 WS-CONTADOR-CKPT         PIC S9(5) COMP VALUE ZERO.
006100     05 WS-QTDE-EXISTE           PIC S9(7) COMP VALUE ZERO.
006200     05 WS-IND-DIA               PIC S9(4) COMP VALUE ZERO.
006300     05 WS-QTDE-DIA-ATEND        PIC S9(4) COMP VALUE ZERO.
006400 01  WS-CONSTANTES.
006500     05 WS-INTERVALO-CKPT        PIC S9(5) COMP VALUE 100.
006600 01  WS-AREA-TRABALHO.
006700     05 WS-CROTA-MALOTE          PIC S9(5)V COMP-3.
006800     05 WS-RROTA-MALOTE          PIC X(40).
006900     05 WS-CSIT-ROTA             PIC S9(1)V COMP-3.
007000     05 WS-NSEQ-PARADA           PIC S9(3)V COMP-3.
007100     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
007200     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
007300     05 WS-CDIA-ATEND            PIC X(7).
007400     05 WS-HINIC-COLETA          PIC S9(4)V COMP-3.
007500     05 WS-HFIM-COLETA           PIC S9(4)V COMP-3.
007600     05 WS-CUSUARIO              PIC X(9).
007700 COPY UORGS174.
007800 COPY UORGL043.
007900 PROCEDURE DIVISION.
008000******************************************************************
008100*    0000-MAINLINE                                               *
008200******************************************************************
008300 0000-MAINLINE                  SECTION.
008400     PERFORM 9500-REGISTRAR-INICIO
008500         THRU 9500-REGISTRAR-INICIO-EXIT.
008600     OPEN INPUT ARQ-UORGS174.
008700     PERFORM 8000-LER-ARQUIVO
008800         THRU 8000-LER-ARQUIVO-EXIT.
008900     PERFORM 2000-PROCESSAR-REGISTRO
009000         THRU 2000-PROCESSAR-REGISTRO-EXIT
009100         UNTIL WS-FIM-ARQUIVO.
009200     CLOSE ARQ-UORGS174.
009300     DISPLAY 'UORG0174 - INCLUIDOS/ATUALIZADOS: '
009400         WS-QTDE-INCLUIDA ' EXCLUIDOS: ' WS-QTDE-EXCLUIDA
009500         ' REJEITADOS: ' WS-QTDE-REJEITADA.
009600     PERFORM 9600-REGISTRAR-FIM
009700         THRU 9600-REGISTRAR-FIM-EXIT.
009800     GOBACK.
009900 0000-MAINLINE-EXIT.
010000     EXIT.
010100******************************************************************
010200*    2000-PROCESSAR-REGISTRO                                     *
010300******************************************************************
010400 2000-PROCESSAR-REGISTRO        SECTION.
010500     IF UORGS174-CROTA-MALOTE IS NOT NUMERIC
010600         OR UORGS174-CROTA-MALOTE = ZERO
010700         DISPLAY 'UORG0174 - ROTA INVALIDA, REGISTRO REJEITADO'
010800         ADD 1 TO WS-QTDE-REJEITADA
010900         GO TO 2000-PROCESSAR-REGISTRO-LER
011000     END-IF.
011100     MOVE UORGS174-CROTA-MALOTE TO WS-CROTA-MALOTE.
011200     MOVE UORGS174-CUSUARIO TO WS-CUSUARIO.
011300     EVALUATE TRUE
011400         WHEN UORGS174-REG-ROTA AND UORGS174-INCLUIR
011500             PERFORM 3000-INCLUIR-ROTA
011600                 THRU 3000-INCLUIR-ROTA-EXIT
011700         WHEN UORGS174-REG-ROTA AND UORGS174-EXCLUIR
011800             PERFORM 4000-EXCLUIR-ROTA
011900                 THRU 4000-EXCLUIR-ROTA-EXIT
012000         WHEN UORGS174-REG-PARADA AND UORGS174-INCLUIR
012100             PERFORM 5000-INCLUIR-PARADA
012200                 THRU 5000-INCLUIR-PARADA-EXIT
012300         WHEN UORGS174-REG-PARADA AND UORGS174-EXCLUIR
012400             PERFORM 6000-EXCLUIR-PARADA
012500                 THRU 6000-EXCLUIR-PARADA-EXIT
012600         WHEN OTHER
012700             DISPLAY 'UORG0174 - TIPO/FUNCAO INVALIDOS: '
012800                 UORGS174-TIPO-REG '/' UORGS174-FUNCAO
012900             ADD 1 TO WS-QTDE-REJEITADA
013000     END-EVALUATE.
013100     ADD 1 TO WS-CONTADOR-CKPT.
013200     IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
013300         EXEC SQL
013400             COMMIT
013500         END-EXEC
013600         MOVE ZERO TO WS-CONTADOR-CKPT
013700     END-IF.
013800 2000-PROCESSAR-REGISTRO-LER.
013900     PERFORM 8000-LER-ARQUIVO
014000         THRU 8000-LER-ARQUIVO-EXIT.
014100 2000-PROCESSAR-REGISTRO-EXIT.
014200     EXIT.
014300******************************************************************
014400*    3000-INCLUIR-ROTA                                           *
014500******************************************************************
014600 3000-INCLUIR-ROTA              SECTION.
014700     IF UORGS174-RROTA-MALOTE = SPACES
014800         OR NOT (UORGS174-ROTA-ATIVA OR UORGS174-ROTA-INATIVA)
014900         DISPLAY 'UORG0174 - NOME/SITUACAO DA ROTA INVALIDOS '
015000             UORGS174-CROTA-MALOTE
015100         ADD 1 TO WS-QTDE-REJEITADA
015200         GO TO 3000-INCLUIR-ROTA-EXIT
015300     END-IF.
015400     MOVE UORGS174-RROTA-MALOTE TO WS-RROTA-MALOTE.
015500     IF UORGS174-ROTA-ATIVA
015600         MOVE 1 TO WS-CSIT-ROTA
015700     ELSE
015800         MOVE ZERO TO WS-CSIT-ROTA
015900     END-IF.
016000     EXEC SQL
016100         UPDATE DB2PRD.TROTA_MALOTE
016200            SET RROTA_MALOTE = :WS-RROTA-MALOTE,
016300                CSIT_ROTA    = :WS-CSIT-ROTA,
016400                CUSUAR_MANUT = :WS-CUSUARIO,
016500                HMANUT_REG   = CURRENT TIMESTAMP
016600          WHERE CROTA_MALOTE = :WS-CROTA-MALOTE
016700     END-EXEC.
016800     IF SQLCODE = 100
016900         EXEC SQL
017000             INSERT INTO DB2PRD.TROTA_MALOTE
017100                    (CROTA_MALOTE, RROTA_MALOTE, CSIT_ROTA,
017200                     CUSUAR_INCL, HINCL_REG)
017300             VALUES (:WS-CROTA-MALOTE, :WS-RROTA-MALOTE,
017400                     :WS-CSIT-ROTA,
017500                     :WS-CUSUARIO, CURRENT TIMESTAMP)
017600         END-EXEC
017700     END-IF.
017800     IF SQLCODE = ZERO
017900         ADD 1 TO WS-QTDE-INCLUIDA
018000     ELSE
018100         DISPLAY 'UORG0174 - ERRO SQLCODE=' SQLCODE
018200             ' NA GRAVACAO DA ROTA ' UORGS174-CROTA-MALOTE
018300         ADD 1 TO WS-QTDE-REJEITADA
018400     END-IF.
018500 3000-INCLUIR-ROTA-EXIT.
018600     EXIT.
018700******************************************************************
018800*    4000-EXCLUIR-ROTA                                           *
018900*    SO EXCLUI ROTA SEM PARADAS - AS PARADAS SAEM ANTES          *
019000******************************************************************
019100 4000-EXCLUIR-ROTA              SECTION.
019200     MOVE ZERO TO WS-QTDE-EXISTE.
019300     EXEC SQL
019400         SELECT COUNT(*)
019500           INTO :WS-QTDE-EXISTE
019600           FROM DB2PRD.TPARADA_ROTA_MALOTE
019700          WHERE CROTA_MALOTE = :WS-CROTA-MALOTE
019800     END-EXEC.
019900     IF SQLCODE NOT = ZERO OR WS-QTDE-EXISTE > ZERO
020000         DISPLAY 'UORG0174 - ROTA COM PARADAS NAO PODE SER '
020100             'EXCLUIDA ' UORGS174-CROTA-MALOTE
020200         ADD 1 TO WS-QTDE-REJEITADA
020300         GO TO 4000-EXCLUIR-ROTA-EXIT
020400     END-IF.
020500     EXEC SQL
020600         DELETE FROM DB2PRD.TROTA_MALOTE
020700          WHERE CROTA_MALOTE = :WS-CROTA-MALOTE
020800     END-EXEC.
020900     EVALUATE TRUE
021000         WHEN SQLCODE = ZERO
021100             ADD 1 TO WS-QTDE-EXCLUIDA
021200         WHEN SQLCODE = 100
021300             DISPLAY 'UORG0174 - ROTA INEXISTENTE '
021400                 UORGS174-CROTA-MALOTE
021500             ADD 1 TO WS-QTDE-REJEITADA
021600         WHEN OTHER
021700             DISPLAY 'UORG0174 - ERRO SQLCODE=' SQLCODE
021800                 ' NA EXCLUSAO DA ROTA'
021900             ADD 1 TO WS-QTDE-REJEITADA
022000     END-EVALUATE.
022100 4000-EXCLUIR-ROTA-EXIT.
022200     EXIT.
022300******************************************************************
022400*    5000-INCLUIR-PARADA                                         *
022500******************************************************************
022600 5000-INCLUIR-PARADA            SECTION.
022700     PERFORM 5500-VALIDAR-PARADA
022800         THRU 5500-VALIDAR-PARADA-EXIT.
022900     IF NOT WS-PARADA-OK
023000         ADD 1 TO WS-QTDE-REJEITADA
023100         GO TO 5000-INCLUIR-PARADA-EXIT
023200     END-IF.
023300     EXEC SQL
023400         UPDATE DB2PRD.TPARADA_ROTA_MALOTE
023500            SET CPSSOA_JURID   = :WS-CPSSOA-JURID,
023600                NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ,
023700                CDIA_ATEND     = :WS-CDIA-ATEND,
023800                HINIC_COLETA   = :WS-HINIC-COLETA,
023900                HFIM_COLETA    = :WS-HFIM-COLETA,
024000                CUSUAR_MANUT   = :WS-CUSUARIO,
024100                HMANUT_REG     = CURRENT TIMESTAMP
024200          WHERE CROTA_MALOTE = :WS-CROTA-MALOTE
024300            AND NSEQ_PARADA  = :WS-NSEQ-PARADA
024400     END-EXEC.
024500     IF SQLCODE = 100
024600         EXEC SQL
024700             INSERT INTO DB2PRD.TPARADA_ROTA_MALOTE
024800                    (CROTA_MALOTE, NSEQ_PARADA,
024900                     CPSSOA_JURID, NSEQ_UND_ORGNZ,
025000                     CDIA_ATEND, HINIC_COLETA, HFIM_COLETA,
025100                     CUSUAR_INCL, HINCL_REG,
025200                     CUSUAR_MANUT, HMANUT_REG)
025300             VALUES (:WS-CROTA-MALOTE, :WS-NSEQ-PARADA,
025400                     :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
025500                     :WS-CDIA-ATEND, :WS-HINIC-COLETA,
025600                     :WS-HFIM-COLETA,
025700                     :WS-CUSUARIO, CURRENT TIMESTAMP,
025800                     :WS-CUSUARIO, CURRENT TIMESTAMP)
025900         END-EXEC
026000     END-IF.
026100     IF SQLCODE = ZERO
026200         ADD 1 TO WS-QTDE-INCLUIDA
026300     ELSE
026400         DISPLAY 'UORG0174 - ERRO SQLCODE=' SQLCODE
026500             ' NA GRAVACAO DA PARADA ' UORGS174-CROTA-MALOTE
026600             '/' UORGS174-NSEQ-PARADA
026700         ADD 1 TO WS-QTDE-REJEITADA
026800     END-IF.
026900 5000-INCLUIR-PARADA-EXIT.
027000     EXIT.
027100******************************************************************
027200*    5500-VALIDAR-PARADA                                         *
027300*    ROTA EXISTENTE, UNIDADE ATIVA E SEM OUTRA SEQUENCIA NA      *
027400*    ROTA, DIAS S/N E JANELA DE COLETA PLAUSIVEL                 *
027500******************************************************************
027600 5500-VALIDAR-PARADA            SECTION.
027700     MOVE 'N' TO WS-SW-PARADA-OK.
027800     IF UORGS174-NSEQ-PARADA IS NOT NUMERIC
027900         OR UORGS174-NSEQ-PARADA = ZERO
028000         OR UORGS174-CPSSOA-JURID IS NOT NUMERIC
028100         OR UORGS174-NSEQ-UND-ORGNZ IS NOT NUMERIC
028200         DISPLAY 'UORG0174 - CHAVE DA PARADA INVALIDA '
028300             UORGS174-CROTA-MALOTE '/' UORGS174-NSEQ-PARADA
028400         GO TO 5500-VALIDAR-PARADA-EXIT
028500     END-IF.
028600     MOVE UORGS174-NSEQ-PARADA TO WS-NSEQ-PARADA.
028700     MOVE UORGS174-CPSSOA-JURID TO WS-CPSSOA-JURID.
028800     MOVE UORGS174-NSEQ-UND-ORGNZ TO WS-NSEQ-UND-ORGNZ.
028900     MOVE UORGS174-CDIA-ATEND TO WS-CDIA-ATEND.
029000     MOVE ZERO TO WS-QTDE-DIA-ATEND.
029100     PERFORM 5600-VALIDAR-DIA
029200         THRU 5600-VALIDAR-DIA-EXIT
029300         VARYING WS-IND-DIA FROM 1 BY 1
029400         UNTIL WS-IND-DIA > 7.
029500     IF WS-QTDE-DIA-ATEND NOT > ZERO
029600         DISPLAY 'UORG0174 - DIAS DE ATENDIMENTO INVALIDOS '
029700             UORGS174-CROTA-MALOTE '/' UORGS174-NSEQ-PARADA
029800         GO TO 5500-VALIDAR-PARADA-EXIT
029900     END-IF.
030000     IF UORGS174-HINIC-COLETA IS NOT NUMERIC
030100         OR UORGS174-HFIM-COLETA IS NOT NUMERIC
030200         OR UORGS174-HINIC-COLETA (1:2) > '23'
030300         OR UORGS174-HFIM-COLETA (1:2) > '23'
030400         OR UORGS174-HINIC-COLETA (3:2) > '59'
030500         OR UORGS174-HFIM-COLETA (3:2) > '59'
030600         OR UORGS174-HINIC-COLETA >= UORGS174-HFIM-COLETA
030700         DISPLAY 'UORG0174 - JANELA DE COLETA INVALIDA '
030800             UORGS174-CROTA-MALOTE '/' UORGS174-NSEQ-PARADA
030900         GO TO 5500-VALIDAR-PARADA-EXIT
031000     END-IF.
031100     MOVE UORGS174-HINIC-COLETA TO WS-HINIC-COLETA.
031200     MOVE UORGS174-HFIM-COLETA TO WS-HFIM-COLETA.
031300     MOVE ZERO TO WS-QTDE-EXISTE.
031400     EXEC SQL
031500         SELECT COUNT(*)
031600           INTO :WS-QTDE-EXISTE
031700           FROM DB2PRD.TROTA_MALOTE
031800          WHERE CROTA_MALOTE = :WS-CROTA-MALOTE
031900     END-EXEC.
032000     IF SQLCODE NOT = ZERO OR WS-QTDE-EXISTE = ZERO
032100         DISPLAY 'UORG0174 - ROTA INEXISTENTE '
032200             UORGS174-CROTA-MALOTE
032300         GO TO 5500-VALIDAR-PARADA-EXIT
032400     END-IF.
032500     MOVE ZERO TO WS-QTDE-EXISTE.
032600     EXEC SQL
032700         SELECT COUNT(*)
032800           INTO :WS-QTDE-EXISTE
032900           FROM DB2PRD.TUND_ORGNZ
033000          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
033100            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
033200            AND CSIT_UND_ORGNZ = 1
033300     END-EXEC.
033400     IF SQLCODE NOT = ZERO OR WS-QTDE-EXISTE = ZERO
033500         DISPLAY 'UORG0174 - UNIDADE INEXISTENTE OU NAO ATIVA '
033600             UORGS174-CPSSOA-JURID '/'
033700             UORGS174-NSEQ-UND-ORGNZ
033800         GO TO 5500-VALIDAR-PARADA-EXIT
033900     END-IF.
034000     MOVE ZERO TO WS-QTDE-EXISTE.
034100     EXEC SQL
034200         SELECT COUNT(*)
034300           INTO :WS-QTDE-EXISTE
034400           FROM DB2PRD.TPARADA_ROTA_MALOTE
034500          WHERE CROTA_MALOTE   = :WS-CROTA-MALOTE
034600            AND CPSSOA_JURID   = :WS-CPSSOA-JURID
034700            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
034800            AND NSEQ_PARADA   <> :WS-NSEQ-PARADA
034900     END-EXEC.
035000     IF SQLCODE NOT = ZERO OR WS-QTDE-EXISTE > ZERO
035100         DISPLAY 'UORG0174 - UNIDADE JA E PARADA DA ROTA '
035200             UORGS174-CROTA-MALOTE ' EM OUTRA SEQUENCIA'
035300         GO TO 5500-VALIDAR-PARADA-EXIT
035400     END-IF.
035500     MOVE 'S' TO WS-SW-PARADA-OK.
035600 5500-VALIDAR-PARADA-EXIT.
035700     EXIT.
035800******************************************************************
035900*    5600-VALIDAR-DIA                                            *
036000*    'S' CONTA UM DIA DE ATENDIMENTO; FORA DE S/N INVALIDA TUDO  *
036100******************************************************************
036200 5600-VALIDAR-DIA               SECTION.
036300     IF WS-CDIA-ATEND (WS-IND-DIA:1) = 'S'
036400         IF WS-QTDE-DIA-ATEND NOT < ZERO
036500             ADD 1 TO WS-QTDE-DIA-ATEND
036600         END-IF
036700     ELSE
036800     IF WS-CDIA-ATEND (WS-IND-DIA:1) NOT = 'N'
036900         MOVE -1 TO WS-QTDE-DIA-ATEND
037000     END-IF
037100     END-IF.
037200 5600-VALIDAR-DIA-EXIT.
037300     EXIT.
037400******************************************************************
037500*    6000-EXCLUIR-PARADA                                         *
037600******************************************************************
037700 6000-EXCLUIR-PARADA            SECTION.
037800     IF UORGS174-NSEQ-PARADA IS NOT NUMERIC
037900         DISPLAY 'UORG0174 - SEQUENCIA DA PARADA INVALIDA '
038000             UORGS174-CROTA-MALOTE
038100         ADD 1 TO WS-QTDE-REJEITADA
038200         GO TO 6000-EXCLUIR-PARADA-EXIT
038300     END-IF.
038400     MOVE UORGS174-NSEQ-PARADA TO WS-NSEQ-PARADA.
038500     EXEC SQL
038600         DELETE FROM DB2PRD.TPARADA_ROTA_MALOTE
038700          WHERE CROTA_MALOTE = :WS-CROTA-MALOTE
038800            AND NSEQ_PARADA  = :WS-NSEQ-PARADA
038900     END-EXEC.
039000     EVALUATE TRUE
039100         WHEN SQLCODE = ZERO
039200             ADD 1 TO WS-QTDE-EXCLUIDA
039300         WHEN SQLCODE = 100
039400             DISPLAY 'UORG0174 - PARADA INEXISTENTE '
039500                 UORGS174-CROTA-MALOTE '/'
039600                 UORGS174-NSEQ-PARADA
039700             ADD 1 TO WS-QTDE-REJEITADA
039800         WHEN OTHER
039900             DISPLAY 'UORG0174 - ERRO SQLCODE=' SQLCODE
040000                 ' NA EXCLUSAO DA PARADA'
040100             ADD 1 TO WS-QTDE-REJEITADA
040200     END-EVALUATE.
040300 6000-EXCLUIR-PARADA-EXIT.
040400     EXIT.
040500******************************************************************
040600*    8000-LER-ARQUIVO                                            *
040700******************************************************************
040800 8000-LER-ARQUIVO               SECTION.
040900     READ ARQ-UORGS174 INTO UORGS174-REGISTRO
041000         AT END
041100             MOVE 'S' TO WS-SW-FIM-ARQUIVO
041200     END-READ.
041300 8000-LER-ARQUIVO-EXIT.
041400     EXIT.
041500******************************************************************
041600*    9500-REGISTRAR-INICIO                                       *
041700*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
041800******************************************************************
041900 9500-REGISTRAR-INICIO          SECTION.
042000     MOVE 'I' TO UORGL043-FUNCTION.
042100     MOVE 'UORG0174' TO UORGL043-CPGM-BATCH.
042200     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
042300                  UORGL043-QTDE-REJEITADOS
042400                  UORGL043-CCOD-TERMINO.
042500     CALL 'UORG0043' USING UORGL043-PARMS.
042600     IF NOT UORGL043-OK
042700         DISPLAY 'UORG0174 - ERRO ' UORGL043-RETORNO
042800             ' NO REGISTRO DE INICIO DA EXECUCAO'
042900     END-IF.
043000 9500-REGISTRAR-INICIO-EXIT.
043100     EXIT.
043200******************************************************************
043300*    9600-REGISTRAR-FIM                                          *
043400*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
043500******************************************************************
043600 9600-REGISTRAR-FIM             SECTION.
043700     MOVE 'F' TO UORGL043-FUNCTION.
043800     COMPUTE UORGL043-QTDE-LIDOS =
043900         WS-QTDE-INCLUIDA + WS-QTDE-EXCLUIDA
044000         + WS-QTDE-REJEITADA.
044100     COMPUTE UORGL043-QTDE-GRAVADOS =
044200         WS-QTDE-INCLUIDA + WS-QTDE-EXCLUIDA.
044300     MOVE WS-QTDE-REJEITADA TO UORGL043-QTDE-REJEITADOS.
044400     MOVE ZERO TO UORGL043-CCOD-TERMINO.
044500     CALL 'UORG0043' USING UORGL043-PARMS.
044600     IF NOT UORGL043-OK
044700         DISPLAY 'UORG0174 - ERRO ' UORGL043-RETORNO
044800             ' NO REGISTRO DE FIM DA EXECUCAO'
044900     END-IF.
045000     EXEC SQL
045100         COMMIT
045200     END-EXEC.
045300 9600-REGISTRAR-FIM-EXIT.
045400     EXIT.
