000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0193                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0193.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - RENUMERACAO DO CODIGO PUBLICO         *
001600*                CUND_ORGNZ DA UNIDADE (NUMERO RESERVADO PELA    *
001700*                UORG0063, DIGITO PELA UORG0000) COM REFERENCIA  *
001800*                CRUZADA PERMANENTE ANTIGO/NOVO EM TCUND_ANT_UND.*
001900******************************************************************
002000*
002100*    FUNCAO: PROCESSA O ARQUIVO UORGS193, UMA UNIDADE POR
002200*    REGISTRO E CADA UMA UNIDADE DE TRABALHO COM COMMIT PROPRIO,
002300*    COMO NA UORG0093. A UNIDADE PRECISA EXISTIR, NAO ESTAR
002400*    ENCERRADA (CSIT_UND_ORGNZ = 0) E TER O CODIGO PUBLICO IGUAL
002500*    AO INFORMADO NO REGISTRO (CONFERENCIA CONTRA RENUMERACAO EM
002600*    DUPLICIDADE). O NOVO NUMERO VEM DO SERVICO DE RESERVA
002700*    CENTRAL UORG0063 E O DIGITO E RECALCULADO E GRAVADO PELA
002800*    UORG0000 (FUNCAO 'G'). O PAR ANTIGO/NOVO E GRAVADO EM
002900*    TCUND_ANT_UND, QUE NUNCA E EXPURGADA: A CONSULTA UO45 E A
003000*    BUSCA UO26 RESOLVEM POR ELA O CODIGO ANTIGO PARA A UNIDADE
003100*    ATUAL. A ALTERACAO DE HMANUT_REG LEVA A UNIDADE AO PROXIMO
003200*    DELTA BACEN (UORG0011, COM O CODIGO ANTERIOR NO DETALHE) E
003300*    O REGISTRO EM TCUND_ANT_UND E NOTIFICADO PELA UORG0024.
003400*    REGISTRO RECUSADO E EXIBIDO NO LOG COM O MOTIVO.
003500*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.         IBM-390.
003900 OBJECT-COMPUTER.         IBM-390.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ARQ-UORGS193 ASSIGN TO UORGS193
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  ARQ-UORGS193
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  ARQ-UORGS193-REG            PIC X(80).
005000 WORKING-STORAGE SECTION.
005100     EXEC SQL INCLUDE SQLCA END-EXEC.
005200 01  WS-SWITCHES.
005300     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
005400        88 WS-FIM-ARQUIVO             VALUE 'S'.
005500 01  WS-CONTADORES.
005600     05 WS-QTDE-LIDOS            PIC S9(7) COMP VALUE ZERO.
005700     05 WS-QTDE-RENUMERADAS      PIC S9(7) COMP VALUE ZERO.
005800     05 WS-QTDE-REJEITADAS       PIC S9(7) COMP VALUE ZERO.
005900 01  WS-AREA-TRABALHO.
006000     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
006100     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
006200     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
006300     05 WS-CUND-ORGNZ-ANT        PIC S9(6)V COMP-3.
006400     05 WS-CDIG-UND-ORGNZ-ANT    PIC X(1).
006500     05 WS-CUND-ORGNZ-NOVO       PIC S9(6)V COMP-3.
006600     05 WS-CDIG-UND-ORGNZ-NOVO   PIC X(1).
006700     05 WS-CUND-ANT-ED           PIC 9(6).
006800     05 WS-CUND-NOVO-ED          PIC 9(6).
006900     05 WS-IMOTVO-RENUM          PIC X(40).
007000     05 WS-CUSUARIO              PIC X(9).
007100     05 WS-MOTIVO                PIC X(45).
007200 01  WS-INDICADORES.
007300     05 WS-IND-CSIT              PIC S9(4) COMP-5.
007400     05 WS-IND-CDIG              PIC S9(4) COMP-5.
007500 COPY UORGS193.
007600 COPY UORGL000.
007700 COPY UORGL043.
007800 COPY UORGL063.
007900 PROCEDURE DIVISION.
008000******************************************************************
008100*    0000-MAINLINE                                               *
008200******************************************************************
008300 0000-MAINLINE                  SECTION.
008400     PERFORM 9500-REGISTRAR-INICIO
008500         THRU 9500-REGISTRAR-INICIO-EXIT.
008600     OPEN INPUT ARQ-UORGS193.
008700     PERFORM 8000-LER-ARQUIVO
008800         THRU 8000-LER-ARQUIVO-EXIT.
008900     PERFORM 2000-PROCESSAR-REGISTRO
009000         THRU 2000-PROCESSAR-REGISTRO-EXIT
009100         UNTIL WS-FIM-ARQUIVO.
009200     CLOSE ARQ-UORGS193.
009300     DISPLAY 'UORG0193 - REGISTROS: ' WS-QTDE-LIDOS
009400         ' RENUMERADAS: ' WS-QTDE-RENUMERADAS
009500         ' REJEITADAS: ' WS-QTDE-REJEITADAS.
009600     PERFORM 9600-REGISTRAR-FIM
009700         THRU 9600-REGISTRAR-FIM-EXIT.
009800     GOBACK.
009900 0000-MAINLINE-EXIT.
010000     EXIT.
010100******************************************************************
010200*    2000-PROCESSAR-REGISTRO                                     *
010300******************************************************************
010400 2000-PROCESSAR-REGISTRO        SECTION.
010500     ADD 1 TO WS-QTDE-LIDOS.
010600     MOVE SPACES TO WS-MOTIVO.
010700     IF UORGS193-CPSSOA-JURID IS NOT NUMERIC
010800         OR UORGS193-NSEQ-UND-ORGNZ IS NOT NUMERIC
010900         OR UORGS193-CUND-ORGNZ-ATUAL IS NOT NUMERIC
011000         MOVE 'UNIDADE OU CODIGO ATUAL INVALIDO' TO WS-MOTIVO
011100         GO TO 2000-PROCESSAR-REGISTRO-REJEITAR
011200     END-IF.
011300     IF UORGS193-IMOTVO-RENUM = SPACES
011400         MOVE 'MOTIVO DA RENUMERACAO OBRIGATORIO' TO WS-MOTIVO
011500         GO TO 2000-PROCESSAR-REGISTRO-REJEITAR
011600     END-IF.
011700     MOVE UORGS193-CPSSOA-JURID TO WS-CPSSOA-JURID.
011800     MOVE UORGS193-NSEQ-UND-ORGNZ TO WS-NSEQ-UND-ORGNZ.
011900     MOVE UORGS193-IMOTVO-RENUM TO WS-IMOTVO-RENUM.
012000     MOVE UORGS193-CUSUARIO TO WS-CUSUARIO.
012100     PERFORM 3000-VALIDAR-UNIDADE
012200         THRU 3000-VALIDAR-UNIDADE-EXIT.
012300     IF WS-MOTIVO = SPACES
012400         PERFORM 4000-RENUMERAR-UNIDADE
012500             THRU 4000-RENUMERAR-UNIDADE-EXIT
012600     END-IF.
012700     IF WS-MOTIVO = SPACES
012800         GO TO 2000-PROCESSAR-REGISTRO-LER
012900     END-IF.
013000 2000-PROCESSAR-REGISTRO-REJEITAR.
013100     DISPLAY 'UORG0193 - RENUMERACAO REJEITADA '
013200         UORGS193-CPSSOA-JURID '/' UORGS193-NSEQ-UND-ORGNZ
013300         ' - ' WS-MOTIVO.
013400     ADD 1 TO WS-QTDE-REJEITADAS.
013500 2000-PROCESSAR-REGISTRO-LER.
013600     PERFORM 8000-LER-ARQUIVO
013700         THRU 8000-LER-ARQUIVO-EXIT.
013800 2000-PROCESSAR-REGISTRO-EXIT.
013900     EXIT.
014000******************************************************************
014100*    3000-VALIDAR-UNIDADE                                        *
014200*    UNIDADE EXISTENTE, NAO ENCERRADA E COM O CODIGO PUBLICO     *
014300*    INFORMADO; RECUSA DEVOLVIDA EM WS-MOTIVO                    *
014400******************************************************************
014500 3000-VALIDAR-UNIDADE           SECTION.
014600     EXEC SQL
014700         SELECT CSIT_UND_ORGNZ, CUND_ORGNZ, CDIG_UND_ORGNZ
014800           INTO :WS-CSIT-UND-ORGNZ:WS-IND-CSIT,
014900                :WS-CUND-ORGNZ-ANT,
015000                :WS-CDIG-UND-ORGNZ-ANT:WS-IND-CDIG
015100           FROM DB2PRD.TUND_ORGNZ
015200          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
015300            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
015400     END-EXEC.
015500     IF SQLCODE = 100
015600         MOVE 'UNIDADE NAO CADASTRADA' TO WS-MOTIVO
015700         GO TO 3000-VALIDAR-UNIDADE-EXIT
015800     END-IF.
015900     IF SQLCODE NOT = ZERO
016000         DISPLAY 'UORG0193 - ERRO SQLCODE=' SQLCODE
016100             ' NA LEITURA DE TUND_ORGNZ'
016200         MOVE 'ERRO NA LEITURA DA UNIDADE' TO WS-MOTIVO
016300         GO TO 3000-VALIDAR-UNIDADE-EXIT
016400     END-IF.
016500     IF WS-IND-CSIT < ZERO
016600         MOVE ZERO TO WS-CSIT-UND-ORGNZ
016700     END-IF.
016800     IF WS-IND-CDIG < ZERO
016900         MOVE SPACES TO WS-CDIG-UND-ORGNZ-ANT
017000     END-IF.
017100     IF WS-CSIT-UND-ORGNZ = ZERO
017200         MOVE 'UNIDADE ENCERRADA NAO E RENUMERADA' TO WS-MOTIVO
017300         GO TO 3000-VALIDAR-UNIDADE-EXIT
017400     END-IF.
017500     IF WS-CUND-ORGNZ-ANT NOT = UORGS193-CUND-ORGNZ-ATUAL
017600         MOVE 'CODIGO ATUAL DIVERGENTE DO CADASTRO' TO WS-MOTIVO
017700     END-IF.
017800 3000-VALIDAR-UNIDADE-EXIT.
017900     EXIT.
018000******************************************************************
018100*    4000-RENUMERAR-UNIDADE                                      *
018200*    RESERVA O NOVO NUMERO (UORG0063), REGRAVA A UNIDADE, GERA   *
018300*    O DIGITO (UORG0000) E GRAVA A REFERENCIA CRUZADA. QUALQUER  *
018400*    FALHA DESFAZ A UNIDADE DE TRABALHO                          *
018500******************************************************************
018600 4000-RENUMERAR-UNIDADE         SECTION.
018700     MOVE WS-CUSUARIO TO UORGL063-CUSUAR-MANUT.
018800     CALL 'UORG0063' USING UORGL063-PARMS.
018900     IF NOT UORGL063-OK
019000         DISPLAY 'UORG0193 - RESERVA DO NUMERO PUBLICO, RETORNO '
019100             UORGL063-RETORNO
019200         MOVE 'SEM NUMERO PUBLICO RESERVADO' TO WS-MOTIVO
019300         GO TO 4000-RENUMERAR-UNIDADE-DESFAZER
019400     END-IF.
019500     MOVE UORGL063-CUND-ORGNZ TO WS-CUND-ORGNZ-NOVO.
019600     EXEC SQL
019700         UPDATE DB2PRD.TUND_ORGNZ
019800            SET CUND_ORGNZ     = :WS-CUND-ORGNZ-NOVO,
019900                HMANUT_REG     = CURRENT TIMESTAMP,
020000                CUSUAR_MANUT   = :WS-CUSUARIO
020100          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
020200            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
020300            AND CUND_ORGNZ     = :WS-CUND-ORGNZ-ANT
020400     END-EXEC.
020500     IF SQLCODE NOT = ZERO
020600         DISPLAY 'UORG0193 - ERRO SQLCODE=' SQLCODE
020700             ' NA ATUALIZACAO DE TUND_ORGNZ'
020800         MOVE 'ERRO NA ATUALIZACAO DA UNIDADE' TO WS-MOTIVO
020900         GO TO 4000-RENUMERAR-UNIDADE-DESFAZER
021000     END-IF.
021100     MOVE 'G' TO UORGL000-FUNCTION.
021200     MOVE WS-CPSSOA-JURID TO UORGL000-CPSSOA-JURID.
021300     MOVE WS-NSEQ-UND-ORGNZ TO UORGL000-NSEQ-UND-ORGNZ.
021400     MOVE WS-CUND-ORGNZ-NOVO TO UORGL000-CUND-ORGNZ.
021500     CALL 'UORG0000' USING UORGL000-PARMS.
021600     IF NOT UORGL000-OK
021700         DISPLAY 'UORG0193 - GERACAO DO DIGITO, RETORNO '
021800             UORGL000-RETORNO
021900         MOVE 'SEM DIGITO PARA O NOVO CODIGO' TO WS-MOTIVO
022000         GO TO 4000-RENUMERAR-UNIDADE-DESFAZER
022100     END-IF.
022200     MOVE UORGL000-CDIG-UND-ORGNZ TO WS-CDIG-UND-ORGNZ-NOVO.
022300     EXEC SQL
022400         INSERT INTO DB2PRD.TCUND_ANT_UND
022500                (CUND_ORGNZ_ANT, CDIG_UND_ORGNZ_ANT,
022600                 CPSSOA_JURID, NSEQ_UND_ORGNZ,
022700                 CUND_ORGNZ_NOVO, CDIG_UND_ORGNZ_NOVO,
022800                 IMOTVO_RENUM, HRENUM_REG, CUSUAR_RENUM)
022900         VALUES (:WS-CUND-ORGNZ-ANT, :WS-CDIG-UND-ORGNZ-ANT,
023000                 :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
023100                 :WS-CUND-ORGNZ-NOVO, :WS-CDIG-UND-ORGNZ-NOVO,
023200                 :WS-IMOTVO-RENUM, CURRENT TIMESTAMP,
023300                 :WS-CUSUARIO)
023400     END-EXEC.
023500     IF SQLCODE NOT = ZERO
023600         DISPLAY 'UORG0193 - ERRO SQLCODE=' SQLCODE
023700             ' NA GRAVACAO DE TCUND_ANT_UND'
023800         MOVE 'ERRO NA GRAVACAO DA REFERENCIA CRUZADA'
023900             TO WS-MOTIVO
024000         GO TO 4000-RENUMERAR-UNIDADE-DESFAZER
024100     END-IF.
024200     EXEC SQL
024300         COMMIT
024400     END-EXEC.
024500     ADD 1 TO WS-QTDE-RENUMERADAS.
024600     MOVE WS-CUND-ORGNZ-ANT TO WS-CUND-ANT-ED.
024700     MOVE WS-CUND-ORGNZ-NOVO TO WS-CUND-NOVO-ED.
024800     DISPLAY 'UORG0193 - UNIDADE ' UORGS193-CPSSOA-JURID '/'
024900         UORGS193-NSEQ-UND-ORGNZ ' RENUMERADA DE '
025000         WS-CUND-ANT-ED '-' WS-CDIG-UND-ORGNZ-ANT ' PARA '
025100         WS-CUND-NOVO-ED '-' WS-CDIG-UND-ORGNZ-NOVO.
025200     GO TO 4000-RENUMERAR-UNIDADE-EXIT.
025300 4000-RENUMERAR-UNIDADE-DESFAZER.
025400     EXEC SQL
025500         ROLLBACK
025600     END-EXEC.
025700 4000-RENUMERAR-UNIDADE-EXIT.
025800     EXIT.
025900******************************************************************
026000*    8000-LER-ARQUIVO                                            *
026100******************************************************************
026200 8000-LER-ARQUIVO               SECTION.
026300     READ ARQ-UORGS193 INTO UORGS193-REGISTRO
026400         AT END
026500             MOVE 'S' TO WS-SW-FIM-ARQUIVO
026600     END-READ.
026700 8000-LER-ARQUIVO-EXIT.
026800     EXIT.
026900******************************************************************
027000*    9500-REGISTRAR-INICIO                                       *
027100*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
027200******************************************************************
027300 9500-REGISTRAR-INICIO          SECTION.
027400     MOVE 'I' TO UORGL043-FUNCTION.
027500     MOVE 'UORG0193' TO UORGL043-CPGM-BATCH.
027600     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
027700                  UORGL043-QTDE-REJEITADOS
027800                  UORGL043-CCOD-TERMINO.
027900     CALL 'UORG0043' USING UORGL043-PARMS.
028000     IF NOT UORGL043-OK
028100         DISPLAY 'UORG0193 - ERRO ' UORGL043-RETORNO
028200             ' NO REGISTRO DE INICIO DA EXECUCAO'
028300     END-IF.
028400 9500-REGISTRAR-INICIO-EXIT.
028500     EXIT.
028600******************************************************************
028700*    9600-REGISTRAR-FIM                                          *
028800*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
028900******************************************************************
029000 9600-REGISTRAR-FIM             SECTION.
029100     MOVE 'F' TO UORGL043-FUNCTION.
029200     MOVE WS-QTDE-LIDOS TO UORGL043-QTDE-LIDOS.
029300     MOVE WS-QTDE-RENUMERADAS TO UORGL043-QTDE-GRAVADOS.
029400     MOVE WS-QTDE-REJEITADAS TO UORGL043-QTDE-REJEITADOS.
029500     MOVE ZERO TO UORGL043-CCOD-TERMINO.
029600     CALL 'UORG0043' USING UORGL043-PARMS.
029700     IF NOT UORGL043-OK
029800         DISPLAY 'UORG0193 - ERRO ' UORGL043-RETORNO
029900             ' NO REGISTRO DE FIM DA EXECUCAO'
030000     END-IF.
030100     EXEC SQL
030200         COMMIT
030300     END-EXEC.
030400 9600-REGISTRAR-FIM-EXIT.
030500     EXIT.
