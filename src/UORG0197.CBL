000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0197                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0197.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - RELATORIO DE EXCECAO UORGR197 DAS     *
001600*                UNIDADES ENCERRADAS OU INCORPORADAS CUJA        *
001700*                TRANSFERENCIA DA CARTEIRA DE CLIENTES NAO FOI   *
001800*                CONFIRMADA PELO SISTEMA DE CONTAS.              *
001900******************************************************************
002000*
002100*    FUNCAO: LE O CONTROLE UORGK197 (OPCIONAL) E LISTA NO
002200*    RELATORIO UORGR197: (1) AS INSTRUCOES DE TRANSFERENCIA DA
002300*    CARTEIRA DE CLIENTES EM TTRANSF_CART_UND AINDA NAO
002400*    CONFIRMADAS - PENDENTES DE ENVIO (CSIT_TRANSF = 1),
002500*    ENVIADAS SEM RETORNO (2) OU RECUSADAS PELO SISTEMA DE
002600*    CONTAS (8, COM O MOTIVO) - CUJA DATA EFETIVA PASSOU HA MAIS
002700*    DIAS QUE A TOLERANCIA DO CONTROLE (ZERO OU SEM CONTROLE = 5
002800*    DIAS); (2) SE O CONTROLE INFORMAR A DATA INICIAL, AS
002900*    UNIDADES ENCERRADAS (CSIT_UND_ORGNZ = 0) DESDE ESSA DATA
003000*    QUE NAO TEM INSTRUCAO NENHUMA (ENCERRAMENTOS ANTERIORES A
003100*    OBRIGATORIEDADE DO DESTINO DA CARTEIRA OU FEITOS FORA DA
003200*    UORG0059/UORG0015). A DATA DE ENCERRAMENTO E
003300*    DENCER_UND_ORGNZ OU, NA FALTA DELA, A DATA DA ULTIMA
003400*    MANUTENCAO DO REGISTRO. SOMENTE LEITURA.
003500*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.         IBM-390.
003900 OBJECT-COMPUTER.         IBM-390.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CTL-UORGK197 ASSIGN TO UORGK197
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT REL-UORGR197 ASSIGN TO UORGR197
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CTL-UORGK197
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100 01  CTL-UORGK197-REG            PIC X(80).
005200 FD  REL-UORGR197
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  REL-UORGR197-REG            PIC X(133).
005600 WORKING-STORAGE SECTION.
005700     EXEC SQL INCLUDE SQLCA END-EXEC.
005800 01  WS-SWITCHES.
005900     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006000        88 WS-FIM-CURSOR              VALUE 'S'.
006100 01  WS-CONTADORES.
006200     05 WS-QTDE-PENDENTE         PIC S9(7) COMP VALUE ZERO.
006300     05 WS-QTDE-ENVIADA          PIC S9(7) COMP VALUE ZERO.
006400     05 WS-QTDE-RECUSADA         PIC S9(7) COMP VALUE ZERO.
006500     05 WS-QTDE-SEM-INSTR        PIC S9(7) COMP VALUE ZERO.
006600     05 WS-QTDE-LISTADA          PIC S9(7) COMP VALUE ZERO.
006700 01  WS-AREA-TRABALHO.
006800     05 WS-QDIAS-TOLER           PIC S9(3)V COMP-3 VALUE 5.
006900     05 WS-DINIC-ENCER           PIC X(10) VALUE SPACES.
007000     05 WS-CPSSOA-JURID-ORIG     PIC S9(10)V COMP-3.
007100     05 WS-NSEQ-UND-ORIG         PIC S9(8)V COMP-3.
007200     05 WS-IABREV-UND-ORGNZ      PIC X(40).
007300     05 WS-CPSSOA-JURID-DEST     PIC S9(10)V COMP-3.
007400     05 WS-NSEQ-UND-DEST         PIC S9(8)V COMP-3.
007500     05 WS-DATA-REFER            PIC X(10).
007600     05 WS-QDIAS-DECORR          PIC S9(7) COMP.
007700     05 WS-CSIT-TRANSF           PIC S9(1)V COMP-3.
007800     05 WS-RMOTVO-RECUSA         PIC X(40).
007900     05 WS-QDIAS-ED              PIC ZZ9.
008000 COPY UORGK197.
008100 COPY UORGR197.
008200 COPY UORGL043.
008300 PROCEDURE DIVISION.
008400******************************************************************
008500*    0000-MAINLINE                                               *
008600******************************************************************
008700 0000-MAINLINE                  SECTION.
008800     PERFORM 9500-REGISTRAR-INICIO
008900         THRU 9500-REGISTRAR-INICIO-EXIT.
009000     PERFORM 1000-LER-CONTROLE
009100         THRU 1000-LER-CONTROLE-EXIT.
009200     OPEN OUTPUT REL-UORGR197.
009300     PERFORM 2000-LISTAR-NAO-CONFIRMADAS
009400         THRU 2000-LISTAR-NAO-CONFIRMADAS-EXIT.
009500     IF WS-DINIC-ENCER NOT = SPACES
009600         PERFORM 3000-LISTAR-SEM-INSTRUCAO
009700             THRU 3000-LISTAR-SEM-INSTRUCAO-EXIT
009800     END-IF.
009900     PERFORM 6000-IMPRIMIR-TOTAIS
010000         THRU 6000-IMPRIMIR-TOTAIS-EXIT.
010100     CLOSE REL-UORGR197.
010200     DISPLAY 'UORG0197 - PENDENTES: ' WS-QTDE-PENDENTE
010300         ' ENVIADAS: ' WS-QTDE-ENVIADA
010400         ' RECUSADAS: ' WS-QTDE-RECUSADA
010500         ' SEM INSTRUCAO: ' WS-QTDE-SEM-INSTR.
010600     PERFORM 9600-REGISTRAR-FIM
010700         THRU 9600-REGISTRAR-FIM-EXIT.
010800     GOBACK.
010900******************************************************************
011000*    1000-LER-CONTROLE                                           *
011100*    CONTROLE AUSENTE OU ZERADO MANTEM OS PADROES                *
011200******************************************************************
011300 1000-LER-CONTROLE              SECTION.
011400     OPEN INPUT CTL-UORGK197.
011500     READ CTL-UORGK197 INTO UORGK197-REGISTRO
011600         AT END
011700             DISPLAY 'UORG0197 - CONTROLE AUSENTE, TOLERANCIA DE '
011800                 '5 DIAS'
011900             CLOSE CTL-UORGK197
012000             GO TO 1000-LER-CONTROLE-EXIT
012100     END-READ.
012200     CLOSE CTL-UORGK197.
012300     IF UORGK197-QDIAS-TOLER IS NUMERIC
012400         AND UORGK197-QDIAS-TOLER > ZERO
012500         MOVE UORGK197-QDIAS-TOLER TO WS-QDIAS-TOLER
012600     END-IF.
012700     IF UORGK197-DINIC-ENCER IS NUMERIC
012800         AND UORGK197-DINIC-ENCER > ZERO
012900         STRING UORGK197-DINIC-ENCER (1:4) '-'
013000                UORGK197-DINIC-ENCER (5:2) '-'
013100                UORGK197-DINIC-ENCER (7:2)
013200                DELIMITED BY SIZE INTO WS-DINIC-ENCER
013300     END-IF.
013400 1000-LER-CONTROLE-EXIT.
013500     EXIT.
013600******************************************************************
013700*    2000-LISTAR-NAO-CONFIRMADAS                                 *
013800*    INSTRUCOES PENDENTES, ENVIADAS SEM RETORNO OU RECUSADAS COM *
013900*    DATA EFETIVA ALEM DA TOLERANCIA                             *
014000******************************************************************
014100 2000-LISTAR-NAO-CONFIRMADAS    SECTION.
014200     MOVE WS-QDIAS-TOLER TO WS-QDIAS-ED.
014300     MOVE SPACES TO UORGR197-LINHA.
014400     MOVE '1' TO UORGR197-CTL-IMPRESSAO.
014500     STRING 'TRANSFERENCIAS DE CARTEIRA NAO CONFIRMADAS PELO '
014600            'SISTEMA DE CONTAS - DATA EFETIVA HA MAIS DE '
014700            WS-QDIAS-ED ' DIAS'
014800            DELIMITED BY SIZE INTO UORGR197-TIT-TEXTO.
014900     WRITE REL-UORGR197-REG FROM UORGR197-LINHA.
015000     MOVE SPACES TO UORGR197-LINHA.
015100     MOVE '0' TO UORGR197-CTL-IMPRESSAO.
015200     MOVE 'ORIGEM / NOME / DESTINO / DATA EFETIVA / DIAS / SIT.'
015300         TO UORGR197-TIT-TEXTO.
015400     WRITE REL-UORGR197-REG FROM UORGR197-LINHA.
015500     MOVE 'N' TO WS-SW-FIM-CURSOR.
015600     EXEC SQL
015700         OPEN CUR-UORG0197-T
015800     END-EXEC.
015900     IF SQLCODE NOT = ZERO
016000         DISPLAY 'UORG0197 - ERRO SQLCODE=' SQLCODE
016100             ' NA ABERTURA DO CURSOR DE INSTRUCOES'
016200         GO TO 2000-LISTAR-NAO-CONFIRMADAS-EXIT
016300     END-IF.
016400     PERFORM 8100-LER-INSTRUCAO
016500         THRU 8100-LER-INSTRUCAO-EXIT.
016600     PERFORM 2100-IMPRIMIR-INSTRUCAO
016700         THRU 2100-IMPRIMIR-INSTRUCAO-EXIT
016800         UNTIL WS-FIM-CURSOR.
016900     EXEC SQL
017000         CLOSE CUR-UORG0197-T
017100     END-EXEC.
017200 2000-LISTAR-NAO-CONFIRMADAS-EXIT.
017300     EXIT.
017400******************************************************************
017500*    2100-IMPRIMIR-INSTRUCAO                                     *
017600******************************************************************
017700 2100-IMPRIMIR-INSTRUCAO        SECTION.
017800     MOVE SPACES TO UORGR197-LINHA.
017900     MOVE ' ' TO UORGR197-CTL-IMPRESSAO.
018000     MOVE WS-CPSSOA-JURID-ORIG TO UORGR197-CPSSOA-ORIG.
018100     MOVE '/' TO UORGR197-SEP-1.
018200     MOVE WS-NSEQ-UND-ORIG TO UORGR197-NSEQ-ORIG.
018300     MOVE WS-IABREV-UND-ORGNZ TO UORGR197-IABREV-UND.
018400     MOVE WS-CPSSOA-JURID-DEST TO UORGR197-CPSSOA-DEST.
018500     MOVE '/' TO UORGR197-SEP-4.
018600     MOVE WS-NSEQ-UND-DEST TO UORGR197-NSEQ-DEST.
018700     MOVE WS-DATA-REFER TO UORGR197-DATA.
018800     MOVE WS-QDIAS-DECORR TO UORGR197-QDIAS.
018900     EVALUATE WS-CSIT-TRANSF
019000         WHEN 1
019100             ADD 1 TO WS-QTDE-PENDENTE
019200             MOVE 'PENDENTE' TO UORGR197-SITUACAO
019300             MOVE 'AGUARDANDO ENVIO (VIDE DESTINO)'
019400                 TO UORGR197-OBSERVACAO
019500         WHEN 2
019600             ADD 1 TO WS-QTDE-ENVIADA
019700             MOVE 'ENVIADA' TO UORGR197-SITUACAO
019800             MOVE 'SEM RETORNO DO SISTEMA DE CONTAS'
019900                 TO UORGR197-OBSERVACAO
020000         WHEN OTHER
020100             ADD 1 TO WS-QTDE-RECUSADA
020200             MOVE 'RECUSADA' TO UORGR197-SITUACAO
020300             MOVE WS-RMOTVO-RECUSA TO UORGR197-OBSERVACAO
020400     END-EVALUATE.
020500     WRITE REL-UORGR197-REG FROM UORGR197-LINHA.
020600     ADD 1 TO WS-QTDE-LISTADA.
020700     PERFORM 8100-LER-INSTRUCAO
020800         THRU 8100-LER-INSTRUCAO-EXIT.
020900 2100-IMPRIMIR-INSTRUCAO-EXIT.
021000     EXIT.
021100******************************************************************
021200*    3000-LISTAR-SEM-INSTRUCAO                                   *
021300*    UNIDADES ENCERRADAS DESDE A DATA DO CONTROLE SEM INSTRUCAO  *
021400*    DE TRANSFERENCIA DA CARTEIRA                                *
021500******************************************************************
021600 3000-LISTAR-SEM-INSTRUCAO      SECTION.
021700     MOVE SPACES TO UORGR197-LINHA.
021800     MOVE '-' TO UORGR197-CTL-IMPRESSAO.
021900     STRING 'UNIDADES ENCERRADAS DESDE ' WS-DINIC-ENCER
022000            ' SEM INSTRUCAO DE TRANSFERENCIA DA CARTEIRA'
022100            DELIMITED BY SIZE INTO UORGR197-TIT-TEXTO.
022200     WRITE REL-UORGR197-REG FROM UORGR197-LINHA.
022300     MOVE SPACES TO UORGR197-LINHA.
022400     MOVE '0' TO UORGR197-CTL-IMPRESSAO.
022500     MOVE 'UNIDADE / NOME / DATA DO ENCERRAMENTO / DIAS'
022600         TO UORGR197-TIT-TEXTO.
022700     WRITE REL-UORGR197-REG FROM UORGR197-LINHA.
022800     MOVE 'N' TO WS-SW-FIM-CURSOR.
022900     EXEC SQL
023000         OPEN CUR-UORG0197-S
023100     END-EXEC.
023200     IF SQLCODE NOT = ZERO
023300         DISPLAY 'UORG0197 - ERRO SQLCODE=' SQLCODE
023400             ' NA ABERTURA DO CURSOR DE UNIDADES ENCERRADAS'
023500         GO TO 3000-LISTAR-SEM-INSTRUCAO-EXIT
023600     END-IF.
023700     PERFORM 8200-LER-ENCERRADA
023800         THRU 8200-LER-ENCERRADA-EXIT.
023900     PERFORM 3100-IMPRIMIR-ENCERRADA
024000         THRU 3100-IMPRIMIR-ENCERRADA-EXIT
024100         UNTIL WS-FIM-CURSOR.
024200     EXEC SQL
024300         CLOSE CUR-UORG0197-S
024400     END-EXEC.
024500 3000-LISTAR-SEM-INSTRUCAO-EXIT.
024600     EXIT.
024700******************************************************************
024800*    3100-IMPRIMIR-ENCERRADA                                     *
024900******************************************************************
025000 3100-IMPRIMIR-ENCERRADA        SECTION.
025100     MOVE SPACES TO UORGR197-LINHA.
025200     MOVE ' ' TO UORGR197-CTL-IMPRESSAO.
025300     MOVE WS-CPSSOA-JURID-ORIG TO UORGR197-CPSSOA-ORIG.
025400     MOVE '/' TO UORGR197-SEP-1.
025500     MOVE WS-NSEQ-UND-ORIG TO UORGR197-NSEQ-ORIG.
025600     MOVE WS-IABREV-UND-ORGNZ TO UORGR197-IABREV-UND.
025700     MOVE WS-DATA-REFER TO UORGR197-DATA.
025800     MOVE WS-QDIAS-DECORR TO UORGR197-QDIAS.
025900     MOVE 'SEM INSTR' TO UORGR197-SITUACAO.
026000     MOVE 'DESTINO DA CARTEIRA NUNCA INFORMADO'
026100         TO UORGR197-OBSERVACAO.
026200     WRITE REL-UORGR197-REG FROM UORGR197-LINHA.
026300     ADD 1 TO WS-QTDE-SEM-INSTR WS-QTDE-LISTADA.
026400     PERFORM 8200-LER-ENCERRADA
026500         THRU 8200-LER-ENCERRADA-EXIT.
026600 3100-IMPRIMIR-ENCERRADA-EXIT.
026700     EXIT.
026800******************************************************************
026900*    6000-IMPRIMIR-TOTAIS                                        *
027000******************************************************************
027100 6000-IMPRIMIR-TOTAIS           SECTION.
027200     MOVE SPACES TO UORGR197-LINHA.
027300     MOVE '0' TO UORGR197-CTL-IMPRESSAO.
027400     MOVE 'PENDENTES DE ENVIO' TO UORGR197-TOT-ROTULO.
027500     MOVE WS-QTDE-PENDENTE TO UORGR197-TOT-QTDE.
027600     WRITE REL-UORGR197-REG FROM UORGR197-LINHA.
027700     MOVE SPACES TO UORGR197-LINHA.
027800     MOVE ' ' TO UORGR197-CTL-IMPRESSAO.
027900     MOVE 'ENVIADAS SEM RETORNO' TO UORGR197-TOT-ROTULO.
028000     MOVE WS-QTDE-ENVIADA TO UORGR197-TOT-QTDE.
028100     WRITE REL-UORGR197-REG FROM UORGR197-LINHA.
028200     MOVE SPACES TO UORGR197-LINHA.
028300     MOVE ' ' TO UORGR197-CTL-IMPRESSAO.
028400     MOVE 'RECUSADAS PELO SISTEMA DE CONTAS'
028500         TO UORGR197-TOT-ROTULO.
028600     MOVE WS-QTDE-RECUSADA TO UORGR197-TOT-QTDE.
028700     WRITE REL-UORGR197-REG FROM UORGR197-LINHA.
028800     IF WS-DINIC-ENCER NOT = SPACES
028900         MOVE SPACES TO UORGR197-LINHA
029000         MOVE ' ' TO UORGR197-CTL-IMPRESSAO
029100         MOVE 'ENCERRADAS SEM INSTRUCAO' TO UORGR197-TOT-ROTULO
029200         MOVE WS-QTDE-SEM-INSTR TO UORGR197-TOT-QTDE
029300         WRITE REL-UORGR197-REG FROM UORGR197-LINHA
029400     END-IF.
029500 6000-IMPRIMIR-TOTAIS-EXIT.
029600     EXIT.
029700******************************************************************
029800*    8100-LER-INSTRUCAO                                          *
029900******************************************************************
030000 8100-LER-INSTRUCAO             SECTION.
030100     EXEC SQL
030200         FETCH CUR-UORG0197-T
030300          INTO :WS-CPSSOA-JURID-ORIG, :WS-NSEQ-UND-ORIG,
030400               :WS-IABREV-UND-ORGNZ,
030500               :WS-CPSSOA-JURID-DEST, :WS-NSEQ-UND-DEST,
030600               :WS-DATA-REFER, :WS-QDIAS-DECORR,
030700               :WS-CSIT-TRANSF, :WS-RMOTVO-RECUSA
030800     END-EXEC.
030900     IF SQLCODE = 100
031000         MOVE 'S' TO WS-SW-FIM-CURSOR
031100     ELSE
031200     IF SQLCODE NOT = ZERO
031300         DISPLAY 'UORG0197 - ERRO SQLCODE=' SQLCODE
031400             ' NO FETCH DO CURSOR DE INSTRUCOES'
031500         MOVE 'S' TO WS-SW-FIM-CURSOR
031600     END-IF
031700     END-IF.
031800 8100-LER-INSTRUCAO-EXIT.
031900     EXIT.
032000******************************************************************
032100*    8200-LER-ENCERRADA                                          *
032200******************************************************************
032300 8200-LER-ENCERRADA             SECTION.
032400     EXEC SQL
032500         FETCH CUR-UORG0197-S
032600          INTO :WS-CPSSOA-JURID-ORIG, :WS-NSEQ-UND-ORIG,
032700               :WS-IABREV-UND-ORGNZ,
032800               :WS-DATA-REFER, :WS-QDIAS-DECORR
032900     END-EXEC.
033000     IF SQLCODE = 100
033100         MOVE 'S' TO WS-SW-FIM-CURSOR
033200     ELSE
033300     IF SQLCODE NOT = ZERO
033400         DISPLAY 'UORG0197 - ERRO SQLCODE=' SQLCODE
033500             ' NO FETCH DO CURSOR DE UNIDADES ENCERRADAS'
033600         MOVE 'S' TO WS-SW-FIM-CURSOR
033700     END-IF
033800     END-IF.
033900 8200-LER-ENCERRADA-EXIT.
034000     EXIT.
034100******************************************************************
034200*    8500-DECLARACOES-SQL                                        *
034300******************************************************************
034400 8500-DECLARACOES-SQL           SECTION.
034500     EXEC SQL
034600         DECLARE CUR-UORG0197-T CURSOR FOR
034700         SELECT T.CPSSOA_JURID_ORIG, T.NSEQ_UND_ORIG,
034800                O.IABREV_UND_ORGNZ,
034900                T.CPSSOA_JURID_DEST, T.NSEQ_UND_DEST,
035000                CHAR(T.DEFETIV_TRANSF, ISO),
035100                DAYS(CURRENT DATE) - DAYS(T.DEFETIV_TRANSF),
035200                T.CSIT_TRANSF, COALESCE(T.RMOTVO_RECUSA, ' ')
035300           FROM DB2PRD.TTRANSF_CART_UND T,
035400                DB2PRD.TUND_ORGNZ O
035500          WHERE O.CPSSOA_JURID   = T.CPSSOA_JURID_ORIG
035600            AND O.NSEQ_UND_ORGNZ = T.NSEQ_UND_ORIG
035700            AND T.CSIT_TRANSF IN (1, 2, 8)
035800            AND T.DEFETIV_TRANSF <=
035900                CURRENT DATE - :WS-QDIAS-TOLER DAYS
036000          ORDER BY T.DEFETIV_TRANSF, T.CPSSOA_JURID_ORIG,
036100                   T.NSEQ_UND_ORIG
036200     END-EXEC.
036300     EXEC SQL
036400         DECLARE CUR-UORG0197-S CURSOR FOR
036500         SELECT U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ,
036600                U.IABREV_UND_ORGNZ,
036700                CHAR(COALESCE(U.DENCER_UND_ORGNZ,
036800                              DATE(U.HMANUT_REG)), ISO),
036900                DAYS(CURRENT DATE) -
037000                DAYS(COALESCE(U.DENCER_UND_ORGNZ,
037100                              DATE(U.HMANUT_REG)))
037200           FROM DB2PRD.TUND_ORGNZ U
037300          WHERE U.CSIT_UND_ORGNZ = 0
037400            AND COALESCE(U.DENCER_UND_ORGNZ, DATE(U.HMANUT_REG))
037500                >= DATE(:WS-DINIC-ENCER)
037600            AND NOT EXISTS
037700                (SELECT 1
037800                   FROM DB2PRD.TTRANSF_CART_UND T
037900                  WHERE T.CPSSOA_JURID_ORIG = U.CPSSOA_JURID
038000                    AND T.NSEQ_UND_ORIG     = U.NSEQ_UND_ORGNZ
038100                    AND T.CSIT_TRANSF      <> 9)
038200          ORDER BY U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ
038300     END-EXEC.
038400 8500-DECLARACOES-SQL-EXIT.
038500     EXIT.
038600******************************************************************
038700*    9500-REGISTRAR-INICIO                                       *
038800*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
038900******************************************************************
039000 9500-REGISTRAR-INICIO          SECTION.
039100     MOVE 'I' TO UORGL043-FUNCTION.
039200     MOVE 'UORG0197' TO UORGL043-CPGM-BATCH.
039300     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
039400                  UORGL043-QTDE-REJEITADOS
039500                  UORGL043-CCOD-TERMINO.
039600     CALL 'UORG0043' USING UORGL043-PARMS.
039700     IF NOT UORGL043-OK
039800         DISPLAY 'UORG0197 - ERRO ' UORGL043-RETORNO
039900             ' NO REGISTRO DE INICIO DA EXECUCAO'
040000     END-IF.
040100 9500-REGISTRAR-INICIO-EXIT.
040200     EXIT.
040300******************************************************************
040400*    9600-REGISTRAR-FIM                                          *
040500*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
040600******************************************************************
040700 9600-REGISTRAR-FIM             SECTION.
040800     MOVE 'F' TO UORGL043-FUNCTION.
040900     MOVE WS-QTDE-LISTADA TO UORGL043-QTDE-LIDOS
041000                             UORGL043-QTDE-GRAVADOS.
041100     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
041200     MOVE ZERO TO UORGL043-CCOD-TERMINO.
041300     CALL 'UORG0043' USING UORGL043-PARMS.
041400     IF NOT UORGL043-OK
041500         DISPLAY 'UORG0197 - ERRO ' UORGL043-RETORNO
041600             ' NO REGISTRO DE FIM DA EXECUCAO'
041700     END-IF.
041800     EXEC SQL
041900         COMMIT
042000     END-EXEC.
042100 9600-REGISTRAR-FIM-EXIT.
042200     EXIT.
