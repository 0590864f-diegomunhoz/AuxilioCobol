000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0173                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0173.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - INSTRUCOES DE TRANSFERENCIA DOS BENS  *
001600*                DO PATRIMONIO DE UNIDADES EM ENCERRAMENTO       *
001700*                (CARTOES UORGK173) E INCORPORADAS NA FUSAO      *
001800*                (UORG0015), ENVIADAS NO ARQUIVO UORGS173.       *
001900******************************************************************
002000*
002100*    FUNCAO: (1) PARA CADA CARTAO UORGK173 (UNIDADE A ENCERRAR E
002200*    UNIDADE ATIVA DE DESTINO), GRAVA EM TINSTR_TRANSF_BEM UMA
002300*    INSTRUCAO PENDENTE (CSIT_INSTR = 1, MOTIVO 'E') PARA CADA
002400*    BEM EM CUSTODIA DA ORIGEM (TBEM_PATRIM_UND) QUE AINDA NAO
002500*    TENHA INSTRUCAO PENDENTE - AS DE FUSAO (MOTIVO 'F') JA SAO
002600*    GRAVADAS PELA UORG0015. A ORIGEM PODE JA ESTAR ENCERRADA,
002700*    PARA REGULARIZAR BENS ESQUECIDOS. (2) CANCELA (CSIT_INSTR =
002800*    9) AS INSTRUCOES PENDENTES DE BENS QUE SAIRAM DO CADASTRO
002900*    DO PATRIMONIO. (3) GRAVA O ARQUIVO UORGS173 (HEADER,
003000*    DETALHE, TRAILER) COM AS INSTRUCOES PENDENTES ATE O CORTE
003100*    DA EXECUCAO, REGISTRA A GERACAO PELA UORG0087 E MARCA AS
003200*    INSTRUCOES COMO ENVIADAS (CSIT_INSTR = 2) COM O SEQUENCIAL
003300*    DA GERACAO. A CUSTODIA SO MUDA NA CARGA MENSAL UORG0172,
003400*    DEPOIS QUE O PATRIMONIO EFETIVA A TRANSFERENCIA; ATE LA A
003500*    UNIDADE DE ORIGEM CONTINUA COM A PENDENCIA DE BENS NO
003600*    CHECKLIST DE ENCERRAMENTO (UORG0059).
003700*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.         IBM-390.
004100 OBJECT-COMPUTER.         IBM-390.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CTL-UORGK173 ASSIGN TO UORGK173
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT SAI-UORGS173 ASSIGN TO UORGS173
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CTL-UORGK173
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  CTL-UORGK173-REG            PIC X(80).
005400 FD  SAI-UORGS173
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  SAI-UORGS173-REG            PIC X(120).
005800 WORKING-STORAGE SECTION.
005900     EXEC SQL INCLUDE SQLCA END-EXEC.
006000 01  WS-SWITCHES.
006100     05 WS-SW-FIM-CARTAO         PIC X(1) VALUE 'N'.
006200        88 WS-FIM-CARTAO              VALUE 'S'.
006300     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006400        88 WS-FIM-CURSOR              VALUE 'S'.
006500 01  WS-CONTADORES.
006600     05 WS-QTDE-CARTOES          PIC S9(7) COMP VALUE ZERO.
006700     05 WS-QTDE-CARTAO-REJ       PIC S9(7) COMP VALUE ZERO.
006800     05 WS-QTDE-INSTR-ENCER      PIC S9(9) COMP VALUE ZERO.
006900     05 WS-QTDE-CANCELADA        PIC S9(9) COMP VALUE ZERO.
007000     05 WS-QTDE-EXISTE           PIC S9(9) COMP VALUE ZERO.
007100 01  WS-AREA-TRABALHO.
007200     05 WS-DATA-HOJE             PIC 9(8).
007300     05 WS-HCORTE                PIC X(26).
007400     05 WS-CPSSOA-JURID-ORIG     PIC S9(10)V COMP-3.
007500     05 WS-NSEQ-UND-ORIG         PIC S9(8)V COMP-3.
007600     05 WS-CPSSOA-JURID-DEST     PIC S9(10)V COMP-3.
007700     05 WS-NSEQ-UND-DEST         PIC S9(8)V COMP-3.
007800     05 WS-CUSUARIO              PIC X(9).
007900     05 WS-NBEM-PATRIM           PIC S9(12)V COMP-3.
008000     05 WS-RBEM-PATRIM           PIC X(50).
008100     05 WS-VCONTB-BEM            PIC S9(11)V99 COMP-3.
008200     05 WS-CMOTVO-TRANSF         PIC X(1).
008300     05 WS-VCONTB-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
008400     05 WS-QTDE-EXTRAIDA         PIC S9(9)V COMP-3 VALUE ZERO.
008500     05 WS-NSEQ-GERACAO          PIC S9(9)V COMP-3.
008600 COPY UORGK173.
008700 COPY UORGS173.
008800 COPY UORGL043.
008900 COPY UORGL087.
009000 PROCEDURE DIVISION.
009100******************************************************************
009200*    0000-MAINLINE                                               *
009300******************************************************************
009400 0000-MAINLINE                  SECTION.
009500     PERFORM 9500-REGISTRAR-INICIO
009600         THRU 9500-REGISTRAR-INICIO-EXIT.
009700     PERFORM 1000-PROCESSAR-CARTOES
009800         THRU 1000-PROCESSAR-CARTOES-EXIT.
009900     PERFORM 2000-PREPARAR-EXTRATO
010000         THRU 2000-PREPARAR-EXTRATO-EXIT.
010100     PERFORM 3000-GRAVAR-INSTRUCAO
010200         THRU 3000-GRAVAR-INSTRUCAO-EXIT
010300         UNTIL WS-FIM-CURSOR.
010400     PERFORM 7000-ENCERRAR
010500         THRU 7000-ENCERRAR-EXIT.
010600     PERFORM 9600-REGISTRAR-FIM
010700         THRU 9600-REGISTRAR-FIM-EXIT.
010800     GOBACK.
010900******************************************************************
011000*    1000-PROCESSAR-CARTOES                                      *
011100*    DESTINACAO DOS BENS DAS UNIDADES EM ENCERRAMENTO            *
011200******************************************************************
011300 1000-PROCESSAR-CARTOES         SECTION.
011400     OPEN INPUT CTL-UORGK173.
011500     PERFORM 8000-LER-CARTAO
011600         THRU 8000-LER-CARTAO-EXIT.
011700     PERFORM 1100-INSTRUIR-ENCERRAMENTO
011800         THRU 1100-INSTRUIR-ENCERRAMENTO-EXIT
011900         UNTIL WS-FIM-CARTAO.
012000     CLOSE CTL-UORGK173.
012100 1000-PROCESSAR-CARTOES-EXIT.
012200     EXIT.
012300******************************************************************
012400*    1100-INSTRUIR-ENCERRAMENTO                                  *
012500*    VALIDA O CARTAO E GRAVA AS INSTRUCOES PENDENTES DA ORIGEM;  *
012600*    CADA CARTAO E UMA UNIDADE DE TRABALHO                       *
012700******************************************************************
012800 1100-INSTRUIR-ENCERRAMENTO     SECTION.
012900     ADD 1 TO WS-QTDE-CARTOES.
013000     IF UORGK173-CPSSOA-JURID-ORIG IS NOT NUMERIC
013100         OR UORGK173-NSEQ-UND-ORIG IS NOT NUMERIC
013200         OR UORGK173-CPSSOA-JURID-DEST IS NOT NUMERIC
013300         OR UORGK173-NSEQ-UND-DEST IS NOT NUMERIC
013400         DISPLAY 'UORG0173 - CARTAO INVALIDO: '
013500             UORGK173-REGISTRO (1:36)
013600         ADD 1 TO WS-QTDE-CARTAO-REJ
013700         GO TO 1100-INSTRUIR-ENCERRAMENTO-LER
013800     END-IF.
013900     MOVE UORGK173-CPSSOA-JURID-ORIG TO WS-CPSSOA-JURID-ORIG.
014000     MOVE UORGK173-NSEQ-UND-ORIG TO WS-NSEQ-UND-ORIG.
014100     MOVE UORGK173-CPSSOA-JURID-DEST TO WS-CPSSOA-JURID-DEST.
014200     MOVE UORGK173-NSEQ-UND-DEST TO WS-NSEQ-UND-DEST.
014300     MOVE UORGK173-CUSUARIO TO WS-CUSUARIO.
014400     IF WS-CPSSOA-JURID-ORIG = WS-CPSSOA-JURID-DEST
014500         AND WS-NSEQ-UND-ORIG = WS-NSEQ-UND-DEST
014600         DISPLAY 'UORG0173 - DESTINO IGUAL A ORIGEM: '
014700             UORGK173-CPSSOA-JURID-ORIG '/'
014800             UORGK173-NSEQ-UND-ORIG
014900         ADD 1 TO WS-QTDE-CARTAO-REJ
015000         GO TO 1100-INSTRUIR-ENCERRAMENTO-LER
015100     END-IF.
015200     MOVE ZERO TO WS-QTDE-EXISTE.
015300     EXEC SQL
015400         SELECT COUNT(*)
015500           INTO :WS-QTDE-EXISTE
015600           FROM DB2PRD.TUND_ORGNZ
015700          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID-DEST
015800            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-DEST
015900            AND CSIT_UND_ORGNZ = 1
016000     END-EXEC.
016100     IF SQLCODE NOT = ZERO OR WS-QTDE-EXISTE = ZERO
016200         DISPLAY 'UORG0173 - DESTINO NAO E UNIDADE ATIVA: '
016300             UORGK173-CPSSOA-JURID-DEST '/'
016400             UORGK173-NSEQ-UND-DEST
016500         ADD 1 TO WS-QTDE-CARTAO-REJ
016600         GO TO 1100-INSTRUIR-ENCERRAMENTO-LER
016700     END-IF.
016800     EXEC SQL
016900         INSERT INTO DB2PRD.TINSTR_TRANSF_BEM
017000                (NBEM_PATRIM, CPSSOA_JURID_ORIG, NSEQ_UND_ORIG,
017100                 CPSSOA_JURID_DEST, NSEQ_UND_DEST, CMOTVO_TRANSF,
017200                 CSIT_INSTR, CUSUAR_INCL, HINCL_REG)
017300         SELECT B.NBEM_PATRIM, B.CPSSOA_JURID, B.NSEQ_UND_ORGNZ,
017400                :WS-CPSSOA-JURID-DEST, :WS-NSEQ-UND-DEST,
017500                'E', 1, :WS-CUSUARIO, CURRENT TIMESTAMP
017600           FROM DB2PRD.TBEM_PATRIM_UND B
017700          WHERE B.CPSSOA_JURID   = :WS-CPSSOA-JURID-ORIG
017800            AND B.NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORIG
017900            AND NOT EXISTS
018000                (SELECT 1
018100                   FROM DB2PRD.TINSTR_TRANSF_BEM I
018200                  WHERE I.NBEM_PATRIM = B.NBEM_PATRIM
018300                    AND I.CSIT_INSTR  = 1)
018400     END-EXEC.
018500     EVALUATE TRUE
018600         WHEN SQLCODE = ZERO
018700             ADD SQLERRD (3) TO WS-QTDE-INSTR-ENCER
018800             DISPLAY 'UORG0173 - ' UORGK173-CPSSOA-JURID-ORIG '/'
018900                 UORGK173-NSEQ-UND-ORIG ' BENS INSTRUIDOS: '
019000                 SQLERRD (3)
019100             EXEC SQL
019200                 COMMIT
019300             END-EXEC
019400         WHEN SQLCODE = 100
019500             DISPLAY 'UORG0173 - ' UORGK173-CPSSOA-JURID-ORIG '/'
019600                 UORGK173-NSEQ-UND-ORIG
019700                 ' SEM BENS EM CUSTODIA A INSTRUIR'
019800         WHEN OTHER
019900             DISPLAY 'UORG0173 - ERRO SQLCODE=' SQLCODE
020000                 ' NAS INSTRUCOES DA UNIDADE '
020100                 UORGK173-CPSSOA-JURID-ORIG '/'
020200                 UORGK173-NSEQ-UND-ORIG
020300             ADD 1 TO WS-QTDE-CARTAO-REJ
020400             EXEC SQL
020500                 ROLLBACK
020600             END-EXEC
020700     END-EVALUATE.
020800 1100-INSTRUIR-ENCERRAMENTO-LER.
020900     PERFORM 8000-LER-CARTAO
021000         THRU 8000-LER-CARTAO-EXIT.
021100 1100-INSTRUIR-ENCERRAMENTO-EXIT.
021200     EXIT.
021300******************************************************************
021400*    2000-PREPARAR-EXTRATO                                       *
021500*    CANCELA INSTRUCOES DE BENS BAIXADOS, FIXA O CORTE E ABRE O  *
021600*    CURSOR DAS INSTRUCOES PENDENTES                             *
021700******************************************************************
021800 2000-PREPARAR-EXTRATO          SECTION.
021900     EXEC SQL
022000         UPDATE DB2PRD.TINSTR_TRANSF_BEM I
022100            SET CSIT_INSTR   = 9,
022200                CUSUAR_MANUT = 'UORG0173',
022300                HMANUT_REG   = CURRENT TIMESTAMP
022400          WHERE I.CSIT_INSTR = 1
022500            AND NOT EXISTS
022600                (SELECT 1
022700                   FROM DB2PRD.TBEM_PATRIM_UND B
022800                  WHERE B.NBEM_PATRIM = I.NBEM_PATRIM)
022900     END-EXEC.
023000     IF SQLCODE = ZERO
023100         MOVE SQLERRD (3) TO WS-QTDE-CANCELADA
023200     ELSE
023300     IF SQLCODE NOT = 100
023400         DISPLAY 'UORG0173 - ERRO SQLCODE=' SQLCODE
023500             ' NO CANCELAMENTO DE INSTRUCOES DE BENS BAIXADOS'
023600     END-IF
023700     END-IF.
023800     EXEC SQL
023900         SELECT CHAR(CURRENT TIMESTAMP)
024000           INTO :WS-HCORTE
024100           FROM SYSIBM.SYSDUMMY1
024200     END-EXEC.
024300     EXEC SQL
024400         COMMIT
024500     END-EXEC.
024600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
024700     OPEN OUTPUT SAI-UORGS173.
024800     MOVE SPACES TO UORGS173-REGISTRO.
024900     MOVE '0' TO UORGS173-TIPO-REG.
025000     MOVE WS-DATA-HOJE TO UORGS173-HDR-DGERACAO.
025100     WRITE SAI-UORGS173-REG FROM UORGS173-REGISTRO.
025200     EXEC SQL
025300         OPEN CUR-UORG0173
025400     END-EXEC.
025500     IF SQLCODE NOT = ZERO
025600         DISPLAY 'UORG0173 - ERRO SQLCODE=' SQLCODE
025700             ' NA ABERTURA DO CURSOR'
025800         MOVE 'S' TO WS-SW-FIM-CURSOR
025900         GO TO 2000-PREPARAR-EXTRATO-EXIT
026000     END-IF.
026100     PERFORM 8100-LER-CURSOR
026200         THRU 8100-LER-CURSOR-EXIT.
026300 2000-PREPARAR-EXTRATO-EXIT.
026400     EXIT.
026500******************************************************************
026600*    3000-GRAVAR-INSTRUCAO                                       *
026700******************************************************************
026800 3000-GRAVAR-INSTRUCAO          SECTION.
026900     MOVE SPACES TO UORGS173-REGISTRO.
027000     MOVE '1' TO UORGS173-TIPO-REG.
027100     MOVE WS-NBEM-PATRIM TO UORGS173-NBEM-PATRIM.
027200     MOVE WS-RBEM-PATRIM TO UORGS173-RBEM-PATRIM.
027300     MOVE WS-VCONTB-BEM TO UORGS173-VCONTB-BEM.
027400     MOVE WS-CPSSOA-JURID-ORIG TO UORGS173-CPSSOA-JURID-ORIG.
027500     MOVE WS-NSEQ-UND-ORIG TO UORGS173-NSEQ-UND-ORIG.
027600     MOVE WS-CPSSOA-JURID-DEST TO UORGS173-CPSSOA-JURID-DEST.
027700     MOVE WS-NSEQ-UND-DEST TO UORGS173-NSEQ-UND-DEST.
027800     MOVE WS-CMOTVO-TRANSF TO UORGS173-CMOTVO-TRANSF.
027900     WRITE SAI-UORGS173-REG FROM UORGS173-REGISTRO.
028000     ADD 1 TO WS-QTDE-EXTRAIDA.
028100     ADD WS-VCONTB-BEM TO WS-VCONTB-TOTAL.
028200     PERFORM 8100-LER-CURSOR
028300         THRU 8100-LER-CURSOR-EXIT.
028400 3000-GRAVAR-INSTRUCAO-EXIT.
028500     EXIT.
028600******************************************************************
028700*    7000-ENCERRAR                                               *
028800*    TRAILER, REGISTRO DA GERACAO E BAIXA DAS ENVIADAS           *
028900******************************************************************
029000 7000-ENCERRAR                  SECTION.
029100     EXEC SQL
029200         CLOSE CUR-UORG0173
029300     END-EXEC.
029400     MOVE SPACES TO UORGS173-REGISTRO.
029500     MOVE '9' TO UORGS173-TIPO-REG.
029600     MOVE WS-QTDE-EXTRAIDA TO UORGS173-TRL-QTDE-REGS.
029700     MOVE WS-VCONTB-TOTAL TO UORGS173-TRL-VCONTB-TOTAL.
029800     WRITE SAI-UORGS173-REG FROM UORGS173-REGISTRO.
029900     CLOSE SAI-UORGS173.
030000     MOVE 'G' TO UORGL087-FUNCTION.
030100     MOVE 'UORGS173' TO UORGL087-CINTERF.
030200     MOVE WS-QTDE-EXTRAIDA TO UORGL087-QREG-ARQUIVO
030300                             UORGL087-QTOTAL-TRAILER.
030400     MOVE 'UORG0173' TO UORGL087-CUSUAR.
030500     CALL 'UORG0087' USING UORGL087-PARMS.
030600     IF NOT UORGL087-OK
030700         DISPLAY 'UORG0173 - ERRO ' UORGL087-RETORNO
030800             ' NO REGISTRO DA GERACAO - INSTRUCOES MANTIDAS '
030900             'PENDENTES'
031000         EXEC SQL
031100             ROLLBACK
031200         END-EXEC
031300         GO TO 7000-ENCERRAR-EXIT
031400     END-IF.
031500     MOVE UORGL087-NSEQ-GERACAO TO WS-NSEQ-GERACAO.
031600     DISPLAY 'UORG0173 - GERACAO REGISTRADA: ' WS-NSEQ-GERACAO.
031700     EXEC SQL
031800         UPDATE DB2PRD.TINSTR_TRANSF_BEM
031900            SET CSIT_INSTR    = 2,
032000                NSEQ_GERACAO  = :WS-NSEQ-GERACAO,
032100                DENVIO_INSTR  = CURRENT DATE,
032200                CUSUAR_MANUT  = 'UORG0173',
032300                HMANUT_REG    = CURRENT TIMESTAMP
032400          WHERE CSIT_INSTR = 1
032500            AND HINCL_REG <= :WS-HCORTE
032600     END-EXEC.
032700     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
032800         DISPLAY 'UORG0173 - ERRO SQLCODE=' SQLCODE
032900             ' NA MARCACAO DAS INSTRUCOES ENVIADAS'
033000         EXEC SQL
033100             ROLLBACK
033200         END-EXEC
033300         GO TO 7000-ENCERRAR-EXIT
033400     END-IF.
033500     EXEC SQL
033600         COMMIT
033700     END-EXEC.
033800     DISPLAY 'UORG0173 - CARTOES: ' WS-QTDE-CARTOES
033900         ' REJEITADOS: ' WS-QTDE-CARTAO-REJ
034000         ' BENS INSTRUIDOS: ' WS-QTDE-INSTR-ENCER.
034100     DISPLAY 'UORG0173 - INSTRUCOES ENVIADAS: ' WS-QTDE-EXTRAIDA
034200         ' CANCELADAS (BEM BAIXADO): ' WS-QTDE-CANCELADA.
034300 7000-ENCERRAR-EXIT.
034400     EXIT.
034500******************************************************************
034600*    8000-LER-CARTAO                                             *
034700******************************************************************
034800 8000-LER-CARTAO                SECTION.
034900     READ CTL-UORGK173 INTO UORGK173-REGISTRO
035000         AT END
035100             MOVE 'S' TO WS-SW-FIM-CARTAO
035200     END-READ.
035300 8000-LER-CARTAO-EXIT.
035400     EXIT.
035500******************************************************************
035600*    8100-LER-CURSOR                                             *
035700******************************************************************
035800 8100-LER-CURSOR                SECTION.
035900     EXEC SQL
036000         FETCH CUR-UORG0173
036100          INTO :WS-NBEM-PATRIM, :WS-RBEM-PATRIM, :WS-VCONTB-BEM,
036200               :WS-CPSSOA-JURID-ORIG, :WS-NSEQ-UND-ORIG,
036300               :WS-CPSSOA-JURID-DEST, :WS-NSEQ-UND-DEST,
036400               :WS-CMOTVO-TRANSF
036500     END-EXEC.
036600     IF SQLCODE = 100
036700         MOVE 'S' TO WS-SW-FIM-CURSOR
036800     ELSE
036900     IF SQLCODE NOT = ZERO
037000         DISPLAY 'UORG0173 - ERRO SQLCODE=' SQLCODE
037100             ' NO FETCH DO CURSOR'
037200         MOVE 'S' TO WS-SW-FIM-CURSOR
037300     END-IF
037400     END-IF.
037500 8100-LER-CURSOR-EXIT.
037600     EXIT.
037700******************************************************************
037800*    8500-DECLARACOES-SQL                                        *
037900******************************************************************
038000 8500-DECLARACOES-SQL           SECTION.
038100     EXEC SQL
038200         DECLARE CUR-UORG0173 CURSOR WITH HOLD FOR
038300         SELECT I.NBEM_PATRIM, B.RBEM_PATRIM, B.VCONTB_BEM,
038400                I.CPSSOA_JURID_ORIG, I.NSEQ_UND_ORIG,
038500                I.CPSSOA_JURID_DEST, I.NSEQ_UND_DEST,
038600                I.CMOTVO_TRANSF
038700           FROM DB2PRD.TINSTR_TRANSF_BEM I,
038800                DB2PRD.TBEM_PATRIM_UND B
038900          WHERE B.NBEM_PATRIM = I.NBEM_PATRIM
039000            AND I.CSIT_INSTR  = 1
039100            AND I.HINCL_REG  <= :WS-HCORTE
039200          ORDER BY I.CPSSOA_JURID_ORIG, I.NSEQ_UND_ORIG,
039300                   I.NBEM_PATRIM
039400     END-EXEC.
039500 8500-DECLARACOES-SQL-EXIT.
039600     EXIT.
039700******************************************************************
039800*    9500-REGISTRAR-INICIO                                       *
039900*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
040000******************************************************************
040100 9500-REGISTRAR-INICIO          SECTION.
040200     MOVE 'I' TO UORGL043-FUNCTION.
040300     MOVE 'UORG0173' TO UORGL043-CPGM-BATCH.
040400     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
040500                  UORGL043-QTDE-REJEITADOS
040600                  UORGL043-CCOD-TERMINO.
040700     CALL 'UORG0043' USING UORGL043-PARMS.
040800     IF NOT UORGL043-OK
040900         DISPLAY 'UORG0173 - ERRO ' UORGL043-RETORNO
041000             ' NO REGISTRO DE INICIO DA EXECUCAO'
041100     END-IF.
041200 9500-REGISTRAR-INICIO-EXIT.
041300     EXIT.
041400******************************************************************
041500*    9600-REGISTRAR-FIM                                          *
041600*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
041700******************************************************************
041800 9600-REGISTRAR-FIM             SECTION.
041900     MOVE 'F' TO UORGL043-FUNCTION.
042000     MOVE WS-QTDE-CARTOES TO UORGL043-QTDE-LIDOS.
042100     MOVE WS-QTDE-EXTRAIDA TO UORGL043-QTDE-GRAVADOS.
042200     MOVE WS-QTDE-CARTAO-REJ TO UORGL043-QTDE-REJEITADOS.
042300     MOVE ZERO TO UORGL043-CCOD-TERMINO.
042400     CALL 'UORG0043' USING UORGL043-PARMS.
042500     IF NOT UORGL043-OK
042600         DISPLAY 'UORG0173 - ERRO ' UORGL043-RETORNO
042700             ' NO REGISTRO DE FIM DA EXECUCAO'
042800     END-IF.
042900     EXEC SQL
043000         COMMIT
043100     END-EXEC.
043200 9600-REGISTRAR-FIM-EXIT.
043300     EXIT.
