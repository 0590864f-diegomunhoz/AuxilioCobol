000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0232                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0232.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - RELATORIO SEMANAL DE SERVICOS DAS     *
001600*                UNIDADES: OFERTA SEM PRE-REQUISITO E CORRETORA  *
001700*                DE CAMBIO SEM O SERVICO DE CAMBIO (UORGR232).   *
001800******************************************************************
001900*
002000*    FUNCAO: RELATORIO SEMANAL EM DUAS PARTES, SOBRE AS UNIDADES
002100*    ATIVAS OU TEMPORARIAMENTE FECHADAS (SITUACAO 1 OU 3):
002200*    1 - SERVICOS OFERECIDOS SEM OS PRE-REQUISITOS: PARA CADA
002300*        SERVICO ATIVO EM TSERVC_UND_ORGNZ, CONFERE OS
002400*        PRE-REQUISITOS DO TIPO PELO SERVICO UORG0231 E IMPRIME
002500*        UMA LINHA POR PRE-REQUISITO NAO ATENDIDO (A UORG0231
002600*        DESCREVE OS DEZ PRIMEIROS; O EXCEDENTE SAI NUMA LINHA DE
002700*        AVISO);
002800*    2 - UNIDADES COM CORRETORA DE CAMBIO VINCULADA
002900*        (CLOGDR_CMBIO_ORGNZ DIFERENTE DE ZERO) QUE NAO OFERECEM
003000*        NENHUM SERVICO ATIVO DE TIPO ATIVO MARCADO COMO CAMBIO
003100*        (TTPO_SERVC_UND.CINDCD_CMBIO = 'S').
003200*    TERMINA COM CODIGO 8 QUANDO HOUVER ERRO DE SQL.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.         IBM-390.
003700 OBJECT-COMPUTER.         IBM-390.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT REL-UORGR232 ASSIGN TO UORGR232
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  REL-UORGR232
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700 01  REL-UORGR232-REG            PIC X(133).
004800 WORKING-STORAGE SECTION.
004900     EXEC SQL INCLUDE SQLCA END-EXEC.
005000 01  WS-SWITCHES.
005100     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005200        88 WS-FIM-CURSOR              VALUE 'S'.
005300     05 WS-SW-FIM-CAMBIO         PIC X(1) VALUE 'N'.
005400        88 WS-FIM-CAMBIO              VALUE 'S'.
005500 01  WS-CONTADORES.
005600     05 WS-QTDE-SERVICO          PIC S9(7) COMP VALUE ZERO.
005700     05 WS-QTDE-SERVICO-PEND     PIC S9(7) COMP VALUE ZERO.
005800     05 WS-QTDE-PENDENCIA        PIC S9(7) COMP VALUE ZERO.
005900     05 WS-QTDE-SEM-CAMBIO       PIC S9(7) COMP VALUE ZERO.
006000     05 WS-QTDE-ERRO             PIC S9(7) COMP VALUE ZERO.
006100     05 WS-INDICE                PIC S9(4) COMP VALUE ZERO.
006200     05 WS-QTDE-DESCRITA         PIC S9(4) COMP VALUE ZERO.
006300 01  WS-AREA-TRABALHO.
006400     05 WS-DATA-HOJE             PIC 9(8).
006500     05 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
006600        10 WS-HOJE-ANO           PIC 9(4).
006700        10 WS-HOJE-MES           PIC 9(2).
006800        10 WS-HOJE-DIA           PIC 9(2).
006900     05 WS-DATA-EDITADA.
007000        10 WS-EDT-DIA            PIC 9(2).
007100        10 FILLER                PIC X(1) VALUE '/'.
007200        10 WS-EDT-MES            PIC 9(2).
007300        10 FILLER                PIC X(1) VALUE '/'.
007400        10 WS-EDT-ANO            PIC 9(4).
007500     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
007600     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
007700     05 WS-IABREV-UND-ORGNZ      PIC X(40).
007800     05 WS-CTPO-SERVC            PIC S9(3)V COMP-3.
007900     05 WS-ITPO-SERVC            PIC X(40).
008000     05 WS-CLOGDR-CMBIO-ORGNZ    PIC S9(5)V COMP-3.
008100     05 WS-CLOGDR-ED             PIC 9(5).
008200     05 WS-QTDE-ED               PIC ZZZ9.
008300 COPY UORGR232.
008400 COPY UORGL231.
008500 COPY UORGL043.
008600 PROCEDURE DIVISION.
008700******************************************************************
008800*    0000-MAINLINE                                               *
008900******************************************************************
009000 0000-MAINLINE                  SECTION.
009100     PERFORM 9500-REGISTRAR-INICIO
009200         THRU 9500-REGISTRAR-INICIO-EXIT.
009300     PERFORM 1000-INICIALIZAR
009400         THRU 1000-INICIALIZAR-EXIT.
009500     PERFORM 2000-PROCESSAR-SERVICO
009600         THRU 2000-PROCESSAR-SERVICO-EXIT
009700         UNTIL WS-FIM-CURSOR.
009800     PERFORM 3000-INICIAR-CAMBIO
009900         THRU 3000-INICIAR-CAMBIO-EXIT.
010000     PERFORM 3100-PROCESSAR-CAMBIO
010100         THRU 3100-PROCESSAR-CAMBIO-EXIT
010200         UNTIL WS-FIM-CAMBIO.
010300     PERFORM 7000-ENCERRAR
010400         THRU 7000-ENCERRAR-EXIT.
010500     PERFORM 9600-REGISTRAR-FIM
010600         THRU 9600-REGISTRAR-FIM-EXIT.
010700     GOBACK.
010800******************************************************************
010900*    1000-INICIALIZAR                                            *
011000*    TITULO DO RELATORIO E ABERTURA DO CURSOR DE SERVICOS        *
011100******************************************************************
011200 1000-INICIALIZAR               SECTION.
011300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
011400     MOVE WS-HOJE-DIA TO WS-EDT-DIA.
011500     MOVE WS-HOJE-MES TO WS-EDT-MES.
011600     MOVE WS-HOJE-ANO TO WS-EDT-ANO.
011700     OPEN OUTPUT REL-UORGR232.
011800     MOVE SPACES TO UORGR232-LINHA.
011900     MOVE '1' TO UORGR232-CTL-IMPRESSAO.
012000     MOVE 'SERVICOS DAS UNIDADES - PENDENCIAS DE PRE-REQUISITO EM'
012100         TO UORGR232-TIT-TEXTO.
012200     MOVE WS-DATA-EDITADA TO UORGR232-TIT-DATA.
012300     WRITE REL-UORGR232-REG FROM UORGR232-LINHA.
012400     MOVE SPACES TO UORGR232-LINHA.
012500     MOVE '0' TO UORGR232-CTL-IMPRESSAO.
012600     MOVE '1 - SERVICO OFERECIDO SEM O PRE-REQUISITO'
012700         TO UORGR232-TIT-TEXTO.
012800     WRITE REL-UORGR232-REG FROM UORGR232-LINHA.
012900     EXEC SQL
013000         DECLARE CUR-UORG0232 CURSOR FOR
013100         SELECT S.CPSSOA_JURID, S.NSEQ_UND_ORGNZ,
013200                COALESCE(U.IABREV_UND_ORGNZ, ' '),
013300                S.CTPO_SERVC, T.ITPO_SERVC
013400           FROM DB2PRD.TSERVC_UND_ORGNZ S,
013500                DB2PRD.TUND_ORGNZ       U,
013600                DB2PRD.TTPO_SERVC_UND   T
013700          WHERE S.CSIT_SERVC     = 1
013800            AND U.CPSSOA_JURID   = S.CPSSOA_JURID
013900            AND U.NSEQ_UND_ORGNZ = S.NSEQ_UND_ORGNZ
014000            AND U.CSIT_UND_ORGNZ IN (1, 3)
014100            AND T.CTPO_SERVC     = S.CTPO_SERVC
014200          ORDER BY S.CPSSOA_JURID, S.NSEQ_UND_ORGNZ, S.CTPO_SERVC
014300     END-EXEC.
014400     EXEC SQL
014500         OPEN CUR-UORG0232
014600     END-EXEC.
014700     IF SQLCODE NOT = ZERO
014800         DISPLAY 'UORG0232 - ERRO SQLCODE=' SQLCODE
014900             ' NA ABERTURA DO CURSOR DE SERVICOS'
015000         ADD 1 TO WS-QTDE-ERRO
015100         MOVE 'S' TO WS-SW-FIM-CURSOR
015200         GO TO 1000-INICIALIZAR-EXIT
015300     END-IF.
015400     PERFORM 8000-LER-SERVICO
015500         THRU 8000-LER-SERVICO-EXIT.
015600 1000-INICIALIZAR-EXIT.
015700     EXIT.
015800******************************************************************
015900*    2000-PROCESSAR-SERVICO                                      *
016000*    CONFERE OS PRE-REQUISITOS DO SERVICO PELA UORG0231 E        *
016100*    IMPRIME UMA LINHA POR PENDENCIA                             *
016200******************************************************************
016300 2000-PROCESSAR-SERVICO         SECTION.
016400     ADD 1 TO WS-QTDE-SERVICO.
016500     MOVE WS-CPSSOA-JURID TO UORGL231-CPSSOA-JURID.
016600     MOVE WS-NSEQ-UND-ORGNZ TO UORGL231-NSEQ-UND-ORGNZ.
016700     MOVE WS-CTPO-SERVC TO UORGL231-CTPO-SERVC.
016800     CALL 'UORG0231' USING UORGL231-PARMS.
016900     IF NOT UORGL231-OK
017000         DISPLAY 'UORG0232 - ERRO ' UORGL231-RETORNO
017100             ' NA CONFERENCIA DA UNIDADE ' WS-CPSSOA-JURID
017200             '/' WS-NSEQ-UND-ORGNZ ' SERVICO ' WS-CTPO-SERVC
017300         ADD 1 TO WS-QTDE-ERRO
017400         GO TO 2000-PROCESSAR-SERVICO-LER
017500     END-IF.
017600     IF UORGL231-QTDE-PENDENTE = ZERO
017700         GO TO 2000-PROCESSAR-SERVICO-LER
017800     END-IF.
017900     ADD 1 TO WS-QTDE-SERVICO-PEND.
018000     ADD UORGL231-QTDE-PENDENTE TO WS-QTDE-PENDENCIA.
018100     IF UORGL231-QTDE-PENDENTE > 10
018200         MOVE 10 TO WS-QTDE-DESCRITA
018300     ELSE
018400         MOVE UORGL231-QTDE-PENDENTE TO WS-QTDE-DESCRITA
018500     END-IF.
018600     PERFORM 2100-IMPRIMIR-PENDENCIA
018700         THRU 2100-IMPRIMIR-PENDENCIA-EXIT
018800         VARYING WS-INDICE FROM 1 BY 1
018900         UNTIL WS-INDICE > WS-QTDE-DESCRITA.
019000     IF UORGL231-QTDE-PENDENTE > 10
019100         MOVE SPACES TO UORGR232-LINHA
019200         MOVE ' ' TO UORGR232-CTL-IMPRESSAO
019300         COMPUTE WS-QTDE-ED = UORGL231-QTDE-PENDENTE - 10
019400         STRING 'E MAIS ' WS-QTDE-ED ' PENDENCIA(S) NAO DESCRITAS'
019500             DELIMITED BY SIZE INTO UORGR232-OCORRENCIA
019600         WRITE REL-UORGR232-REG FROM UORGR232-LINHA
019700     END-IF.
019800 2000-PROCESSAR-SERVICO-LER.
019900     PERFORM 8000-LER-SERVICO
020000         THRU 8000-LER-SERVICO-EXIT.
020100 2000-PROCESSAR-SERVICO-EXIT.
020200     EXIT.
020300******************************************************************
020400*    2100-IMPRIMIR-PENDENCIA                                     *
020500******************************************************************
020600 2100-IMPRIMIR-PENDENCIA        SECTION.
020700     MOVE SPACES TO UORGR232-LINHA.
020800     MOVE ' ' TO UORGR232-CTL-IMPRESSAO.
020900     MOVE WS-CPSSOA-JURID TO UORGR232-CPSSOA-JURID.
021000     MOVE WS-NSEQ-UND-ORGNZ TO UORGR232-NSEQ-UND-ORGNZ.
021100     MOVE WS-IABREV-UND-ORGNZ TO UORGR232-IABREV.
021200     MOVE WS-CTPO-SERVC TO UORGR232-CTPO-SERVC.
021300     MOVE WS-ITPO-SERVC TO UORGR232-ITPO-SERVC.
021400     MOVE UORGL231-RPENDENCIA (WS-INDICE) TO UORGR232-OCORRENCIA.
021500     WRITE REL-UORGR232-REG FROM UORGR232-LINHA.
021600 2100-IMPRIMIR-PENDENCIA-EXIT.
021700     EXIT.
021800******************************************************************
021900*    3000-INICIAR-CAMBIO                                         *
022000*    SEGUNDA PARTE: CORRETORA VINCULADA SEM O SERVICO DE CAMBIO  *
022100******************************************************************
022200 3000-INICIAR-CAMBIO            SECTION.
022300     MOVE SPACES TO UORGR232-LINHA.
022400     MOVE '-' TO UORGR232-CTL-IMPRESSAO.
022500     MOVE '2 - CORRETORA DE CAMBIO SEM O SERVICO DE CAMBIO'
022600         TO UORGR232-TIT-TEXTO.
022700     WRITE REL-UORGR232-REG FROM UORGR232-LINHA.
022800     EXEC SQL
022900         DECLARE CUR-CAMBIO CURSOR FOR
023000         SELECT U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ,
023100                COALESCE(U.IABREV_UND_ORGNZ, ' '),
023200                U.CLOGDR_CMBIO_ORGNZ
023300           FROM DB2PRD.TUND_ORGNZ U
023400          WHERE U.CSIT_UND_ORGNZ IN (1, 3)
023500            AND U.CLOGDR_CMBIO_ORGNZ > 0
023600            AND NOT EXISTS
023700                (SELECT 1
023800                   FROM DB2PRD.TSERVC_UND_ORGNZ S,
023900                        DB2PRD.TTPO_SERVC_UND   T
024000                  WHERE S.CPSSOA_JURID   = U.CPSSOA_JURID
024100                    AND S.NSEQ_UND_ORGNZ = U.NSEQ_UND_ORGNZ
024200                    AND S.CSIT_SERVC     = 1
024300                    AND T.CTPO_SERVC     = S.CTPO_SERVC
024400                    AND T.CINDCD_CMBIO   = 'S'
024500                    AND T.CSIT_TPO_SERVC = 1)
024600          ORDER BY U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ
024700     END-EXEC.
024800     EXEC SQL
024900         OPEN CUR-CAMBIO
025000     END-EXEC.
025100     IF SQLCODE NOT = ZERO
025200         DISPLAY 'UORG0232 - ERRO SQLCODE=' SQLCODE
025300             ' NA ABERTURA DO CURSOR DE CAMBIO'
025400         ADD 1 TO WS-QTDE-ERRO
025500         MOVE 'S' TO WS-SW-FIM-CAMBIO
025600         GO TO 3000-INICIAR-CAMBIO-EXIT
025700     END-IF.
025800     PERFORM 8100-LER-CAMBIO
025900         THRU 8100-LER-CAMBIO-EXIT.
026000 3000-INICIAR-CAMBIO-EXIT.
026100     EXIT.
026200******************************************************************
026300*    3100-PROCESSAR-CAMBIO                                       *
026400******************************************************************
026500 3100-PROCESSAR-CAMBIO          SECTION.
026600     ADD 1 TO WS-QTDE-SEM-CAMBIO.
026700     MOVE SPACES TO UORGR232-LINHA.
026800     MOVE ' ' TO UORGR232-CTL-IMPRESSAO.
026900     MOVE WS-CPSSOA-JURID TO UORGR232-CPSSOA-JURID.
027000     MOVE WS-NSEQ-UND-ORGNZ TO UORGR232-NSEQ-UND-ORGNZ.
027100     MOVE WS-IABREV-UND-ORGNZ TO UORGR232-IABREV.
027200     MOVE WS-CLOGDR-CMBIO-ORGNZ TO WS-CLOGDR-ED.
027300     STRING 'CORRETORA ' WS-CLOGDR-ED ' SEM SERVICO DE CAMBIO'
027400         DELIMITED BY SIZE INTO UORGR232-OCORRENCIA.
027500     WRITE REL-UORGR232-REG FROM UORGR232-LINHA.
027600     PERFORM 8100-LER-CAMBIO
027700         THRU 8100-LER-CAMBIO-EXIT.
027800 3100-PROCESSAR-CAMBIO-EXIT.
027900     EXIT.
028000******************************************************************
028100*    7000-ENCERRAR                                               *
028200******************************************************************
028300 7000-ENCERRAR                  SECTION.
028400     MOVE SPACES TO UORGR232-LINHA.
028500     MOVE '0' TO UORGR232-CTL-IMPRESSAO.
028600     MOVE 'SERVICOS OFERECIDOS CONFERIDOS..............:'
028700         TO UORGR232-TOT-ROTULO.
028800     MOVE WS-QTDE-SERVICO TO UORGR232-TOT-QTDE.
028900     WRITE REL-UORGR232-REG FROM UORGR232-LINHA.
029000     MOVE SPACES TO UORGR232-LINHA.
029100     MOVE ' ' TO UORGR232-CTL-IMPRESSAO.
029200     MOVE 'SERVICOS OFERECIDOS SEM PRE-REQUISITO.......:'
029300         TO UORGR232-TOT-ROTULO.
029400     MOVE WS-QTDE-SERVICO-PEND TO UORGR232-TOT-QTDE.
029500     WRITE REL-UORGR232-REG FROM UORGR232-LINHA.
029600     MOVE SPACES TO UORGR232-LINHA.
029700     MOVE ' ' TO UORGR232-CTL-IMPRESSAO.
029800     MOVE 'PRE-REQUISITOS NAO ATENDIDOS................:'
029900         TO UORGR232-TOT-ROTULO.
030000     MOVE WS-QTDE-PENDENCIA TO UORGR232-TOT-QTDE.
030100     WRITE REL-UORGR232-REG FROM UORGR232-LINHA.
030200     MOVE SPACES TO UORGR232-LINHA.
030300     MOVE ' ' TO UORGR232-CTL-IMPRESSAO.
030400     MOVE 'UNIDADES COM CORRETORA SEM SERVICO DE CAMBIO:'
030500         TO UORGR232-TOT-ROTULO.
030600     MOVE WS-QTDE-SEM-CAMBIO TO UORGR232-TOT-QTDE.
030700     WRITE REL-UORGR232-REG FROM UORGR232-LINHA.
030800     EXEC SQL
030900         CLOSE CUR-UORG0232
031000     END-EXEC.
031100     EXEC SQL
031200         CLOSE CUR-CAMBIO
031300     END-EXEC.
031400     CLOSE REL-UORGR232.
031500     DISPLAY 'UORG0232 - SERVICOS CONFERIDOS: ' WS-QTDE-SERVICO
031600         ' COM PENDENCIA: ' WS-QTDE-SERVICO-PEND
031700         ' CORRETORA SEM CAMBIO: ' WS-QTDE-SEM-CAMBIO.
031800 7000-ENCERRAR-EXIT.
031900     EXIT.
032000******************************************************************
032100*    8000-LER-SERVICO                                            *
032200******************************************************************
032300 8000-LER-SERVICO               SECTION.
032400     EXEC SQL
032500         FETCH CUR-UORG0232
032600          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
032700               :WS-IABREV-UND-ORGNZ, :WS-CTPO-SERVC,
032800               :WS-ITPO-SERVC
032900     END-EXEC.
033000     IF SQLCODE = 100
033100         MOVE 'S' TO WS-SW-FIM-CURSOR
033200     ELSE
033300     IF SQLCODE NOT = ZERO
033400         DISPLAY 'UORG0232 - ERRO SQLCODE=' SQLCODE
033500             ' NO FETCH DO CURSOR DE SERVICOS'
033600         ADD 1 TO WS-QTDE-ERRO
033700         MOVE 'S' TO WS-SW-FIM-CURSOR
033800     END-IF
033900     END-IF.
034000 8000-LER-SERVICO-EXIT.
034100     EXIT.
034200******************************************************************
034300*    8100-LER-CAMBIO                                             *
034400******************************************************************
034500 8100-LER-CAMBIO                SECTION.
034600     EXEC SQL
034700         FETCH CUR-CAMBIO
034800          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
034900               :WS-IABREV-UND-ORGNZ, :WS-CLOGDR-CMBIO-ORGNZ
035000     END-EXEC.
035100     IF SQLCODE = 100
035200         MOVE 'S' TO WS-SW-FIM-CAMBIO
035300     ELSE
035400     IF SQLCODE NOT = ZERO
035500         DISPLAY 'UORG0232 - ERRO SQLCODE=' SQLCODE
035600             ' NO FETCH DO CURSOR DE CAMBIO'
035700         ADD 1 TO WS-QTDE-ERRO
035800         MOVE 'S' TO WS-SW-FIM-CAMBIO
035900     END-IF
036000     END-IF.
036100 8100-LER-CAMBIO-EXIT.
036200     EXIT.
036300******************************************************************
036400*    9500-REGISTRAR-INICIO                                       *
036500*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
036600******************************************************************
036700 9500-REGISTRAR-INICIO          SECTION.
036800     MOVE 'I' TO UORGL043-FUNCTION.
036900     MOVE 'UORG0232' TO UORGL043-CPGM-BATCH.
037000     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
037100                  UORGL043-QTDE-REJEITADOS
037200                  UORGL043-CCOD-TERMINO.
037300     CALL 'UORG0043' USING UORGL043-PARMS.
037400     IF NOT UORGL043-OK
037500         DISPLAY 'UORG0232 - ERRO ' UORGL043-RETORNO
037600             ' NO REGISTRO DE INICIO DA EXECUCAO'
037700     END-IF.
037800 9500-REGISTRAR-INICIO-EXIT.
037900     EXIT.
038000******************************************************************
038100*    9600-REGISTRAR-FIM                                          *
038200*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
038300******************************************************************
038400 9600-REGISTRAR-FIM             SECTION.
038500     MOVE 'F' TO UORGL043-FUNCTION.
038600     MOVE WS-QTDE-SERVICO TO UORGL043-QTDE-LIDOS.
038700     COMPUTE UORGL043-QTDE-GRAVADOS =
038800         WS-QTDE-SERVICO-PEND + WS-QTDE-SEM-CAMBIO.
038900     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
039000     IF WS-QTDE-ERRO > ZERO
039100         MOVE 8 TO UORGL043-CCOD-TERMINO
039200     ELSE
039300         MOVE ZERO TO UORGL043-CCOD-TERMINO
039400     END-IF.
039500     CALL 'UORG0043' USING UORGL043-PARMS.
039600     IF NOT UORGL043-OK
039700         DISPLAY 'UORG0232 - ERRO ' UORGL043-RETORNO
039800             ' NO REGISTRO DE FIM DA EXECUCAO'
039900     END-IF.
040000     EXEC SQL
040100         COMMIT
040200     END-EXEC.
040300 9600-REGISTRAR-FIM-EXIT.
040400     EXIT.
