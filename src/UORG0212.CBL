000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0212                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0212.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - RELATORIO SEMANAL DE LOCALIZACAO DAS  *
001600*                UNIDADES ITINERANTES PELO ITINERARIO            *
001700*                (TITNER_UND_ORGNZ) DOS PROXIMOS SETE DIAS.      *
001800******************************************************************
001900*
002000*    FUNCAO: SECAO 1 - PARA CADA UNIDADE ITINERANTE ATIVA, AS
002100*    PARADAS DO ITINERARIO DA DATA DE EXECUCAO ATE SEIS DIAS
002200*    DEPOIS, EM ORDEM DE UNIDADE E DATA, COM O DIA DA SEMANA
002300*    (INTEGER-OF-DATE MODULO 7, COMO NA UORG0175), O MUNICIPIO E
002400*    A UF (TMUNIC_IBGE), O ENDERECO E O HORARIO DA PARADA. O
002500*    CODIGO E O NOME DA UNIDADE SAEM SO NA PRIMEIRA PARADA DE
002600*    CADA UNIDADE. SECAO 2 - UNIDADES COM ITINERARIO NO ULTIMO
002700*    OU NO PROXIMO MES MAS SEM PARADA NA SEMANA, PARA QUE O
002800*    ATENDIMENTO SAIBA QUE A UNIDADE NAO ESTARA EM CAMPO.
002900*    SOMENTE LEITURA.
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.         IBM-390.
003400 OBJECT-COMPUTER.         IBM-390.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT REL-UORGR212 ASSIGN TO UORGR212
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  REL-UORGR212
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400 01  REL-UORGR212-REG            PIC X(133).
004500 WORKING-STORAGE SECTION.
004600     EXEC SQL INCLUDE SQLCA END-EXEC.
004700 01  WS-SWITCHES.
004800     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
004900        88 WS-FIM-CURSOR              VALUE 'S'.
005000 01  WS-CONTADORES.
005100     05 WS-QTDE-PARADAS          PIC S9(7) COMP VALUE ZERO.
005200     05 WS-QTDE-UNIDADES         PIC S9(7) COMP VALUE ZERO.
005300     05 WS-QTDE-SEM-PARADA       PIC S9(7) COMP VALUE ZERO.
005400     05 WS-DIA-INTEIRO           PIC S9(9) COMP VALUE ZERO.
005500     05 WS-DIA-SEMANA            PIC S9(4) COMP VALUE ZERO.
005600     05 WS-IND-DIA               PIC S9(4) COMP VALUE ZERO.
005700 01  WS-TAB-DIAS-SEMANA.
005800     05 FILLER                   PIC X(21)
005900                                 VALUE 'SEGTERQUAQUISEXSABDOM'.
006000 01  WS-TAB-DIAS-SEMANA-R REDEFINES WS-TAB-DIAS-SEMANA.
006100     05 WS-NOME-DIA              PIC X(3) OCCURS 7 TIMES.
006200 01  WS-AREA-TRABALHO.
006300     05 WS-CPSSOA-ANTERIOR       PIC S9(10)V COMP-3 VALUE ZERO.
006400     05 WS-NSEQ-ANTERIOR         PIC S9(8)V COMP-3 VALUE ZERO.
006500     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
006600     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
006700     05 WS-CUND-ORGNZ            PIC S9(6)V COMP-3.
006800     05 WS-CDIG-UND-ORGNZ        PIC X(1).
006900     05 WS-IABREV-UND-ORGNZ      PIC X(40).
007000     05 WS-DPARADA               PIC X(10).
007100     05 WS-DPARADA-9             PIC 9(8).
007200     05 WS-DPARADA-X REDEFINES WS-DPARADA-9
007300                                 PIC X(8).
007400     05 WS-IMUNIC                PIC X(40).
007500     05 WS-CUF                   PIC X(2).
007600     05 WS-IENDRC-PARADA         PIC X(40).
007700     05 WS-HINIC-ATND            PIC S9(4)V COMP-3.
007800     05 WS-HFIM-ATND             PIC S9(4)V COMP-3.
007900     05 WS-HORA-EDIT             PIC 9(4).
008000 01  WS-INDICADORES.
008100     05 WS-IND-CDIG              PIC S9(4) COMP-5.
008200 COPY UORGR212.
008300 COPY UORGL043.
008400 PROCEDURE DIVISION.
008500******************************************************************
008600*    0000-MAINLINE                                               *
008700******************************************************************
008800 0000-MAINLINE                  SECTION.
008900     PERFORM 9500-REGISTRAR-INICIO
009000         THRU 9500-REGISTRAR-INICIO-EXIT.
009100     OPEN OUTPUT REL-UORGR212.
009200     PERFORM 2000-SECAO-PARADAS
009300         THRU 2000-SECAO-PARADAS-EXIT.
009400     PERFORM 4000-SECAO-SEM-PARADA
009500         THRU 4000-SECAO-SEM-PARADA-EXIT.
009600     PERFORM 7000-ENCERRAR
009700         THRU 7000-ENCERRAR-EXIT.
009800     PERFORM 9600-REGISTRAR-FIM
009900         THRU 9600-REGISTRAR-FIM-EXIT.
010000     GOBACK.
010100******************************************************************
010200*    2000-SECAO-PARADAS                                         *
010300******************************************************************
010400 2000-SECAO-PARADAS             SECTION.
010500     MOVE SPACES TO UORGR212-LINHA.
010600     MOVE '1' TO UORGR212-CTL-IMPRESSAO.
010700     MOVE 'SECAO 1 - ONDE ESTARA CADA UNIDADE ITINERANTE'
010800         TO UORGR212-TIT-TEXTO.
010900     WRITE REL-UORGR212-REG FROM UORGR212-LINHA.
011000     MOVE SPACES TO UORGR212-LINHA.
011100     MOVE '0' TO UORGR212-CTL-IMPRESSAO.
011200     MOVE 'UNIDADE / DATA / DIA / MUNICIPIO / UF / ENDERECO'
011300         TO UORGR212-TIT-TEXTO.
011400     WRITE REL-UORGR212-REG FROM UORGR212-LINHA.
011500     EXEC SQL
011600         DECLARE CUR-PARADA CURSOR FOR
011700         SELECT I.CPSSOA_JURID, I.NSEQ_UND_ORGNZ,
011800                U.CUND_ORGNZ, U.CDIG_UND_ORGNZ,
011900                U.IABREV_UND_ORGNZ,
012000                CHAR(I.DPARADA_ITNER, ISO),
012100                M.IMUNIC, M.CUF_MUNIC, I.IENDRC_PARADA,
012200                I.HINIC_ATND, I.HFIM_ATND
012300           FROM DB2PRD.TITNER_UND_ORGNZ I,
012400                DB2PRD.TUND_ORGNZ U,
012500                DB2PRD.TMUNIC_IBGE M
012600          WHERE U.CPSSOA_JURID   = I.CPSSOA_JURID
012700            AND U.NSEQ_UND_ORGNZ = I.NSEQ_UND_ORGNZ
012800            AND U.CSIT_UND_ORGNZ = 1
012900            AND M.CMUNIC_IBGE    = I.CMUNIC_IBGE
013000            AND I.DPARADA_ITNER BETWEEN CURRENT DATE
013100                                    AND CURRENT DATE + 6 DAYS
013200          ORDER BY U.CUND_ORGNZ, I.CPSSOA_JURID,
013300                I.NSEQ_UND_ORGNZ, I.DPARADA_ITNER
013400     END-EXEC.
013500     EXEC SQL
013600         OPEN CUR-PARADA
013700     END-EXEC.
013800     PERFORM 8000-LER-PARADA
013900         THRU 8000-LER-PARADA-EXIT.
014000     PERFORM 2100-IMPRIMIR-PARADA
014100         THRU 2100-IMPRIMIR-PARADA-EXIT
014200         UNTIL WS-FIM-CURSOR.
014300     EXEC SQL
014400         CLOSE CUR-PARADA
014500     END-EXEC.
014600 2000-SECAO-PARADAS-EXIT.
014700     EXIT.
014800******************************************************************
014900*    2100-IMPRIMIR-PARADA                                       *
015000*    CODIGO E NOME DA UNIDADE SO NA PRIMEIRA PARADA DA UNIDADE  *
015100******************************************************************
015200 2100-IMPRIMIR-PARADA           SECTION.
015300     ADD 1 TO WS-QTDE-PARADAS.
015400     MOVE SPACES TO UORGR212-LINHA.
015500     IF WS-CPSSOA-JURID NOT = WS-CPSSOA-ANTERIOR
015600        OR WS-NSEQ-UND-ORGNZ NOT = WS-NSEQ-ANTERIOR
015700         ADD 1 TO WS-QTDE-UNIDADES
015800         MOVE '0' TO UORGR212-CTL-IMPRESSAO
015900         MOVE WS-CUND-ORGNZ TO UORGR212-CUND-ORGNZ
016000         MOVE '-' TO UORGR212-SEP-DIG
016100         MOVE WS-CDIG-UND-ORGNZ TO UORGR212-CDIG-UND-ORGNZ
016200         MOVE WS-IABREV-UND-ORGNZ TO UORGR212-IABREV-UND
016300         MOVE WS-CPSSOA-JURID TO WS-CPSSOA-ANTERIOR
016400         MOVE WS-NSEQ-UND-ORGNZ TO WS-NSEQ-ANTERIOR
016500     ELSE
016600         MOVE ' ' TO UORGR212-CTL-IMPRESSAO
016700     END-IF.
016800     STRING WS-DPARADA (9:2) '/' WS-DPARADA (6:2) '/'
016900            WS-DPARADA (1:4)
017000            DELIMITED BY SIZE INTO UORGR212-DPARADA.
017100     STRING WS-DPARADA (1:4) WS-DPARADA (6:2) WS-DPARADA (9:2)
017200            DELIMITED BY SIZE INTO WS-DPARADA-X.
017300     COMPUTE WS-DIA-INTEIRO =
017400         FUNCTION INTEGER-OF-DATE (WS-DPARADA-9).
017500     COMPUTE WS-DIA-SEMANA =
017600         FUNCTION MOD (WS-DIA-INTEIRO, 7).
017700     IF WS-DIA-SEMANA = ZERO
017800         MOVE 7 TO WS-IND-DIA
017900     ELSE
018000         MOVE WS-DIA-SEMANA TO WS-IND-DIA
018100     END-IF.
018200     MOVE WS-NOME-DIA (WS-IND-DIA) TO UORGR212-DIA-SEMANA.
018300     MOVE WS-IMUNIC TO UORGR212-IMUNIC.
018400     MOVE WS-CUF TO UORGR212-CUF.
018500     MOVE WS-IENDRC-PARADA TO UORGR212-IENDRC-PARADA.
018600     MOVE WS-HINIC-ATND TO WS-HORA-EDIT.
018700     STRING WS-HORA-EDIT (1:2) ':' WS-HORA-EDIT (3:2)
018800            DELIMITED BY SIZE INTO UORGR212-HINIC-ATND.
018900     MOVE '-' TO UORGR212-SEP-HORA.
019000     MOVE WS-HFIM-ATND TO WS-HORA-EDIT.
019100     STRING WS-HORA-EDIT (1:2) ':' WS-HORA-EDIT (3:2)
019200            DELIMITED BY SIZE INTO UORGR212-HFIM-ATND.
019300     WRITE REL-UORGR212-REG FROM UORGR212-LINHA.
019400     PERFORM 8000-LER-PARADA
019500         THRU 8000-LER-PARADA-EXIT.
019600 2100-IMPRIMIR-PARADA-EXIT.
019700     EXIT.
019800******************************************************************
019900*    4000-SECAO-SEM-PARADA                                      *
020000*    UNIDADES ITINERANTES SEM PARADA PROGRAMADA NA SEMANA       *
020100******************************************************************
020200 4000-SECAO-SEM-PARADA          SECTION.
020300     MOVE 'N' TO WS-SW-FIM-CURSOR.
020400     MOVE SPACES TO UORGR212-LINHA.
020500     MOVE '-' TO UORGR212-CTL-IMPRESSAO.
020600     MOVE 'SECAO 2 - UNIDADES ITINERANTES SEM PARADA NA SEMANA'
020700         TO UORGR212-TIT-TEXTO.
020800     WRITE REL-UORGR212-REG FROM UORGR212-LINHA.
020900     EXEC SQL
021000         DECLARE CUR-SEM-PARADA CURSOR FOR
021100         SELECT DISTINCT U.CUND_ORGNZ, U.CDIG_UND_ORGNZ,
021200                U.IABREV_UND_ORGNZ
021300           FROM DB2PRD.TITNER_UND_ORGNZ I,
021400                DB2PRD.TUND_ORGNZ U
021500          WHERE U.CPSSOA_JURID   = I.CPSSOA_JURID
021600            AND U.NSEQ_UND_ORGNZ = I.NSEQ_UND_ORGNZ
021700            AND U.CSIT_UND_ORGNZ = 1
021800            AND I.DPARADA_ITNER BETWEEN CURRENT DATE - 1 MONTH
021900                                    AND CURRENT DATE + 1 MONTH
022000            AND NOT EXISTS
022100                (SELECT 1
022200                   FROM DB2PRD.TITNER_UND_ORGNZ S
022300                  WHERE S.CPSSOA_JURID   = I.CPSSOA_JURID
022400                    AND S.NSEQ_UND_ORGNZ = I.NSEQ_UND_ORGNZ
022500                    AND S.DPARADA_ITNER BETWEEN CURRENT DATE
022600                                            AND CURRENT DATE
022700                                                + 6 DAYS)
022800          ORDER BY U.CUND_ORGNZ
022900     END-EXEC.
023000     EXEC SQL
023100         OPEN CUR-SEM-PARADA
023200     END-EXEC.
023300     PERFORM 8100-LER-SEM-PARADA
023400         THRU 8100-LER-SEM-PARADA-EXIT.
023500     PERFORM 4100-IMPRIMIR-SEM-PARADA
023600         THRU 4100-IMPRIMIR-SEM-PARADA-EXIT
023700         UNTIL WS-FIM-CURSOR.
023800     EXEC SQL
023900         CLOSE CUR-SEM-PARADA
024000     END-EXEC.
024100 4000-SECAO-SEM-PARADA-EXIT.
024200     EXIT.
024300******************************************************************
024400*    4100-IMPRIMIR-SEM-PARADA                                   *
024500******************************************************************
024600 4100-IMPRIMIR-SEM-PARADA       SECTION.
024700     ADD 1 TO WS-QTDE-SEM-PARADA.
024800     MOVE SPACES TO UORGR212-LINHA.
024900     MOVE ' ' TO UORGR212-CTL-IMPRESSAO.
025000     MOVE WS-CUND-ORGNZ TO UORGR212-CUND-ORGNZ.
025100     MOVE '-' TO UORGR212-SEP-DIG.
025200     MOVE WS-CDIG-UND-ORGNZ TO UORGR212-CDIG-UND-ORGNZ.
025300     MOVE WS-IABREV-UND-ORGNZ TO UORGR212-IABREV-UND.
025400     MOVE 'SEM PARADA PROGRAMADA NA SEMANA' TO UORGR212-IMUNIC.
025500     WRITE REL-UORGR212-REG FROM UORGR212-LINHA.
025600     PERFORM 8100-LER-SEM-PARADA
025700         THRU 8100-LER-SEM-PARADA-EXIT.
025800 4100-IMPRIMIR-SEM-PARADA-EXIT.
025900     EXIT.
026000******************************************************************
026100*    7000-ENCERRAR                                               *
026200******************************************************************
026300 7000-ENCERRAR                  SECTION.
026400     MOVE SPACES TO UORGR212-LINHA.
026500     MOVE '0' TO UORGR212-CTL-IMPRESSAO.
026600     MOVE 'UNIDADES ITINERANTES EM CAMPO NA SEMANA.....:'
026700         TO UORGR212-TOT-ROTULO.
026800     MOVE WS-QTDE-UNIDADES TO UORGR212-TOT-QTDE.
026900     WRITE REL-UORGR212-REG FROM UORGR212-LINHA.
027000     MOVE SPACES TO UORGR212-LINHA.
027100     MOVE ' ' TO UORGR212-CTL-IMPRESSAO.
027200     MOVE 'PARADAS PROGRAMADAS NA SEMANA...............:'
027300         TO UORGR212-TOT-ROTULO.
027400     MOVE WS-QTDE-PARADAS TO UORGR212-TOT-QTDE.
027500     WRITE REL-UORGR212-REG FROM UORGR212-LINHA.
027600     MOVE SPACES TO UORGR212-LINHA.
027700     MOVE ' ' TO UORGR212-CTL-IMPRESSAO.
027800     MOVE 'UNIDADES ITINERANTES SEM PARADA NA SEMANA...:'
027900         TO UORGR212-TOT-ROTULO.
028000     MOVE WS-QTDE-SEM-PARADA TO UORGR212-TOT-QTDE.
028100     WRITE REL-UORGR212-REG FROM UORGR212-LINHA.
028200     CLOSE REL-UORGR212.
028300 7000-ENCERRAR-EXIT.
028400     EXIT.
028500******************************************************************
028600*    8000-LER-PARADA                                            *
028700******************************************************************
028800 8000-LER-PARADA                SECTION.
028900     EXEC SQL
029000         FETCH CUR-PARADA
029100          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
029200               :WS-CUND-ORGNZ, :WS-CDIG-UND-ORGNZ:WS-IND-CDIG,
029300               :WS-IABREV-UND-ORGNZ, :WS-DPARADA,
029400               :WS-IMUNIC, :WS-CUF, :WS-IENDRC-PARADA,
029500               :WS-HINIC-ATND, :WS-HFIM-ATND
029600     END-EXEC.
029700     IF SQLCODE = 100
029800         MOVE 'S' TO WS-SW-FIM-CURSOR
029900     ELSE
030000     IF SQLCODE NOT = ZERO
030100         DISPLAY 'UORG0212 - ERRO SQLCODE=' SQLCODE
030200             ' NO FETCH DAS PARADAS'
030300         MOVE 'S' TO WS-SW-FIM-CURSOR
030400     ELSE
030500     IF WS-IND-CDIG < ZERO
030600         MOVE SPACE TO WS-CDIG-UND-ORGNZ
030700     END-IF
030800     END-IF
030900     END-IF.
031000 8000-LER-PARADA-EXIT.
031100     EXIT.
031200******************************************************************
031300*    8100-LER-SEM-PARADA                                        *
031400******************************************************************
031500 8100-LER-SEM-PARADA            SECTION.
031600     EXEC SQL
031700         FETCH CUR-SEM-PARADA
031800          INTO :WS-CUND-ORGNZ, :WS-CDIG-UND-ORGNZ:WS-IND-CDIG,
031900               :WS-IABREV-UND-ORGNZ
032000     END-EXEC.
032100     IF SQLCODE = 100
032200         MOVE 'S' TO WS-SW-FIM-CURSOR
032300     ELSE
032400     IF SQLCODE NOT = ZERO
032500         DISPLAY 'UORG0212 - ERRO SQLCODE=' SQLCODE
032600             ' NO FETCH DAS UNIDADES SEM PARADA'
032700         MOVE 'S' TO WS-SW-FIM-CURSOR
032800     ELSE
032900     IF WS-IND-CDIG < ZERO
033000         MOVE SPACE TO WS-CDIG-UND-ORGNZ
033100     END-IF
033200     END-IF
033300     END-IF.
033400 8100-LER-SEM-PARADA-EXIT.
033500     EXIT.
033600******************************************************************
033700*    9500-REGISTRAR-INICIO                                      *
033800*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
033900******************************************************************
034000 9500-REGISTRAR-INICIO          SECTION.
034100     MOVE 'I' TO UORGL043-FUNCTION.
034200     MOVE 'UORG0212' TO UORGL043-CPGM-BATCH.
034300     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
034400                  UORGL043-QTDE-REJEITADOS
034500                  UORGL043-CCOD-TERMINO.
034600     CALL 'UORG0043' USING UORGL043-PARMS.
034700     IF NOT UORGL043-OK
034800         DISPLAY 'UORG0212 - ERRO ' UORGL043-RETORNO
034900             ' NO REGISTRO DE INICIO DA EXECUCAO'
035000     END-IF.
035100 9500-REGISTRAR-INICIO-EXIT.
035200     EXIT.
035300******************************************************************
035400*    9600-REGISTRAR-FIM                                         *
035500*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO       *
035600******************************************************************
035700 9600-REGISTRAR-FIM             SECTION.
035800     MOVE 'F' TO UORGL043-FUNCTION.
035900     MOVE WS-QTDE-PARADAS TO UORGL043-QTDE-LIDOS.
036000     MOVE WS-QTDE-PARADAS TO UORGL043-QTDE-GRAVADOS.
036100     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
036200     MOVE ZERO TO UORGL043-CCOD-TERMINO.
036300     CALL 'UORG0043' USING UORGL043-PARMS.
036400     IF NOT UORGL043-OK
036500         DISPLAY 'UORG0212 - ERRO ' UORGL043-RETORNO
036600             ' NO REGISTRO DE FIM DA EXECUCAO'
036700     END-IF.
036800     EXEC SQL
036900         COMMIT
037000     END-EXEC.
037100 9600-REGISTRAR-FIM-EXIT.
037200     EXIT.
