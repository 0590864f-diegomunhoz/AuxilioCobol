000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0215                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0215.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - RELATORIO DE LACUNAS DE CODIGO        *
001600*                EXTERNO: UNIDADES ATIVAS SEM CODIGO EM SISTEMA  *
001700*                EXTERNO OBRIGATORIO (TIDENT_EXTER_UND).         *
001800******************************************************************
001900*
002000*    FUNCAO: PARA CADA SISTEMA EXTERNO MARCADO COMO OBRIGATORIO
002100*    NO CATALOGO TSIST_EXTER (CINDCD_OBRIG = 'S'), LISTA AS
002200*    UNIDADES ATIVAS (CSIT_UND_ORGNZ = 1) SEM LINHA EM
002300*    TIDENT_EXTER_UND PARA O SISTEMA, EM ORDEM DE SISTEMA E
002400*    CODIGO DA UNIDADE, COM SUBTOTAL POR SISTEMA E TOTAL GERAL.
002500*    ESSAS UNIDADES SAEM COM O CODIGO EM BRANCO NAS REMESSAS E
002600*    NAO SAO RECONHECIDAS NOS RETORNOS DAS INTERFACES QUE
002700*    TRADUZEM A CHAVE PELA UORG0213 (UORG0011/0040 BACEN,
002800*    UORG0029/0041 FACILITIES, UORG0054 RH, UORG0129
002900*    CONTABILIDADE); A CORRECAO E FEITA NA TRANSACAO UO85.
003000*    SOMENTE LEITURA.
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.         IBM-390.
003500 OBJECT-COMPUTER.         IBM-390.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT REL-UORGR215 ASSIGN TO UORGR215
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  REL-UORGR215
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004500 01  REL-UORGR215-REG            PIC X(133).
004600 WORKING-STORAGE SECTION.
004700     EXEC SQL INCLUDE SQLCA END-EXEC.
004800 01  WS-SWITCHES.
004900     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005000        88 WS-FIM-CURSOR              VALUE 'S'.
005100 01  WS-CONTADORES.
005200     05 WS-QTDE-LACUNAS          PIC S9(7) COMP VALUE ZERO.
005300     05 WS-QTDE-SISTEMA          PIC S9(7) COMP VALUE ZERO.
005400 01  WS-AREA-TRABALHO.
005500     05 WS-CSIST-ANTERIOR        PIC X(5) VALUE SPACES.
005600     05 WS-CSIST-EXTER           PIC X(5).
005700     05 WS-ISIST-EXTER           PIC X(30).
005800     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
005900     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
006000     05 WS-CUND-ORGNZ            PIC S9(6)V COMP-3.
006100     05 WS-CDIG-UND-ORGNZ        PIC X(1).
006200     05 WS-IABREV-UND-ORGNZ      PIC X(40).
006300     05 WS-CTPO-UND-ORGNZ        PIC S9(3)V COMP-3.
006400 01  WS-INDICADORES.
006500     05 WS-IND-CUND              PIC S9(4) COMP-5.
006600     05 WS-IND-CDIG              PIC S9(4) COMP-5.
006700     05 WS-IND-ABREV             PIC S9(4) COMP-5.
006800     05 WS-IND-CTPO              PIC S9(4) COMP-5.
006900 COPY UORGR215.
007000 COPY UORGL043.
007100 PROCEDURE DIVISION.
007200******************************************************************
007300*    0000-MAINLINE                                               *
007400******************************************************************
007500 0000-MAINLINE                  SECTION.
007600     PERFORM 9500-REGISTRAR-INICIO
007700         THRU 9500-REGISTRAR-INICIO-EXIT.
007800     PERFORM 1000-ABRIR
007900         THRU 1000-ABRIR-EXIT.
008000     PERFORM 2000-IMPRIMIR-LACUNA
008100         THRU 2000-IMPRIMIR-LACUNA-EXIT
008200         UNTIL WS-FIM-CURSOR.
008300     PERFORM 7000-ENCERRAR
008400         THRU 7000-ENCERRAR-EXIT.
008500     PERFORM 9600-REGISTRAR-FIM
008600         THRU 9600-REGISTRAR-FIM-EXIT.
008700     GOBACK.
008800******************************************************************
008900*    1000-ABRIR                                                 *
009000******************************************************************
009100 1000-ABRIR                     SECTION.
009200     OPEN OUTPUT REL-UORGR215.
009300     MOVE SPACES TO UORGR215-LINHA.
009400     MOVE '1' TO UORGR215-CTL-IMPRESSAO.
009500     MOVE 'UNIDADES ATIVAS SEM CODIGO EM SISTEMA OBRIGATORIO'
009600         TO UORGR215-TIT-TEXTO.
009700     WRITE REL-UORGR215-REG FROM UORGR215-LINHA.
009800     MOVE SPACES TO UORGR215-LINHA.
009900     MOVE '0' TO UORGR215-CTL-IMPRESSAO.
010000     MOVE 'SISTEMA / UNIDADE / CPSSOA / NSEQ / NOME / TIPO'
010100         TO UORGR215-TIT-TEXTO.
010200     WRITE REL-UORGR215-REG FROM UORGR215-LINHA.
010300     EXEC SQL
010400         DECLARE CUR-UORG0215 CURSOR FOR
010500         SELECT S.CSIST_EXTER, S.ISIST_EXTER,
010600                U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ,
010700                U.CUND_ORGNZ, U.CDIG_UND_ORGNZ,
010800                U.IABREV_UND_ORGNZ, U.CTPO_UND_ORGNZ
010900           FROM DB2PRD.TSIST_EXTER S,
011000                DB2PRD.TUND_ORGNZ U
011100          WHERE S.CINDCD_OBRIG   = 'S'
011200            AND U.CSIT_UND_ORGNZ = 1
011300            AND NOT EXISTS
011400                (SELECT 1
011500                   FROM DB2PRD.TIDENT_EXTER_UND X
011600                  WHERE X.CPSSOA_JURID   = U.CPSSOA_JURID
011700                    AND X.NSEQ_UND_ORGNZ = U.NSEQ_UND_ORGNZ
011800                    AND X.CSIST_EXTER    = S.CSIST_EXTER)
011900          ORDER BY S.CSIST_EXTER, U.CUND_ORGNZ,
012000                U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ
012100     END-EXEC.
012200     EXEC SQL
012300         OPEN CUR-UORG0215
012400     END-EXEC.
012500     PERFORM 8000-LER-LACUNA
012600         THRU 8000-LER-LACUNA-EXIT.
012700 1000-ABRIR-EXIT.
012800     EXIT.
012900******************************************************************
013000*    2000-IMPRIMIR-LACUNA                                       *
013100*    QUEBRA POR SISTEMA: SUBTOTAL DO ANTERIOR E NOVO SALTO       *
013200******************************************************************
013300 2000-IMPRIMIR-LACUNA           SECTION.
013400     IF WS-CSIST-EXTER NOT = WS-CSIST-ANTERIOR
013500         IF WS-CSIST-ANTERIOR NOT = SPACES
013600             PERFORM 2100-IMPRIMIR-SUBTOTAL
013700                 THRU 2100-IMPRIMIR-SUBTOTAL-EXIT
013800         END-IF
013900         MOVE WS-CSIST-EXTER TO WS-CSIST-ANTERIOR
014000         MOVE ZERO TO WS-QTDE-SISTEMA
014100         MOVE SPACES TO UORGR215-LINHA
014200         MOVE '0' TO UORGR215-CTL-IMPRESSAO
014300     ELSE
014400         MOVE SPACES TO UORGR215-LINHA
014500         MOVE ' ' TO UORGR215-CTL-IMPRESSAO
014600     END-IF.
014700     ADD 1 TO WS-QTDE-LACUNAS WS-QTDE-SISTEMA.
014800     MOVE WS-CSIST-EXTER TO UORGR215-CSIST-EXTER.
014900     MOVE WS-ISIST-EXTER TO UORGR215-ISIST-EXTER.
015000     MOVE WS-CUND-ORGNZ TO UORGR215-CUND-ORGNZ.
015100     MOVE '-' TO UORGR215-SEP-DIG.
015200     MOVE WS-CDIG-UND-ORGNZ TO UORGR215-CDIG-UND-ORGNZ.
015300     MOVE WS-CPSSOA-JURID TO UORGR215-CPSSOA-JURID.
015400     MOVE WS-NSEQ-UND-ORGNZ TO UORGR215-NSEQ-UND-ORGNZ.
015500     MOVE WS-IABREV-UND-ORGNZ TO UORGR215-IABREV-UND.
015600     MOVE WS-CTPO-UND-ORGNZ TO UORGR215-CTPO-UND-ORGNZ.
015700     WRITE REL-UORGR215-REG FROM UORGR215-LINHA.
015800     PERFORM 8000-LER-LACUNA
015900         THRU 8000-LER-LACUNA-EXIT.
016000 2000-IMPRIMIR-LACUNA-EXIT.
016100     EXIT.
016200******************************************************************
016300*    2100-IMPRIMIR-SUBTOTAL                                     *
016400******************************************************************
016500 2100-IMPRIMIR-SUBTOTAL         SECTION.
016600     MOVE SPACES TO UORGR215-LINHA.
016700     MOVE ' ' TO UORGR215-CTL-IMPRESSAO.
016800     STRING 'UNIDADES SEM CODIGO NO SISTEMA '
016900            WS-CSIST-ANTERIOR DELIMITED BY SIZE
017000            '.....:' DELIMITED BY SIZE
017100         INTO UORGR215-TOT-ROTULO.
017200     MOVE WS-QTDE-SISTEMA TO UORGR215-TOT-QTDE.
017300     WRITE REL-UORGR215-REG FROM UORGR215-LINHA.
017400 2100-IMPRIMIR-SUBTOTAL-EXIT.
017500     EXIT.
017600******************************************************************
017700*    7000-ENCERRAR                                               *
017800******************************************************************
017900 7000-ENCERRAR                  SECTION.
018000     EXEC SQL
018100         CLOSE CUR-UORG0215
018200     END-EXEC.
018300     IF WS-CSIST-ANTERIOR NOT = SPACES
018400         PERFORM 2100-IMPRIMIR-SUBTOTAL
018500             THRU 2100-IMPRIMIR-SUBTOTAL-EXIT
018600     END-IF.
018700     MOVE SPACES TO UORGR215-LINHA.
018800     MOVE '0' TO UORGR215-CTL-IMPRESSAO.
018900     MOVE 'TOTAL DE LACUNAS DE CODIGO EXTERNO..........:'
019000         TO UORGR215-TOT-ROTULO.
019100     MOVE WS-QTDE-LACUNAS TO UORGR215-TOT-QTDE.
019200     WRITE REL-UORGR215-REG FROM UORGR215-LINHA.
019300     CLOSE REL-UORGR215.
019400     DISPLAY 'UORG0215 - LACUNAS DE CODIGO EXTERNO: '
019500         WS-QTDE-LACUNAS.
019600 7000-ENCERRAR-EXIT.
019700     EXIT.
019800******************************************************************
019900*    8000-LER-LACUNA                                            *
020000******************************************************************
020100 8000-LER-LACUNA                SECTION.
020200     EXEC SQL
020300         FETCH CUR-UORG0215
020400          INTO :WS-CSIST-EXTER, :WS-ISIST-EXTER,
020500               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
020600               :WS-CUND-ORGNZ:WS-IND-CUND,
020700               :WS-CDIG-UND-ORGNZ:WS-IND-CDIG,
020800               :WS-IABREV-UND-ORGNZ:WS-IND-ABREV,
020900               :WS-CTPO-UND-ORGNZ:WS-IND-CTPO
021000     END-EXEC.
021100     IF SQLCODE = 100
021200         MOVE 'S' TO WS-SW-FIM-CURSOR
021300         GO TO 8000-LER-LACUNA-EXIT
021400     END-IF.
021500     IF SQLCODE NOT = ZERO
021600         DISPLAY 'UORG0215 - ERRO SQLCODE=' SQLCODE
021700             ' NO FETCH DAS LACUNAS'
021800         MOVE 'S' TO WS-SW-FIM-CURSOR
021900         GO TO 8000-LER-LACUNA-EXIT
022000     END-IF.
022100     IF WS-IND-CUND < ZERO
022200         MOVE ZERO TO WS-CUND-ORGNZ
022300     END-IF.
022400     IF WS-IND-CDIG < ZERO
022500         MOVE SPACE TO WS-CDIG-UND-ORGNZ
022600     END-IF.
022700     IF WS-IND-ABREV < ZERO
022800         MOVE SPACES TO WS-IABREV-UND-ORGNZ
022900     END-IF.
023000     IF WS-IND-CTPO < ZERO
023100         MOVE ZERO TO WS-CTPO-UND-ORGNZ
023200     END-IF.
023300 8000-LER-LACUNA-EXIT.
023400     EXIT.
023500******************************************************************
023600*    9500-REGISTRAR-INICIO                                      *
023700*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
023800******************************************************************
023900 9500-REGISTRAR-INICIO          SECTION.
024000     MOVE 'I' TO UORGL043-FUNCTION.
024100     MOVE 'UORG0215' TO UORGL043-CPGM-BATCH.
024200     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
024300                  UORGL043-QTDE-REJEITADOS
024400                  UORGL043-CCOD-TERMINO.
024500     CALL 'UORG0043' USING UORGL043-PARMS.
024600     IF NOT UORGL043-OK
024700         DISPLAY 'UORG0215 - ERRO ' UORGL043-RETORNO
024800             ' NO REGISTRO DE INICIO DA EXECUCAO'
024900     END-IF.
025000 9500-REGISTRAR-INICIO-EXIT.
025100     EXIT.
025200******************************************************************
025300*    9600-REGISTRAR-FIM                                         *
025400*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO       *
025500******************************************************************
025600 9600-REGISTRAR-FIM             SECTION.
025700     MOVE 'F' TO UORGL043-FUNCTION.
025800     MOVE WS-QTDE-LACUNAS TO UORGL043-QTDE-LIDOS.
025900     MOVE WS-QTDE-LACUNAS TO UORGL043-QTDE-GRAVADOS.
026000     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
026100     MOVE ZERO TO UORGL043-CCOD-TERMINO.
026200     CALL 'UORG0043' USING UORGL043-PARMS.
026300     IF NOT UORGL043-OK
026400         DISPLAY 'UORG0215 - ERRO ' UORGL043-RETORNO
026500             ' NO REGISTRO DE FIM DA EXECUCAO'
026600     END-IF.
026700     EXEC SQL
026800         COMMIT
026900     END-EXEC.
027000 9600-REGISTRAR-FIM-EXIT.
027100     EXIT.
