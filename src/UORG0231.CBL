000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0231                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0231.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - SERVICO DE CONFERENCIA DOS PRE-       *
001600*                REQUISITOS DE UM SERVICO OFERECIDO PELA UNIDADE *
001700*                (TREQ_TPO_SERVC), COMUM A TRANSACAO UO89 E AO   *
001800*                RELATORIO SEMANAL UORG0232.                     *
001900******************************************************************
002000*
002100*    FUNCAO: SUBPROGRAMA DE SERVICO. PARA A UNIDADE E O TIPO DE
002200*    SERVICO INFORMADOS, PERCORRE OS PRE-REQUISITOS CADASTRADOS
002300*    NO CATALOGO (TREQ_TPO_SERVC, MANTIDO NA UO88) E CONFERE:
002400*    - TIPO 'A': A UNIDADE TEM O TIPO DE ACESSO EXIGIDO NA
002500*      MATRIZ TACSSO_UND_ORGNZ;
002600*    - TIPO 'C': A COLUNA EXIGIDA ESTA PREENCHIDA. COLUNAS
002700*      CONFERIDAS: CLOGDR_CMBIO_ORGNZ DE TUND_ORGNZ (CORRETORA DE
002800*      CAMBIO DIFERENTE DE ZERO) E NTELEF_UND, NTELEF_ALTRN,
002900*      IEMAIL_UND, IGERENTE_UND E CMATR_GERENTE DE
003000*      TCONTT_UND_ORGNZ (DIFERENTE DE BRANCOS). COLUNA FORA DESTA
003100*      LISTA CONTA COMO PENDENTE, PARA NAO PASSAR DESPERCEBIDA.
003200*    DEVOLVE A QUANTIDADE DE PRE-REQUISITOS NAO ATENDIDOS E A
003300*    DESCRICAO DOS DEZ PRIMEIROS. SO CONSULTA; NAO HA COMMIT.
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
004500     05 WS-SW-CONTATO-LIDO       PIC X(1) VALUE 'N'.
004600        88 WS-CONTATO-LIDO            VALUE 'S'.
004700     05 WS-SW-ATENDIDO           PIC X(1) VALUE 'N'.
004800        88 WS-ATENDIDO                VALUE 'S'.
004900 01  WS-CONSTANTES.
005000     05 WS-LIMITE-PENDENCIA      PIC S9(4) COMP VALUE 10.
005100 01  WS-AREA-TRABALHO.
005200     05 WS-CSIT-TPO-SERVC        PIC S9(1)V COMP-3.
005300     05 WS-CTPO-REQ              PIC X(1).
005400     05 WS-CTPO-ACSSO-ORGNZ      PIC S9(2)V COMP-3.
005500     05 WS-NCOLUNA-REQ           PIC X(18).
005600     05 WS-QTDE-EXISTE           PIC S9(9) COMP.
005700     05 WS-CTPO-ACSSO-ED         PIC 9(2).
005800     05 WS-NTELEF-UND            PIC X(15).
005900     05 WS-NTELEF-ALTRN          PIC X(15).
006000     05 WS-IEMAIL-UND            PIC X(50).
006100     05 WS-IGERENTE-UND          PIC X(40).
006200     05 WS-CMATR-GERENTE         PIC X(9).
006300 LINKAGE SECTION.
006400 COPY UORGL231.
006500 PROCEDURE DIVISION USING UORGL231-PARMS.
006600******************************************************************
006700*    0000-MAINLINE                                               *
006800******************************************************************
006900 0000-MAINLINE                  SECTION.
007000     MOVE '00' TO UORGL231-RETORNO.
007100     MOVE ZERO TO UORGL231-QTDE-PENDENTE.
007200     MOVE 'N' TO WS-SW-FIM-CURSOR WS-SW-CONTATO-LIDO.
007300     EXEC SQL
007400         SELECT CSIT_TPO_SERVC
007500           INTO :WS-CSIT-TPO-SERVC
007600           FROM DB2PRD.TTPO_SERVC_UND
007700          WHERE CTPO_SERVC = :UORGL231-CTPO-SERVC
007800     END-EXEC.
007900     IF SQLCODE = 100
008000         MOVE '04' TO UORGL231-RETORNO
008100         GO TO 0000-MAINLINE-EXIT
008200     END-IF.
008300     IF SQLCODE NOT = ZERO
008400         MOVE '99' TO UORGL231-RETORNO
008500         GO TO 0000-MAINLINE-EXIT
008600     END-IF.
008700     EXEC SQL
008800         DECLARE CUR-UORG0231 CURSOR FOR
008900         SELECT CTPO_REQ, COALESCE(CTPO_ACSSO_ORGNZ, 0),
009000                COALESCE(NCOLUNA_REQ, ' ')
009100           FROM DB2PRD.TREQ_TPO_SERVC
009200          WHERE CTPO_SERVC = :UORGL231-CTPO-SERVC
009300          ORDER BY NSEQ_REQ
009400     END-EXEC.
009500     EXEC SQL
009600         OPEN CUR-UORG0231
009700     END-EXEC.
009800     IF SQLCODE NOT = ZERO
009900         MOVE '99' TO UORGL231-RETORNO
010000         GO TO 0000-MAINLINE-EXIT
010100     END-IF.
010200     PERFORM 8000-LER-CURSOR
010300         THRU 8000-LER-CURSOR-EXIT.
010400     PERFORM 1000-CONFERIR-REQUISITO
010500         THRU 1000-CONFERIR-REQUISITO-EXIT
010600         UNTIL WS-FIM-CURSOR.
010700     EXEC SQL
010800         CLOSE CUR-UORG0231
010900     END-EXEC.
011000 0000-MAINLINE-EXIT.
011100     GOBACK.
011200******************************************************************
011300*    1000-CONFERIR-REQUISITO                                     *
011400******************************************************************
011500 1000-CONFERIR-REQUISITO        SECTION.
011600     MOVE 'N' TO WS-SW-ATENDIDO.
011700     IF WS-CTPO-REQ = 'A'
011800         PERFORM 2000-CONFERIR-ACESSO
011900             THRU 2000-CONFERIR-ACESSO-EXIT
012000     ELSE
012100         PERFORM 3000-CONFERIR-COLUNA
012200             THRU 3000-CONFERIR-COLUNA-EXIT
012300     END-IF.
012400     IF UORGL231-ERRO-SQL
012500         MOVE 'S' TO WS-SW-FIM-CURSOR
012600         GO TO 1000-CONFERIR-REQUISITO-EXIT
012700     END-IF.
012800     IF NOT WS-ATENDIDO
012900         PERFORM 4000-REGISTRAR-PENDENCIA
013000             THRU 4000-REGISTRAR-PENDENCIA-EXIT
013100     END-IF.
013200     PERFORM 8000-LER-CURSOR
013300         THRU 8000-LER-CURSOR-EXIT.
013400 1000-CONFERIR-REQUISITO-EXIT.
013500     EXIT.
013600******************************************************************
013700*    2000-CONFERIR-ACESSO                                        *
013800*    TIPO DE ACESSO EXIGIDO CONCEDIDO A UNIDADE                  *
013900******************************************************************
014000 2000-CONFERIR-ACESSO           SECTION.
014100     EXEC SQL
014200         SELECT COUNT(*)
014300           INTO :WS-QTDE-EXISTE
014400           FROM DB2PRD.TACSSO_UND_ORGNZ
014500          WHERE CPSSOA_JURID     = :UORGL231-CPSSOA-JURID
014600            AND NSEQ_UND_ORGNZ   = :UORGL231-NSEQ-UND-ORGNZ
014700            AND CTPO_ACSSO_ORGNZ = :WS-CTPO-ACSSO-ORGNZ
014800     END-EXEC.
014900     IF SQLCODE NOT = ZERO
015000         MOVE '99' TO UORGL231-RETORNO
015100         GO TO 2000-CONFERIR-ACESSO-EXIT
015200     END-IF.
015300     IF WS-QTDE-EXISTE > ZERO
015400         MOVE 'S' TO WS-SW-ATENDIDO
015500     END-IF.
015600 2000-CONFERIR-ACESSO-EXIT.
015700     EXIT.
015800******************************************************************
015900*    3000-CONFERIR-COLUNA                                        *
016000*    COLUNA EXIGIDA PREENCHIDA NO CADASTRO DA UNIDADE            *
016100******************************************************************
016200 3000-CONFERIR-COLUNA           SECTION.
016300     IF WS-NCOLUNA-REQ = 'CLOGDR_CMBIO_ORGNZ'
016400         EXEC SQL
016500             SELECT COUNT(*)
016600               INTO :WS-QTDE-EXISTE
016700               FROM DB2PRD.TUND_ORGNZ
016800              WHERE CPSSOA_JURID       = :UORGL231-CPSSOA-JURID
016900                AND NSEQ_UND_ORGNZ     = :UORGL231-NSEQ-UND-ORGNZ
017000                AND CLOGDR_CMBIO_ORGNZ > 0
017100         END-EXEC
017200         IF SQLCODE NOT = ZERO
017300             MOVE '99' TO UORGL231-RETORNO
017400         ELSE
017500         IF WS-QTDE-EXISTE > ZERO
017600             MOVE 'S' TO WS-SW-ATENDIDO
017700         END-IF
017800         END-IF
017900         GO TO 3000-CONFERIR-COLUNA-EXIT
018000     END-IF.
018100     IF NOT WS-CONTATO-LIDO
018200         PERFORM 3100-LER-CONTATO
018300             THRU 3100-LER-CONTATO-EXIT
018400         IF UORGL231-ERRO-SQL
018500             GO TO 3000-CONFERIR-COLUNA-EXIT
018600         END-IF
018700     END-IF.
018800     EVALUATE WS-NCOLUNA-REQ
018900         WHEN 'NTELEF_UND'
019000             IF WS-NTELEF-UND NOT = SPACES
019100                 MOVE 'S' TO WS-SW-ATENDIDO
019200             END-IF
019300         WHEN 'NTELEF_ALTRN'
019400             IF WS-NTELEF-ALTRN NOT = SPACES
019500                 MOVE 'S' TO WS-SW-ATENDIDO
019600             END-IF
019700         WHEN 'IEMAIL_UND'
019800             IF WS-IEMAIL-UND NOT = SPACES
019900                 MOVE 'S' TO WS-SW-ATENDIDO
020000             END-IF
020100         WHEN 'IGERENTE_UND'
020200             IF WS-IGERENTE-UND NOT = SPACES
020300                 MOVE 'S' TO WS-SW-ATENDIDO
020400             END-IF
020500         WHEN 'CMATR_GERENTE'
020600             IF WS-CMATR-GERENTE NOT = SPACES
020700                 MOVE 'S' TO WS-SW-ATENDIDO
020800             END-IF
020900         WHEN OTHER
021000             CONTINUE
021100     END-EVALUATE.
021200 3000-CONFERIR-COLUNA-EXIT.
021300     EXIT.
021400******************************************************************
021500*    3100-LER-CONTATO                                            *
021600*    CONTATO DA UNIDADE, LIDO UMA VEZ POR CHAMADA; SEM LINHA EM  *
021700*    TCONTT_UND_ORGNZ TODAS AS COLUNAS FICAM EM BRANCO           *
021800******************************************************************
021900 3100-LER-CONTATO               SECTION.
022000     MOVE 'S' TO WS-SW-CONTATO-LIDO.
022100     MOVE SPACES TO WS-NTELEF-UND WS-NTELEF-ALTRN WS-IEMAIL-UND
022200                    WS-IGERENTE-UND WS-CMATR-GERENTE.
022300     EXEC SQL
022400         SELECT COALESCE(NTELEF_UND, ' '),
022500                COALESCE(NTELEF_ALTRN, ' '),
022600                COALESCE(IEMAIL_UND, ' '),
022700                COALESCE(IGERENTE_UND, ' '),
022800                COALESCE(CMATR_GERENTE, ' ')
022900           INTO :WS-NTELEF-UND, :WS-NTELEF-ALTRN, :WS-IEMAIL-UND,
023000                :WS-IGERENTE-UND, :WS-CMATR-GERENTE
023100           FROM DB2PRD.TCONTT_UND_ORGNZ
023200          WHERE CPSSOA_JURID   = :UORGL231-CPSSOA-JURID
023300            AND NSEQ_UND_ORGNZ = :UORGL231-NSEQ-UND-ORGNZ
023400     END-EXEC.
023500     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
023600         MOVE '99' TO UORGL231-RETORNO
023700     END-IF.
023800 3100-LER-CONTATO-EXIT.
023900     EXIT.
024000******************************************************************
024100*    4000-REGISTRAR-PENDENCIA                                    *
024200******************************************************************
024300 4000-REGISTRAR-PENDENCIA       SECTION.
024400     ADD 1 TO UORGL231-QTDE-PENDENTE.
024500     IF UORGL231-QTDE-PENDENTE > WS-LIMITE-PENDENCIA
024600         GO TO 4000-REGISTRAR-PENDENCIA-EXIT
024700     END-IF.
024800     MOVE WS-CTPO-REQ
024900         TO UORGL231-CTPO-REQ (UORGL231-QTDE-PENDENTE).
025000     MOVE WS-CTPO-ACSSO-ORGNZ
025100         TO UORGL231-CTPO-ACSSO-ORGNZ (UORGL231-QTDE-PENDENTE).
025200     MOVE WS-NCOLUNA-REQ
025300         TO UORGL231-NCOLUNA-REQ (UORGL231-QTDE-PENDENTE).
025400     MOVE SPACES TO UORGL231-RPENDENCIA (UORGL231-QTDE-PENDENTE).
025500     IF WS-CTPO-REQ = 'A'
025600         MOVE WS-CTPO-ACSSO-ORGNZ TO WS-CTPO-ACSSO-ED
025700         STRING 'SEM O TIPO DE ACESSO ' WS-CTPO-ACSSO-ED
025800                DELIMITED BY SIZE
025900                INTO UORGL231-RPENDENCIA (UORGL231-QTDE-PENDENTE)
026000     ELSE
026100         STRING 'COLUNA NAO PREENCHIDA ' WS-NCOLUNA-REQ
026200                DELIMITED BY SIZE
026300                INTO UORGL231-RPENDENCIA (UORGL231-QTDE-PENDENTE)
026400     END-IF.
026500 4000-REGISTRAR-PENDENCIA-EXIT.
026600     EXIT.
026700******************************************************************
026800*    8000-LER-CURSOR                                             *
026900******************************************************************
027000 8000-LER-CURSOR                SECTION.
027100     EXEC SQL
027200         FETCH CUR-UORG0231
027300          INTO :WS-CTPO-REQ, :WS-CTPO-ACSSO-ORGNZ, :WS-NCOLUNA-REQ
027400     END-EXEC.
027500     IF SQLCODE = 100
027600         MOVE 'S' TO WS-SW-FIM-CURSOR
027700     ELSE
027800     IF SQLCODE NOT = ZERO
027900         MOVE '99' TO UORGL231-RETORNO
028000         MOVE 'S' TO WS-SW-FIM-CURSOR
028100     END-IF
028200     END-IF.
028300 8000-LER-CURSOR-EXIT.
028400     EXIT.
