000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0200                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0200.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - RELATORIO SEMANAL DE PRONTIDAO DA     *
001600*                CONTINGENCIA (TPAR_CONTNG_UND): UNIDADES SEM    *
001700*                UNIDADE DE CONTINGENCIA E PARES ROMPIDOS.       *
001800******************************************************************
001900*
002000*    FUNCAO: EXECUCAO SEMANAL. A PRIMEIRA PARTE DO RELATORIO
002100*    UORGR200 LISTA AS UNIDADES ATENDIDAS AO PUBLICO (TIPOS DO
002200*    PARAMETRO TIPOS-PUBL DA UORG0179, O MESMO DA INTERFACE DO
002300*    LOCALIZADOR), ATIVAS OU FECHADAS TEMPORARIAMENTE, QUE NAO
002400*    TEM UNIDADE DE CONTINGENCIA DESIGNADA NA TRANSACAO UO80
002500*    (UORG0199). A SEGUNDA PARTE LISTA OS PARES ROMPIDOS DAS
002600*    UNIDADES NAO ENCERRADAS, COM O MOTIVO:
002700*    - CONTINGENCIA ENCERRADA (UORG0059), INCLUSIVE JA
002800*      EXPURGADA DE TUND_ORGNZ (UORG0034);
002900*    - CONTINGENCIA FECHADA TEMPORARIAMENTE (UORG0154);
003000*    - CONTINGENCIA EM OUTRO CONGLOMERADO, APOS TRANSFERENCIA
003100*      DE UMA DAS UNIDADES DO PAR (UORG0060);
003200*    - CONTINGENCIA EM OUTRA SITUACAO QUE NAO ATIVA.
003300*    SEM O PARAMETRO TIPOS-PUBL A PRIMEIRA PARTE NAO E EMITIDA E
003400*    A EXECUCAO TERMINA COM CODIGO 8. SOMENTE LEITURA.
003500*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.         IBM-390.
003900 OBJECT-COMPUTER.         IBM-390.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT REL-UORGR200 ASSIGN TO UORGR200
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  REL-UORGR200
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  REL-UORGR200-REG            PIC X(133).
005000 WORKING-STORAGE SECTION.
005100     EXEC SQL INCLUDE SQLCA END-EXEC.
005200 01  WS-SWITCHES.
005300     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005400        88 WS-FIM-CURSOR              VALUE 'S'.
005500     05 WS-SW-ERRO               PIC X(1) VALUE 'N'.
005600        88 WS-HOUVE-ERRO              VALUE 'S'.
005700     05 WS-SW-SEM-TIPOS          PIC X(1) VALUE 'N'.
005800        88 WS-SEM-TIPOS               VALUE 'S'.
005900 01  WS-CONTADORES.
006000     05 WS-QTDE-LIDOS            PIC S9(9) COMP VALUE ZERO.
006100     05 WS-QTDE-TIPOS            PIC S9(4) COMP VALUE ZERO.
006200     05 WS-QTDE-SEM-CONTNG       PIC S9(7) COMP VALUE ZERO.
006300     05 WS-QTDE-PARES            PIC S9(7) COMP VALUE ZERO.
006400     05 WS-QTDE-ENCERRADA        PIC S9(7) COMP VALUE ZERO.
006500     05 WS-QTDE-SUSPENSA         PIC S9(7) COMP VALUE ZERO.
006600     05 WS-QTDE-TRANSFERIDA      PIC S9(7) COMP VALUE ZERO.
006700     05 WS-QTDE-OUTRA-SIT        PIC S9(7) COMP VALUE ZERO.
006800     05 WS-QTDE-ROMPIDOS         PIC S9(7) COMP VALUE ZERO.
006900     05 WS-QTDE-VALIDOS          PIC S9(7) COMP VALUE ZERO.
007000     05 WS-IND-TIPO              PIC S9(4) COMP VALUE ZERO.
007100     05 WS-POS-TIPO              PIC S9(4) COMP VALUE ZERO.
007200 01  WS-TIPOS-PUBLICOS.
007300     05 WS-CTPO-PUBL-01          PIC S9(3)V COMP-3.
007400     05 WS-CTPO-PUBL-02          PIC S9(3)V COMP-3.
007500     05 WS-CTPO-PUBL-03          PIC S9(3)V COMP-3.
007600     05 WS-CTPO-PUBL-04          PIC S9(3)V COMP-3.
007700     05 WS-CTPO-PUBL-05          PIC S9(3)V COMP-3.
007800     05 WS-CTPO-PUBL-06          PIC S9(3)V COMP-3.
007900     05 WS-CTPO-PUBL-07          PIC S9(3)V COMP-3.
008000     05 WS-CTPO-PUBL-08          PIC S9(3)V COMP-3.
008100     05 WS-CTPO-PUBL-09          PIC S9(3)V COMP-3.
008200     05 WS-CTPO-PUBL-10          PIC S9(3)V COMP-3.
008300 01  WS-TIPOS-PUBLICOS-R REDEFINES WS-TIPOS-PUBLICOS.
008400     05 WS-CTPO-PUBL             PIC S9(3)V COMP-3
008500                                 OCCURS 10 TIMES.
008600 01  WS-AREA-TRABALHO.
008700     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
008800     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
008900     05 WS-IABREV-UND-ORGNZ      PIC X(40).
009000     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
009100     05 WS-CPSSOA-CONTNG         PIC S9(10)V COMP-3.
009200     05 WS-NSEQ-CONTNG           PIC S9(8)V COMP-3.
009300     05 WS-CSIT-CONTNG           PIC S9(3)V COMP-3.
009400     05 WS-CINDCD-EXISTE         PIC X(1).
009500        88 WS-CONTNG-EXISTE           VALUE 'S'.
009600     05 WS-SIT-ED                PIC ZZ9.
009700 COPY UORGR200.
009800 COPY UORGL043.
009900 COPY UORGL148.
010000 PROCEDURE DIVISION.
010100******************************************************************
010200*    0000-MAINLINE                                               *
010300******************************************************************
010400 0000-MAINLINE                  SECTION.
010500     PERFORM 9500-REGISTRAR-INICIO
010600         THRU 9500-REGISTRAR-INICIO-EXIT.
010700     PERFORM 1400-CARREGAR-TIPOS
010800         THRU 1400-CARREGAR-TIPOS-EXIT.
010900     PERFORM 8500-DECLARAR-CURSORES
011000         THRU 8500-DECLARAR-CURSORES-EXIT.
011100     PERFORM 1000-ABRIR-ARQUIVOS
011200         THRU 1000-ABRIR-ARQUIVOS-EXIT.
011300     IF NOT WS-SEM-TIPOS
011400         PERFORM 2000-LISTAR-SEM-CONTINGENCIA
011500             THRU 2000-LISTAR-SEM-CONTINGENCIA-EXIT
011600     END-IF.
011700     PERFORM 4000-LISTAR-PARES-ROMPIDOS
011800         THRU 4000-LISTAR-PARES-ROMPIDOS-EXIT.
011900     PERFORM 7000-ENCERRAR
012000         THRU 7000-ENCERRAR-EXIT.
012100     PERFORM 9600-REGISTRAR-FIM
012200         THRU 9600-REGISTRAR-FIM-EXIT.
012300     GOBACK.
012400******************************************************************
012500*    1000-ABRIR-ARQUIVOS                                         *
012600******************************************************************
012700 1000-ABRIR-ARQUIVOS            SECTION.
012800     OPEN OUTPUT REL-UORGR200.
012900     MOVE SPACES TO UORGR200-LINHA.
013000     MOVE '1' TO UORGR200-CTL-IMPRESSAO.
013100     MOVE 'PRONTIDAO DA CONTINGENCIA - RELATORIO SEMANAL'
013200         TO UORGR200-TIT-TEXTO.
013300     WRITE REL-UORGR200-REG FROM UORGR200-LINHA.
013400 1000-ABRIR-ARQUIVOS-EXIT.
013500     EXIT.
013600******************************************************************
013700*    1400-CARREGAR-TIPOS                                         *
013800*    TIPOS DE UNIDADE ATENDIDOS AO PUBLICO (TPARAM_BATCH), NO    *
013900*    MESMO PARAMETRO DA INTERFACE DO LOCALIZADOR (UORG0179)      *
014000******************************************************************
014100 1400-CARREGAR-TIPOS            SECTION.
014200     MOVE -1 TO WS-CTPO-PUBL-01 WS-CTPO-PUBL-02 WS-CTPO-PUBL-03
014300                WS-CTPO-PUBL-04 WS-CTPO-PUBL-05 WS-CTPO-PUBL-06
014400                WS-CTPO-PUBL-07 WS-CTPO-PUBL-08 WS-CTPO-PUBL-09
014500                WS-CTPO-PUBL-10.
014600     MOVE 'UORG0179' TO UORGL148-CPGM-BATCH.
014700     MOVE 'TIPOS-PUBL' TO UORGL148-CPARAM.
014800     CALL 'UORG0148' USING UORGL148-PARMS.
014900     IF NOT UORGL148-OK
015000         DISPLAY 'UORG0200 - ERRO ' UORGL148-RETORNO
015100             ' NA LEITURA DO PARAMETRO TIPOS-PUBL'
015200         MOVE 'S' TO WS-SW-SEM-TIPOS
015300         MOVE 'S' TO WS-SW-ERRO
015400         GO TO 1400-CARREGAR-TIPOS-EXIT
015500     END-IF.
015600     PERFORM 1450-CARREGAR-TIPO
015700         THRU 1450-CARREGAR-TIPO-EXIT
015800         VARYING WS-IND-TIPO FROM 1 BY 1
015900         UNTIL WS-IND-TIPO > 10.
016000     IF WS-QTDE-TIPOS = ZERO
016100         DISPLAY 'UORG0200 - PARAMETRO TIPOS-PUBL SEM TIPO '
016200             'VALIDO: ' UORGL148-VPARAM
016300         MOVE 'S' TO WS-SW-SEM-TIPOS
016400         MOVE 'S' TO WS-SW-ERRO
016500     END-IF.
016600 1400-CARREGAR-TIPOS-EXIT.
016700     EXIT.
016800******************************************************************
016900*    1450-CARREGAR-TIPO                                          *
017000*    CODIGO NA POSICAO 1, 5, 9 ... DO VALOR DO PARAMETRO         *
017100******************************************************************
017200 1450-CARREGAR-TIPO             SECTION.
017300     COMPUTE WS-POS-TIPO = (WS-IND-TIPO - 1) * 4 + 1.
017400     IF UORGL148-VPARAM (WS-POS-TIPO:3) IS NUMERIC
017500         MOVE UORGL148-VPARAM (WS-POS-TIPO:3)
017600             TO WS-CTPO-PUBL (WS-IND-TIPO)
017700         ADD 1 TO WS-QTDE-TIPOS
017800     END-IF.
017900 1450-CARREGAR-TIPO-EXIT.
018000     EXIT.
018100******************************************************************
018200*    2000-LISTAR-SEM-CONTINGENCIA                                *
018300*    UNIDADES DE ATENDIMENTO SEM PAR EM TPAR_CONTNG_UND          *
018400******************************************************************
018500 2000-LISTAR-SEM-CONTINGENCIA   SECTION.
018600     MOVE SPACES TO UORGR200-LINHA.
018700     MOVE '0' TO UORGR200-CTL-IMPRESSAO.
018800     MOVE 'UNIDADES SEM UNIDADE DE CONTINGENCIA DESIGNADA'
018900         TO UORGR200-TIT-TEXTO.
019000     WRITE REL-UORGR200-REG FROM UORGR200-LINHA.
019100     MOVE SPACES TO UORGR200-LINHA.
019200     MOVE ' ' TO UORGR200-CTL-IMPRESSAO.
019300     MOVE 'UNIDADE / NOME / SITUACAO'
019400         TO UORGR200-TIT-TEXTO.
019500     WRITE REL-UORGR200-REG FROM UORGR200-LINHA.
019600     MOVE 'N' TO WS-SW-FIM-CURSOR.
019700     EXEC SQL
019800         OPEN CUR-UORG0200-SEM
019900     END-EXEC.
020000     IF SQLCODE NOT = ZERO
020100         DISPLAY 'UORG0200 - ERRO SQLCODE=' SQLCODE
020200             ' NA ABERTURA DO CURSOR DE UNIDADES'
020300         MOVE 'S' TO WS-SW-ERRO
020400         GO TO 2000-LISTAR-SEM-CONTINGENCIA-EXIT
020500     END-IF.
020600     PERFORM 8000-LER-SEM-CONTINGENCIA
020700         THRU 8000-LER-SEM-CONTINGENCIA-EXIT.
020800     PERFORM 3000-IMPRIMIR-SEM-CONTNG
020900         THRU 3000-IMPRIMIR-SEM-CONTNG-EXIT
021000         UNTIL WS-FIM-CURSOR.
021100     EXEC SQL
021200         CLOSE CUR-UORG0200-SEM
021300     END-EXEC.
021400 2000-LISTAR-SEM-CONTINGENCIA-EXIT.
021500     EXIT.
021600******************************************************************
021700*    3000-IMPRIMIR-SEM-CONTNG                                    *
021800******************************************************************
021900 3000-IMPRIMIR-SEM-CONTNG       SECTION.
022000     ADD 1 TO WS-QTDE-SEM-CONTNG.
022100     MOVE SPACES TO UORGR200-LINHA.
022200     MOVE ' ' TO UORGR200-CTL-IMPRESSAO.
022300     MOVE WS-CPSSOA-JURID TO UORGR200-CPSSOA-JURID.
022400     MOVE '/' TO UORGR200-SEP-1.
022500     MOVE WS-NSEQ-UND-ORGNZ TO UORGR200-NSEQ-UND-ORGNZ.
022600     MOVE WS-IABREV-UND-ORGNZ TO UORGR200-IABREV-UND.
022700     IF WS-CSIT-UND-ORGNZ = 3
022800         MOVE 'UNIDADE FECHADA TEMPORARIAMENTE'
022900             TO UORGR200-MOTIVO
023000     ELSE
023100         MOVE 'UNIDADE ATIVA' TO UORGR200-MOTIVO
023200     END-IF.
023300     WRITE REL-UORGR200-REG FROM UORGR200-LINHA.
023400     PERFORM 8000-LER-SEM-CONTINGENCIA
023500         THRU 8000-LER-SEM-CONTINGENCIA-EXIT.
023600 3000-IMPRIMIR-SEM-CONTNG-EXIT.
023700     EXIT.
023800******************************************************************
023900*    4000-LISTAR-PARES-ROMPIDOS                                  *
024000*    PARES DE UNIDADES NAO ENCERRADAS CUJA CONTINGENCIA NAO ESTA *
024100*    MAIS ATIVA NO MESMO CONGLOMERADO                            *
024200******************************************************************
024300 4000-LISTAR-PARES-ROMPIDOS     SECTION.
024400     MOVE SPACES TO UORGR200-LINHA.
024500     MOVE '0' TO UORGR200-CTL-IMPRESSAO.
024600     MOVE 'PARES DE CONTINGENCIA ROMPIDOS'
024700         TO UORGR200-TIT-TEXTO.
024800     WRITE REL-UORGR200-REG FROM UORGR200-LINHA.
024900     MOVE SPACES TO UORGR200-LINHA.
025000     MOVE ' ' TO UORGR200-CTL-IMPRESSAO.
025100     MOVE 'UNIDADE / NOME / CONTINGENCIA / MOTIVO'
025200         TO UORGR200-TIT-TEXTO.
025300     WRITE REL-UORGR200-REG FROM UORGR200-LINHA.
025400     EXEC SQL
025500         SELECT COUNT(*)
025600           INTO :WS-QTDE-PARES
025700           FROM DB2PRD.TPAR_CONTNG_UND P,
025800                DB2PRD.TUND_ORGNZ A
025900          WHERE A.CPSSOA_JURID   = P.CPSSOA_JURID
026000            AND A.NSEQ_UND_ORGNZ = P.NSEQ_UND_ORGNZ
026100            AND A.CSIT_UND_ORGNZ <> 0
026200     END-EXEC.
026300     IF SQLCODE NOT = ZERO
026400         DISPLAY 'UORG0200 - ERRO SQLCODE=' SQLCODE
026500             ' NA CONTAGEM DOS PARES'
026600         MOVE 'S' TO WS-SW-ERRO
026700         GO TO 4000-LISTAR-PARES-ROMPIDOS-EXIT
026800     END-IF.
026900     MOVE 'N' TO WS-SW-FIM-CURSOR.
027000     EXEC SQL
027100         OPEN CUR-UORG0200-PAR
027200     END-EXEC.
027300     IF SQLCODE NOT = ZERO
027400         DISPLAY 'UORG0200 - ERRO SQLCODE=' SQLCODE
027500             ' NA ABERTURA DO CURSOR DE PARES'
027600         MOVE 'S' TO WS-SW-ERRO
027700         GO TO 4000-LISTAR-PARES-ROMPIDOS-EXIT
027800     END-IF.
027900     PERFORM 8100-LER-PAR-ROMPIDO
028000         THRU 8100-LER-PAR-ROMPIDO-EXIT.
028100     PERFORM 5000-IMPRIMIR-PAR-ROMPIDO
028200         THRU 5000-IMPRIMIR-PAR-ROMPIDO-EXIT
028300         UNTIL WS-FIM-CURSOR.
028400     EXEC SQL
028500         CLOSE CUR-UORG0200-PAR
028600     END-EXEC.
028700 4000-LISTAR-PARES-ROMPIDOS-EXIT.
028800     EXIT.
028900******************************************************************
029000*    5000-IMPRIMIR-PAR-ROMPIDO                                   *
029100*    CLASSIFICA O ROMPIMENTO PELA SITUACAO DA CONTINGENCIA; A    *
029200*    CONTINGENCIA ENCERRADA PREVALECE SOBRE A TRANSFERIDA        *
029300******************************************************************
029400 5000-IMPRIMIR-PAR-ROMPIDO      SECTION.
029500     ADD 1 TO WS-QTDE-ROMPIDOS.
029600     MOVE SPACES TO UORGR200-LINHA.
029700     MOVE ' ' TO UORGR200-CTL-IMPRESSAO.
029800     MOVE WS-CPSSOA-JURID TO UORGR200-CPSSOA-JURID.
029900     MOVE '/' TO UORGR200-SEP-1.
030000     MOVE WS-NSEQ-UND-ORGNZ TO UORGR200-NSEQ-UND-ORGNZ.
030100     MOVE WS-IABREV-UND-ORGNZ TO UORGR200-IABREV-UND.
030200     MOVE WS-CPSSOA-CONTNG TO UORGR200-CPSSOA-CONTNG.
030300     MOVE '/' TO UORGR200-SEP-2.
030400     MOVE WS-NSEQ-CONTNG TO UORGR200-NSEQ-CONTNG.
030500     EVALUATE TRUE
030600         WHEN NOT WS-CONTNG-EXISTE
030700             ADD 1 TO WS-QTDE-ENCERRADA
030800             MOVE 'CONTINGENCIA ENCERRADA E EXPURGADA'
030900                 TO UORGR200-MOTIVO
031000         WHEN WS-CSIT-CONTNG = ZERO
031100             ADD 1 TO WS-QTDE-ENCERRADA
031200             MOVE 'CONTINGENCIA ENCERRADA' TO UORGR200-MOTIVO
031300         WHEN WS-CSIT-CONTNG = 3
031400             ADD 1 TO WS-QTDE-SUSPENSA
031500             MOVE 'CONTINGENCIA FECHADA TEMPORARIAMENTE'
031600                 TO UORGR200-MOTIVO
031700         WHEN WS-CSIT-CONTNG NOT = 1
031800             ADD 1 TO WS-QTDE-OUTRA-SIT
031900             MOVE WS-CSIT-CONTNG TO WS-SIT-ED
032000             STRING 'CONTINGENCIA NA SITUACAO ' WS-SIT-ED
032100                    DELIMITED BY SIZE INTO UORGR200-MOTIVO
032200         WHEN OTHER
032300             ADD 1 TO WS-QTDE-TRANSFERIDA
032400             MOVE 'CONTINGENCIA EM OUTRO CONGLOMERADO'
032500                 TO UORGR200-MOTIVO
032600     END-EVALUATE.
032700     WRITE REL-UORGR200-REG FROM UORGR200-LINHA.
032800     PERFORM 8100-LER-PAR-ROMPIDO
032900         THRU 8100-LER-PAR-ROMPIDO-EXIT.
033000 5000-IMPRIMIR-PAR-ROMPIDO-EXIT.
033100     EXIT.
033200******************************************************************
033300*    7000-ENCERRAR                                               *
033400******************************************************************
033500 7000-ENCERRAR                  SECTION.
033600     COMPUTE WS-QTDE-VALIDOS = WS-QTDE-PARES - WS-QTDE-ROMPIDOS.
033700     MOVE SPACES TO UORGR200-LINHA.
033800     MOVE '0' TO UORGR200-CTL-IMPRESSAO.
033900     MOVE 'UNIDADES SEM CONTINGENCIA..................:'
034000         TO UORGR200-TOT-ROTULO.
034100     MOVE WS-QTDE-SEM-CONTNG TO UORGR200-TOT-QTDE.
034200     WRITE REL-UORGR200-REG FROM UORGR200-LINHA.
034300     MOVE SPACES TO UORGR200-LINHA.
034400     MOVE ' ' TO UORGR200-CTL-IMPRESSAO.
034500     MOVE 'PARES DE CONTINGENCIA VALIDOS..............:'
034600         TO UORGR200-TOT-ROTULO.
034700     MOVE WS-QTDE-VALIDOS TO UORGR200-TOT-QTDE.
034800     WRITE REL-UORGR200-REG FROM UORGR200-LINHA.
034900     MOVE SPACES TO UORGR200-LINHA.
035000     MOVE ' ' TO UORGR200-CTL-IMPRESSAO.
035100     MOVE 'PARES ROMPIDOS - CONTINGENCIA ENCERRADA....:'
035200         TO UORGR200-TOT-ROTULO.
035300     MOVE WS-QTDE-ENCERRADA TO UORGR200-TOT-QTDE.
035400     WRITE REL-UORGR200-REG FROM UORGR200-LINHA.
035500     MOVE SPACES TO UORGR200-LINHA.
035600     MOVE ' ' TO UORGR200-CTL-IMPRESSAO.
035700     MOVE 'PARES ROMPIDOS - CONTINGENCIA SUSPENSA.....:'
035800         TO UORGR200-TOT-ROTULO.
035900     MOVE WS-QTDE-SUSPENSA TO UORGR200-TOT-QTDE.
036000     WRITE REL-UORGR200-REG FROM UORGR200-LINHA.
036100     MOVE SPACES TO UORGR200-LINHA.
036200     MOVE ' ' TO UORGR200-CTL-IMPRESSAO.
036300     MOVE 'PARES ROMPIDOS - OUTRO CONGLOMERADO........:'
036400         TO UORGR200-TOT-ROTULO.
036500     MOVE WS-QTDE-TRANSFERIDA TO UORGR200-TOT-QTDE.
036600     WRITE REL-UORGR200-REG FROM UORGR200-LINHA.
036700     MOVE SPACES TO UORGR200-LINHA.
036800     MOVE ' ' TO UORGR200-CTL-IMPRESSAO.
036900     MOVE 'PARES ROMPIDOS - OUTRA SITUACAO............:'
037000         TO UORGR200-TOT-ROTULO.
037100     MOVE WS-QTDE-OUTRA-SIT TO UORGR200-TOT-QTDE.
037200     WRITE REL-UORGR200-REG FROM UORGR200-LINHA.
037300     IF WS-SEM-TIPOS
037400         MOVE SPACES TO UORGR200-LINHA
037500         MOVE '0' TO UORGR200-CTL-IMPRESSAO
037600         MOVE 'SEM PARAMETRO TIPOS-PUBL - PRIMEIRA PARTE OMITIDA'
037700             TO UORGR200-TIT-TEXTO
037800         WRITE REL-UORGR200-REG FROM UORGR200-LINHA
037900     END-IF.
038000     CLOSE REL-UORGR200.
038100     DISPLAY 'UORG0200 - SEM CONTINGENCIA: ' WS-QTDE-SEM-CONTNG
038200         ' PARES: ' WS-QTDE-PARES
038300         ' ROMPIDOS: ' WS-QTDE-ROMPIDOS.
038400 7000-ENCERRAR-EXIT.
038500     EXIT.
038600******************************************************************
038700*    8000-LER-SEM-CONTINGENCIA                                   *
038800******************************************************************
038900 8000-LER-SEM-CONTINGENCIA      SECTION.
039000     EXEC SQL
039100         FETCH CUR-UORG0200-SEM
039200          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
039300               :WS-IABREV-UND-ORGNZ, :WS-CSIT-UND-ORGNZ
039400     END-EXEC.
039500     EVALUATE TRUE
039600         WHEN SQLCODE = ZERO
039700             ADD 1 TO WS-QTDE-LIDOS
039800         WHEN SQLCODE = 100
039900             MOVE 'S' TO WS-SW-FIM-CURSOR
040000         WHEN OTHER
040100             DISPLAY 'UORG0200 - ERRO SQLCODE=' SQLCODE
040200                 ' NA LEITURA DAS UNIDADES'
040300             MOVE 'S' TO WS-SW-FIM-CURSOR
040400             MOVE 'S' TO WS-SW-ERRO
040500     END-EVALUATE.
040600 8000-LER-SEM-CONTINGENCIA-EXIT.
040700     EXIT.
040800******************************************************************
040900*    8100-LER-PAR-ROMPIDO                                        *
041000******************************************************************
041100 8100-LER-PAR-ROMPIDO           SECTION.
041200     EXEC SQL
041300         FETCH CUR-UORG0200-PAR
041400          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
041500               :WS-IABREV-UND-ORGNZ, :WS-CPSSOA-CONTNG,
041600               :WS-NSEQ-CONTNG, :WS-CSIT-CONTNG,
041700               :WS-CINDCD-EXISTE
041800     END-EXEC.
041900     EVALUATE TRUE
042000         WHEN SQLCODE = ZERO
042100             ADD 1 TO WS-QTDE-LIDOS
042200         WHEN SQLCODE = 100
042300             MOVE 'S' TO WS-SW-FIM-CURSOR
042400         WHEN OTHER
042500             DISPLAY 'UORG0200 - ERRO SQLCODE=' SQLCODE
042600                 ' NA LEITURA DOS PARES'
042700             MOVE 'S' TO WS-SW-FIM-CURSOR
042800             MOVE 'S' TO WS-SW-ERRO
042900     END-EVALUATE.
043000 8100-LER-PAR-ROMPIDO-EXIT.
043100     EXIT.
043200******************************************************************
043300*    8500-DECLARAR-CURSORES                                      *
043400******************************************************************
043500 8500-DECLARAR-CURSORES         SECTION.
043600     EXEC SQL
043700         DECLARE CUR-UORG0200-SEM CURSOR FOR
043800         SELECT A.CPSSOA_JURID, A.NSEQ_UND_ORGNZ,
043900                COALESCE(A.IABREV_UND_ORGNZ, ' '),
044000                A.CSIT_UND_ORGNZ
044100           FROM DB2PRD.TUND_ORGNZ A
044200          WHERE A.CSIT_UND_ORGNZ IN (1, 3)
044300            AND A.CTPO_UND_ORGNZ IN
044400                (:WS-CTPO-PUBL-01, :WS-CTPO-PUBL-02,
044500                 :WS-CTPO-PUBL-03, :WS-CTPO-PUBL-04,
044600                 :WS-CTPO-PUBL-05, :WS-CTPO-PUBL-06,
044700                 :WS-CTPO-PUBL-07, :WS-CTPO-PUBL-08,
044800                 :WS-CTPO-PUBL-09, :WS-CTPO-PUBL-10)
044900            AND NOT EXISTS
045000                (SELECT 1
045100                   FROM DB2PRD.TPAR_CONTNG_UND P
045200                  WHERE P.CPSSOA_JURID   = A.CPSSOA_JURID
045300                    AND P.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ)
045400          ORDER BY A.CPSSOA_JURID, A.NSEQ_UND_ORGNZ
045500     END-EXEC.
045600     EXEC SQL
045700         DECLARE CUR-UORG0200-PAR CURSOR FOR
045800         SELECT P.CPSSOA_JURID, P.NSEQ_UND_ORGNZ,
045900                COALESCE(A.IABREV_UND_ORGNZ, ' '),
046000                P.CPSSOA_JURID_CONTNG, P.NSEQ_UND_CONTNG,
046100                COALESCE(B.CSIT_UND_ORGNZ, 0),
046200                CASE WHEN B.CPSSOA_JURID IS NULL THEN 'N'
046300                     ELSE 'S' END
046400           FROM DB2PRD.TPAR_CONTNG_UND P
046500          INNER JOIN DB2PRD.TUND_ORGNZ A
046600             ON A.CPSSOA_JURID   = P.CPSSOA_JURID
046700            AND A.NSEQ_UND_ORGNZ = P.NSEQ_UND_ORGNZ
046800           LEFT JOIN DB2PRD.TUND_ORGNZ B
046900             ON B.CPSSOA_JURID   = P.CPSSOA_JURID_CONTNG
047000            AND B.NSEQ_UND_ORGNZ = P.NSEQ_UND_CONTNG
047100          WHERE A.CSIT_UND_ORGNZ <> 0
047200            AND (B.CPSSOA_JURID IS NULL
047300                 OR COALESCE(B.CSIT_UND_ORGNZ, 0) <> 1
047400                 OR P.CPSSOA_JURID_CONTNG <> P.CPSSOA_JURID)
047500          ORDER BY P.CPSSOA_JURID, P.NSEQ_UND_ORGNZ
047600     END-EXEC.
047700 8500-DECLARAR-CURSORES-EXIT.
047800     EXIT.
047900******************************************************************
048000*    9500-REGISTRAR-INICIO                                      *
048100*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
048200******************************************************************
048300 9500-REGISTRAR-INICIO          SECTION.
048400     MOVE 'I' TO UORGL043-FUNCTION.
048500     MOVE 'UORG0200' TO UORGL043-CPGM-BATCH.
048600     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
048700                  UORGL043-QTDE-REJEITADOS
048800                  UORGL043-CCOD-TERMINO.
048900     CALL 'UORG0043' USING UORGL043-PARMS.
049000     IF NOT UORGL043-OK
049100         DISPLAY 'UORG0200 - ERRO ' UORGL043-RETORNO
049200             ' NO REGISTRO DE INICIO DA EXECUCAO'
049300     END-IF.
049400 9500-REGISTRAR-INICIO-EXIT.
049500     EXIT.
049600******************************************************************
049700*    9600-REGISTRAR-FIM                                         *
049800*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO       *
049900******************************************************************
050000 9600-REGISTRAR-FIM             SECTION.
050100     MOVE 'F' TO UORGL043-FUNCTION.
050200     MOVE WS-QTDE-LIDOS TO UORGL043-QTDE-LIDOS.
050300     COMPUTE UORGL043-QTDE-GRAVADOS =
050400         WS-QTDE-SEM-CONTNG + WS-QTDE-ROMPIDOS.
050500     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
050600     IF WS-HOUVE-ERRO
050700         MOVE 8 TO UORGL043-CCOD-TERMINO
050800     ELSE
050900         MOVE ZERO TO UORGL043-CCOD-TERMINO
051000     END-IF.
051100     CALL 'UORG0043' USING UORGL043-PARMS.
051200     IF NOT UORGL043-OK
051300         DISPLAY 'UORG0200 - ERRO ' UORGL043-RETORNO
051400             ' NO REGISTRO DE FIM DA EXECUCAO'
051500     END-IF.
051600     EXEC SQL
051700         COMMIT
051800     END-EXEC.
051900 9600-REGISTRAR-FIM-EXIT.
052000     EXIT.
