000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0164                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0164.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - CONTAGEM REGRESSIVA DE VENCIMENTO DAS *
001600*                LICENCAS REGULATORIAS (TLICEN_UND_ORGNZ) EM     *
001700*                DIAS UTEIS PELA UORG0085 E LISTA DAS UNIDADES   *
001800*                ATIVAS SEM LICENCA OBRIGATORIA VIGENTE          *
001900*                (UORG0163).                                     *
002000******************************************************************
002100*
002200*    FUNCAO: BATCH DIARIO. PRIMEIRA FASE: LISTA, EM ORDEM DE
002300*    VALIDADE, AS LICENCAS VENCIDAS E AS QUE VENCEM NOS PROXIMOS
002400*    WS-HORIZONTE-DIAS DIAS CORRIDOS, COM A QUANTIDADE DE DIAS
002500*    UTEIS QUE FALTAM (OU JA DECORRIDOS DESDE O VENCIMENTO),
002600*    CONTADOS PELA UORG0085 COM OS FERIADOS DA UF DO TITULAR
002700*    (ENDERECO DA UNIDADE OU DO IMOVEL). LICENCA A VENCER EM ATE
002800*    WS-LIMITE-URGENTE DIAS UTEIS SAI COMO RENOVACAO URGENTE.
002900*    SEGUNDA FASE: VERIFICA PELA UORG0163 CADA UNIDADE ATIVA E
003000*    LISTA AS QUE ESTAO OPERANDO SEM ALGUMA LICENCA OBRIGATORIA
003100*    OU COM ELA VENCIDA.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.         IBM-390.
003600 OBJECT-COMPUTER.         IBM-390.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT REL-UORGR164 ASSIGN TO UORGR164
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  REL-UORGR164
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600 01  REL-UORGR164-REG            PIC X(133).
004700 WORKING-STORAGE SECTION.
004800     EXEC SQL INCLUDE SQLCA END-EXEC.
004900 01  WS-SWITCHES.
005000     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005100        88 WS-FIM-CURSOR              VALUE 'S'.
005200 01  WS-CONTADORES.
005300     05 WS-QTDE-LIDAS            PIC S9(7) COMP VALUE ZERO.
005400     05 WS-QTDE-VENCIDAS         PIC S9(7) COMP VALUE ZERO.
005500     05 WS-QTDE-URGENTES         PIC S9(7) COMP VALUE ZERO.
005600     05 WS-QTDE-A-VENCER         PIC S9(7) COMP VALUE ZERO.
005700     05 WS-QTDE-UNIDADES         PIC S9(7) COMP VALUE ZERO.
005800     05 WS-QTDE-IRREGULARES      PIC S9(7) COMP VALUE ZERO.
005900 01  WS-CONSTANTES.
006000     05 WS-HORIZONTE-DIAS        PIC S9(5) COMP VALUE 90.
006100     05 WS-LIMITE-URGENTE        PIC S9(5) COMP VALUE 30.
006200 01  WS-TAB-TIPOS-LICEN.
006300     05 FILLER                   PIC X(20)
006400                                 VALUE 'ALVARA FUNCIONAMENTO'.
006500     05 FILLER                   PIC X(20)
006600                                 VALUE 'AVCB BOMBEIROS'.
006700     05 FILLER                   PIC X(20)
006800                                 VALUE 'PLANO SEGURANCA PF'.
006900 01  WS-TAB-TIPOS-LICEN-R REDEFINES WS-TAB-TIPOS-LICEN.
007000     05 WS-RTPO-LICEN            PIC X(20) OCCURS 3 TIMES.
007100 01  WS-DATA-HOJE.
007200     05 WS-DATA-HOJE-AAAAMMDD    PIC 9(8).
007300     05 WS-DATA-HOJE-ISO         PIC X(10).
007400 01  WS-AREA-TRABALHO.
007500     05 WS-CTPO-LICEN            PIC S9(2)V COMP-3.
007600     05 WS-IND-TIPO              PIC S9(4) COMP.
007700     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
007800     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
007900     05 WS-CPRDIO                PIC S9(7)V COMP-3.
008000     05 WS-NLICEN                PIC X(20).
008100     05 WS-DVALID-LICEN          PIC X(10).
008200     05 WS-CUF                   PIC X(2).
008300 COPY UORGR164.
008400 COPY UORGL085.
008500 COPY UORGL163.
008600 COPY UORGL043.
008700 PROCEDURE DIVISION.
008800******************************************************************
008900*    0000-MAINLINE                                               *
009000******************************************************************
009100 0000-MAINLINE                  SECTION.
009200     PERFORM 9500-REGISTRAR-INICIO
009300         THRU 9500-REGISTRAR-INICIO-EXIT.
009400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE-AAAAMMDD.
009500     STRING WS-DATA-HOJE-AAAAMMDD (1:4) '-'
009600            WS-DATA-HOJE-AAAAMMDD (5:2) '-'
009700            WS-DATA-HOJE-AAAAMMDD (7:2)
009800            DELIMITED BY SIZE INTO WS-DATA-HOJE-ISO.
009900     OPEN OUTPUT REL-UORGR164.
010000     PERFORM 2000-LISTAR-VENCIMENTOS
010100         THRU 2000-LISTAR-VENCIMENTOS-EXIT.
010200     PERFORM 3000-LISTAR-IRREGULARES
010300         THRU 3000-LISTAR-IRREGULARES-EXIT.
010400     PERFORM 7000-ENCERRAR
010500         THRU 7000-ENCERRAR-EXIT.
010600     PERFORM 9600-REGISTRAR-FIM
010700         THRU 9600-REGISTRAR-FIM-EXIT.
010800     GOBACK.
010900 0000-MAINLINE-EXIT.
011000     EXIT.
011100******************************************************************
011200*    2000-LISTAR-VENCIMENTOS                                     *
011300******************************************************************
011400 2000-LISTAR-VENCIMENTOS        SECTION.
011500     EXEC SQL
011600         DECLARE CUR-UORG0164-LIC CURSOR FOR
011700         SELECT L.CTPO_LICEN, L.CPSSOA_JURID, L.NSEQ_UND_ORGNZ,
011800                L.CPRDIO, L.NLICEN, CHAR(L.DVALID_LICEN, ISO),
011900                COALESCE(E.CUF_UND_ORGNZ, P.CUF_PRDIO, '  ')
012000           FROM DB2PRD.TLICEN_UND_ORGNZ L
012100           LEFT JOIN DB2PRD.TENDRC_UND_ORGNZ E
012200             ON E.CPSSOA_JURID   = L.CPSSOA_JURID
012300            AND E.NSEQ_UND_ORGNZ = L.NSEQ_UND_ORGNZ
012400           LEFT JOIN DB2PRD.TPRDIO P
012500             ON P.CPRDIO = L.CPRDIO
012600          WHERE L.DVALID_LICEN <=
012700                CURRENT DATE + :WS-HORIZONTE-DIAS DAYS
012800          ORDER BY L.DVALID_LICEN, L.CPSSOA_JURID,
012900                   L.NSEQ_UND_ORGNZ, L.CPRDIO, L.CTPO_LICEN
013000     END-EXEC.
013100     EXEC SQL
013200         OPEN CUR-UORG0164-LIC
013300     END-EXEC.
013400     PERFORM 8000-LER-LICENCA
013500         THRU 8000-LER-LICENCA-EXIT.
013600     PERFORM 2100-IMPRIMIR-LICENCA
013700         THRU 2100-IMPRIMIR-LICENCA-EXIT
013800         UNTIL WS-FIM-CURSOR.
013900     EXEC SQL
014000         CLOSE CUR-UORG0164-LIC
014100     END-EXEC.
014200 2000-LISTAR-VENCIMENTOS-EXIT.
014300     EXIT.
014400******************************************************************
014500*    2100-IMPRIMIR-LICENCA                                       *
014600*    DIAS UTEIS ATE O VENCIMENTO OU DESDE O VENCIMENTO           *
014700******************************************************************
014800 2100-IMPRIMIR-LICENCA          SECTION.
014900     ADD 1 TO WS-QTDE-LIDAS.
015000     MOVE SPACES TO UORGR164-LINHA.
015100     MOVE ' ' TO UORGR164-CTL-IMPRESSAO.
015200     MOVE WS-CPSSOA-JURID TO UORGR164-CPSSOA-JURID.
015300     MOVE WS-NSEQ-UND-ORGNZ TO UORGR164-NSEQ-UND-ORGNZ.
015400     MOVE WS-CPRDIO TO UORGR164-CPRDIO.
015500     MOVE WS-CTPO-LICEN TO WS-IND-TIPO.
015600     MOVE WS-RTPO-LICEN (WS-IND-TIPO) TO UORGR164-RTPO-LICEN.
015700     MOVE WS-NLICEN TO UORGR164-NLICEN.
015800     MOVE WS-DVALID-LICEN TO UORGR164-DVALID-LICEN.
015900     MOVE WS-CUF TO UORGL085-CUF.
016000     IF WS-DVALID-LICEN < WS-DATA-HOJE-ISO
016100         MOVE WS-DVALID-LICEN TO UORGL085-DATA-INICIAL
016200         MOVE WS-DATA-HOJE-ISO TO UORGL085-DATA-FINAL
016300     ELSE
016400         MOVE WS-DATA-HOJE-ISO TO UORGL085-DATA-INICIAL
016500         MOVE WS-DVALID-LICEN TO UORGL085-DATA-FINAL
016600     END-IF.
016700     CALL 'UORG0085' USING UORGL085-PARMS.
016800     IF NOT UORGL085-OK
016900         DISPLAY 'UORG0164 - ERRO ' UORGL085-RETORNO
017000             ' NA CONTAGEM DE DIAS UTEIS DA LICENCA ' WS-NLICEN
017100         MOVE ZERO TO UORGL085-QTDE-DIAS-UTEIS
017200     END-IF.
017300     MOVE UORGL085-QTDE-DIAS-UTEIS TO UORGR164-QTDE-DIAS-UTEIS.
017400     EVALUATE TRUE
017500         WHEN WS-DVALID-LICEN < WS-DATA-HOJE-ISO
017600             ADD 1 TO WS-QTDE-VENCIDAS
017700             MOVE 'VENCIDA (DIAS UTEIS DECORRIDOS)'
017800                 TO UORGR164-MENSAGEM
017900         WHEN UORGL085-QTDE-DIAS-UTEIS <= WS-LIMITE-URGENTE
018000             ADD 1 TO WS-QTDE-URGENTES
018100             MOVE 'RENOVACAO URGENTE' TO UORGR164-MENSAGEM
018200         WHEN OTHER
018300             ADD 1 TO WS-QTDE-A-VENCER
018400             MOVE 'A VENCER' TO UORGR164-MENSAGEM
018500     END-EVALUATE.
018600     WRITE REL-UORGR164-REG FROM UORGR164-LINHA.
018700     PERFORM 8000-LER-LICENCA
018800         THRU 8000-LER-LICENCA-EXIT.
018900 2100-IMPRIMIR-LICENCA-EXIT.
019000     EXIT.
019100******************************************************************
019200*    3000-LISTAR-IRREGULARES                                     *
019300******************************************************************
019400 3000-LISTAR-IRREGULARES        SECTION.
019500     MOVE 'N' TO WS-SW-FIM-CURSOR.
019600     EXEC SQL
019700         DECLARE CUR-UORG0164-UND CURSOR FOR
019800         SELECT CPSSOA_JURID, NSEQ_UND_ORGNZ
019900           FROM DB2PRD.TUND_ORGNZ
020000          WHERE CSIT_UND_ORGNZ = 1
020100          ORDER BY CPSSOA_JURID, NSEQ_UND_ORGNZ
020200     END-EXEC.
020300     EXEC SQL
020400         OPEN CUR-UORG0164-UND
020500     END-EXEC.
020600     PERFORM 8100-LER-UNIDADE
020700         THRU 8100-LER-UNIDADE-EXIT.
020800     PERFORM 3100-VERIFICAR-UNIDADE
020900         THRU 3100-VERIFICAR-UNIDADE-EXIT
021000         UNTIL WS-FIM-CURSOR.
021100     EXEC SQL
021200         CLOSE CUR-UORG0164-UND
021300     END-EXEC.
021400 3000-LISTAR-IRREGULARES-EXIT.
021500     EXIT.
021600******************************************************************
021700*    3100-VERIFICAR-UNIDADE                                      *
021800******************************************************************
021900 3100-VERIFICAR-UNIDADE         SECTION.
022000     ADD 1 TO WS-QTDE-UNIDADES.
022100     MOVE WS-CPSSOA-JURID TO UORGL163-CPSSOA-JURID.
022200     MOVE WS-NSEQ-UND-ORGNZ TO UORGL163-NSEQ-UND-ORGNZ.
022300     CALL 'UORG0163' USING UORGL163-PARMS.
022400     IF UORGL163-OK
022500         GO TO 3100-VERIFICAR-UNIDADE-LER
022600     END-IF.
022700     IF UORGL163-ERRO-SQL
022800         DISPLAY 'UORG0164 - ERRO NA VERIFICACAO DE LICENCAS '
022900             WS-CPSSOA-JURID '/' WS-NSEQ-UND-ORGNZ
023000         GO TO 3100-VERIFICAR-UNIDADE-LER
023100     END-IF.
023200     ADD 1 TO WS-QTDE-IRREGULARES.
023300     MOVE SPACES TO UORGR164-LINHA.
023400     MOVE ' ' TO UORGR164-CTL-IMPRESSAO.
023500     MOVE WS-CPSSOA-JURID TO UORGR164-CPSSOA-JURID.
023600     MOVE WS-NSEQ-UND-ORGNZ TO UORGR164-NSEQ-UND-ORGNZ.
023700     MOVE UORGL163-RTPO-LICEN TO UORGR164-RTPO-LICEN.
023800     IF UORGL163-LICENCA-AUSENTE
023900         MOVE 'ATIVA SEM LICENCA OBRIGATORIA'
024000             TO UORGR164-MENSAGEM
024100     ELSE
024200         MOVE 'ATIVA COM LICENCA VENCIDA'
024300             TO UORGR164-MENSAGEM
024400     END-IF.
024500     WRITE REL-UORGR164-REG FROM UORGR164-LINHA.
024600 3100-VERIFICAR-UNIDADE-LER.
024700     PERFORM 8100-LER-UNIDADE
024800         THRU 8100-LER-UNIDADE-EXIT.
024900 3100-VERIFICAR-UNIDADE-EXIT.
025000     EXIT.
025100******************************************************************
025200*    7000-ENCERRAR                                               *
025300******************************************************************
025400 7000-ENCERRAR                  SECTION.
025500     MOVE SPACES TO UORGR164-LINHA.
025600     MOVE '0' TO UORGR164-CTL-IMPRESSAO.
025700     MOVE 'TOTAL DE LICENCAS VENCIDAS.....:'
025800         TO UORGR164-TOT-ROTULO.
025900     MOVE WS-QTDE-VENCIDAS TO UORGR164-TOT-QTDE.
026000     WRITE REL-UORGR164-REG FROM UORGR164-LINHA.
026100     MOVE SPACES TO UORGR164-LINHA.
026200     MOVE ' ' TO UORGR164-CTL-IMPRESSAO.
026300     MOVE 'TOTAL DE RENOVACOES URGENTES...:'
026400         TO UORGR164-TOT-ROTULO.
026500     MOVE WS-QTDE-URGENTES TO UORGR164-TOT-QTDE.
026600     WRITE REL-UORGR164-REG FROM UORGR164-LINHA.
026700     MOVE SPACES TO UORGR164-LINHA.
026800     MOVE ' ' TO UORGR164-CTL-IMPRESSAO.
026900     MOVE 'TOTAL DE LICENCAS A VENCER.....:'
027000         TO UORGR164-TOT-ROTULO.
027100     MOVE WS-QTDE-A-VENCER TO UORGR164-TOT-QTDE.
027200     WRITE REL-UORGR164-REG FROM UORGR164-LINHA.
027300     MOVE SPACES TO UORGR164-LINHA.
027400     MOVE ' ' TO UORGR164-CTL-IMPRESSAO.
027500     MOVE 'TOTAL DE UNIDADES IRREGULARES..:'
027600         TO UORGR164-TOT-ROTULO.
027700     MOVE WS-QTDE-IRREGULARES TO UORGR164-TOT-QTDE.
027800     WRITE REL-UORGR164-REG FROM UORGR164-LINHA.
027900     CLOSE REL-UORGR164.
028000     DISPLAY 'UORG0164 - LICENCAS LISTADAS: ' WS-QTDE-LIDAS
028100         ' VENCIDAS: ' WS-QTDE-VENCIDAS
028200         ' UNIDADES IRREGULARES: ' WS-QTDE-IRREGULARES.
028300 7000-ENCERRAR-EXIT.
028400     EXIT.
028500******************************************************************
028600*    8000-LER-LICENCA                                            *
028700******************************************************************
028800 8000-LER-LICENCA               SECTION.
028900     EXEC SQL
029000         FETCH CUR-UORG0164-LIC
029100          INTO :WS-CTPO-LICEN, :WS-CPSSOA-JURID,
029200               :WS-NSEQ-UND-ORGNZ, :WS-CPRDIO, :WS-NLICEN,
029300               :WS-DVALID-LICEN, :WS-CUF
029400     END-EXEC.
029500     IF SQLCODE = 100
029600         MOVE 'S' TO WS-SW-FIM-CURSOR
029700     ELSE
029800     IF SQLCODE NOT = ZERO
029900         DISPLAY 'UORG0164 - ERRO SQLCODE=' SQLCODE
030000             ' NO FETCH DO CURSOR DE LICENCAS'
030100         MOVE 'S' TO WS-SW-FIM-CURSOR
030200     END-IF
030300     END-IF.
030400 8000-LER-LICENCA-EXIT.
030500     EXIT.
030600******************************************************************
030700*    8100-LER-UNIDADE                                            *
030800******************************************************************
030900 8100-LER-UNIDADE               SECTION.
031000     EXEC SQL
031100         FETCH CUR-UORG0164-UND
031200          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ
031300     END-EXEC.
031400     IF SQLCODE = 100
031500         MOVE 'S' TO WS-SW-FIM-CURSOR
031600     ELSE
031700     IF SQLCODE NOT = ZERO
031800         DISPLAY 'UORG0164 - ERRO SQLCODE=' SQLCODE
031900             ' NO FETCH DO CURSOR DE UNIDADES'
032000         MOVE 'S' TO WS-SW-FIM-CURSOR
032100     END-IF
032200     END-IF.
032300 8100-LER-UNIDADE-EXIT.
032400     EXIT.
032500******************************************************************
032600*    9500-REGISTRAR-INICIO                                       *
032700*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
032800******************************************************************
032900 9500-REGISTRAR-INICIO          SECTION.
033000     MOVE 'I' TO UORGL043-FUNCTION.
033100     MOVE 'UORG0164' TO UORGL043-CPGM-BATCH.
033200     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
033300                  UORGL043-QTDE-REJEITADOS
033400                  UORGL043-CCOD-TERMINO.
033500     CALL 'UORG0043' USING UORGL043-PARMS.
033600     IF NOT UORGL043-OK
033700         DISPLAY 'UORG0164 - ERRO ' UORGL043-RETORNO
033800             ' NO REGISTRO DE INICIO DA EXECUCAO'
033900     END-IF.
034000 9500-REGISTRAR-INICIO-EXIT.
034100     EXIT.
034200******************************************************************
034300*    9600-REGISTRAR-FIM                                          *
034400*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
034500******************************************************************
034600 9600-REGISTRAR-FIM             SECTION.
034700     MOVE 'F' TO UORGL043-FUNCTION.
034800     COMPUTE UORGL043-QTDE-LIDOS =
034900         WS-QTDE-LIDAS + WS-QTDE-UNIDADES.
035000     COMPUTE UORGL043-QTDE-GRAVADOS =
035100         WS-QTDE-LIDAS + WS-QTDE-IRREGULARES.
035200     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
035300     MOVE ZERO TO UORGL043-CCOD-TERMINO.
035400     CALL 'UORG0043' USING UORGL043-PARMS.
035500     IF NOT UORGL043-OK
035600         DISPLAY 'UORG0164 - ERRO ' UORGL043-RETORNO
035700             ' NO REGISTRO DE FIM DA EXECUCAO'
035800     END-IF.
035900     EXEC SQL
036000         COMMIT
036100     END-EXEC.
036200 9600-REGISTRAR-FIM-EXIT.
036300     EXIT.
