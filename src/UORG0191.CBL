000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0191                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0191.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - CAPTACAO ANTECIPADA DAS ORDENS DE     *
001600*                MUDANCA DE UNIDADE PARA OUTRO IMOVEL            *
001700*                (TMUDAN_UND_ORGNZ), EFETIVADAS NA DATA PELA     *
001800*                UORG0192.                                       *
001900******************************************************************
002000*
002100*    FUNCAO: PROCESSA O ARQUIVO DE ORDENS UORGS191, CADA ORDEM
002200*    UMA UNIDADE DE TRABALHO. FUNCAO 'I' INCLUI A ORDEM PENDENTE
002300*    (CSIT_MUDAN = 1): A UNIDADE PRECISA EXISTIR ATIVA OU
002400*    FECHADA TEMPORARIAMENTE, COM ENDERECO CADASTRADO (UO56) E
002500*    SEM OUTRA ORDEM PENDENTE; A DATA DE EFETIVACAO PRECISA SER
002600*    VALIDA E FUTURA; O IMOVEL DE DESTINO PRECISA ESTAR ATIVO EM
002700*    TPRDIO E SER DIFERENTE DO ATUAL; O NOVO ENDERECO SEGUE AS
002800*    REGRAS DA UO56 (UF OBRIGATORIA, CEP CONFERIDO NO DIRETORIO
002900*    DOS CORREIOS PELA UORG0134). O CONTRATO DE LOCACAO NOVO E
003000*    OPCIONAL E SO E CONFERIDO NA EFETIVACAO, POIS COSTUMA SER
003100*    CADASTRADO (UORGS110) DEPOIS DA ORDEM. FUNCAO 'C' CANCELA A
003200*    ORDEM PENDENTE DA UNIDADE (CSIT_MUDAN = 9). ORDENS
003300*    RECUSADAS SAO EXIBIDAS NO LOG COM O MOTIVO.
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.         IBM-390.
003800 OBJECT-COMPUTER.         IBM-390.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ARQ-UORGS191 ASSIGN TO UORGS191
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ARQ-UORGS191
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 01  ARQ-UORGS191-REG            PIC X(150).
004900 WORKING-STORAGE SECTION.
005000     EXEC SQL INCLUDE SQLCA END-EXEC.
005100 01  WS-SWITCHES.
005200     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
005300        88 WS-FIM-ARQUIVO             VALUE 'S'.
005400 01  WS-CONTADORES.
005500     05 WS-QTDE-ORDENS           PIC S9(7) COMP VALUE ZERO.
005600     05 WS-QTDE-INCLUIDAS        PIC S9(7) COMP VALUE ZERO.
005700     05 WS-QTDE-CANCELADAS       PIC S9(7) COMP VALUE ZERO.
005800     05 WS-QTDE-REJEITADAS       PIC S9(7) COMP VALUE ZERO.
005900 01  WS-AREA-TRABALHO.
006000     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
006100     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
006200     05 WS-DEFETV-MUDAN          PIC X(10).
006300     05 WS-DATA-VALIDADA         PIC X(10).
006400     05 WS-CPRDIO-DEST           PIC S9(7)V COMP-3.
006500     05 WS-CPRDIO-ATUAL          PIC S9(7)V COMP-3.
006600     05 WS-IENDRC-LOGRD          PIC X(40).
006700     05 WS-NENDRC-LOGRD          PIC X(6).
006800     05 WS-CENDRC-POSTAL         PIC S9(8)V COMP-3.
006900     05 WS-CMUNIC-IBGE           PIC S9(7)V COMP-3.
007000     05 WS-CUF-UND-ORGNZ         PIC X(2).
007100     05 WS-NSEQ-CONTR-NOVO       PIC S9(4)V COMP-3.
007200     05 WS-CUSUARIO              PIC X(9).
007300     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
007400     05 WS-QTDE-EXISTE           PIC S9(7) COMP VALUE ZERO.
007500     05 WS-MOTIVO                PIC X(45).
007600 01  WS-INDICADORES.
007700     05 WS-IND-CPRDIO            PIC S9(4) COMP-5.
007800 COPY UORGS191.
007900 COPY UORGL043.
008000 COPY UORGL134.
008100 PROCEDURE DIVISION.
008200******************************************************************
008300*    0000-MAINLINE                                               *
008400******************************************************************
008500 0000-MAINLINE                  SECTION.
008600     PERFORM 9500-REGISTRAR-INICIO
008700         THRU 9500-REGISTRAR-INICIO-EXIT.
008800     OPEN INPUT ARQ-UORGS191.
008900     PERFORM 8000-LER-ARQUIVO
009000         THRU 8000-LER-ARQUIVO-EXIT.
009100     PERFORM 2000-PROCESSAR-ORDEM
009200         THRU 2000-PROCESSAR-ORDEM-EXIT
009300         UNTIL WS-FIM-ARQUIVO.
009400     CLOSE ARQ-UORGS191.
009500     DISPLAY 'UORG0191 - ORDENS: ' WS-QTDE-ORDENS
009600         ' INCLUIDAS: ' WS-QTDE-INCLUIDAS
009700         ' CANCELADAS: ' WS-QTDE-CANCELADAS
009800         ' REJEITADAS: ' WS-QTDE-REJEITADAS.
009900     PERFORM 9600-REGISTRAR-FIM
010000         THRU 9600-REGISTRAR-FIM-EXIT.
010100     GOBACK.
010200 0000-MAINLINE-EXIT.
010300     EXIT.
010400******************************************************************
010500*    2000-PROCESSAR-ORDEM                                       *
010600******************************************************************
010700 2000-PROCESSAR-ORDEM           SECTION.
010800     ADD 1 TO WS-QTDE-ORDENS.
010900     MOVE SPACES TO WS-MOTIVO.
011000     IF UORGS191-CPSSOA-JURID IS NOT NUMERIC
011100         OR UORGS191-NSEQ-UND-ORGNZ IS NOT NUMERIC
011200         MOVE 'UNIDADE INVALIDA' TO WS-MOTIVO
011300         GO TO 2000-PROCESSAR-ORDEM-REJEITAR
011400     END-IF.
011500     MOVE UORGS191-CPSSOA-JURID TO WS-CPSSOA-JURID.
011600     MOVE UORGS191-NSEQ-UND-ORGNZ TO WS-NSEQ-UND-ORGNZ.
011700     MOVE UORGS191-CUSUARIO TO WS-CUSUARIO.
011800     EVALUATE TRUE
011900         WHEN UORGS191-INCLUIR
012000             PERFORM 3000-INCLUIR-ORDEM
012100                 THRU 3000-INCLUIR-ORDEM-EXIT
012200         WHEN UORGS191-CANCELAR
012300             PERFORM 4000-CANCELAR-ORDEM
012400                 THRU 4000-CANCELAR-ORDEM-EXIT
012500         WHEN OTHER
012600             MOVE 'FUNCAO INVALIDA' TO WS-MOTIVO
012700     END-EVALUATE.
012800     IF WS-MOTIVO = SPACES
012900         GO TO 2000-PROCESSAR-ORDEM-LER
013000     END-IF.
013100 2000-PROCESSAR-ORDEM-REJEITAR.
013200     DISPLAY 'UORG0191 - ORDEM REJEITADA '
013300         UORGS191-CPSSOA-JURID '/' UORGS191-NSEQ-UND-ORGNZ
013400         ' - ' WS-MOTIVO.
013500     ADD 1 TO WS-QTDE-REJEITADAS.
013600 2000-PROCESSAR-ORDEM-LER.
013700     PERFORM 8000-LER-ARQUIVO
013800         THRU 8000-LER-ARQUIVO-EXIT.
013900 2000-PROCESSAR-ORDEM-EXIT.
014000     EXIT.
014100******************************************************************
014200*    3000-INCLUIR-ORDEM                                         *
014300*    VALIDA E GRAVA A ORDEM PENDENTE; RECUSA DEVOLVIDA EM       *
014400*    WS-MOTIVO                                                  *
014500******************************************************************
014600 3000-INCLUIR-ORDEM             SECTION.
014700     IF UORGS191-DEFETV-MUDAN IS NOT NUMERIC
014800         OR UORGS191-CPRDIO-DEST IS NOT NUMERIC
014900         OR UORGS191-CENDRC-POSTAL IS NOT NUMERIC
015000         OR UORGS191-CMUNIC-IBGE IS NOT NUMERIC
015100         OR UORGS191-NSEQ-CONTR-NOVO IS NOT NUMERIC
015200         MOVE 'CAMPO NUMERICO INVALIDO' TO WS-MOTIVO
015300         GO TO 3000-INCLUIR-ORDEM-EXIT
015400     END-IF.
015500     IF UORGS191-IENDRC-LOGRD = SPACES
015600         OR UORGS191-CUF-UND-ORGNZ = SPACES
015700         MOVE 'LOGRADOURO E UF OBRIGATORIOS' TO WS-MOTIVO
015800         GO TO 3000-INCLUIR-ORDEM-EXIT
015900     END-IF.
016000     MOVE SPACES TO WS-DEFETV-MUDAN.
016100     STRING UORGS191-DEFETV-MUDAN (1:4) '-'
016200            UORGS191-DEFETV-MUDAN (5:2) '-'
016300            UORGS191-DEFETV-MUDAN (7:2)
016400            DELIMITED BY SIZE INTO WS-DEFETV-MUDAN.
016500     EXEC SQL
016600         SELECT CHAR(DATE(:WS-DEFETV-MUDAN), ISO)
016700           INTO :WS-DATA-VALIDADA
016800           FROM SYSIBM.SYSDUMMY1
016900          WHERE DATE(:WS-DEFETV-MUDAN) > CURRENT DATE
017000     END-EXEC.
017100     IF SQLCODE NOT = ZERO
017200         MOVE 'DATA DE EFETIVACAO INVALIDA OU NAO FUTURA'
017300             TO WS-MOTIVO
017400         GO TO 3000-INCLUIR-ORDEM-EXIT
017500     END-IF.
017600     EXEC SQL
017700         SELECT CSIT_UND_ORGNZ
017800           INTO :WS-CSIT-UND-ORGNZ
017900           FROM DB2PRD.TUND_ORGNZ
018000          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
018100            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
018200     END-EXEC.
018300     IF SQLCODE NOT = ZERO
018400         MOVE 'UNIDADE INEXISTENTE' TO WS-MOTIVO
018500         GO TO 3000-INCLUIR-ORDEM-EXIT
018600     END-IF.
018700     IF WS-CSIT-UND-ORGNZ NOT = 1 AND WS-CSIT-UND-ORGNZ NOT = 3
018800         MOVE 'UNIDADE NAO ATIVA' TO WS-MOTIVO
018900         GO TO 3000-INCLUIR-ORDEM-EXIT
019000     END-IF.
019100     EXEC SQL
019200         SELECT CPRDIO
019300           INTO :WS-CPRDIO-ATUAL:WS-IND-CPRDIO
019400           FROM DB2PRD.TENDRC_UND_ORGNZ
019500          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
019600            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
019700     END-EXEC.
019800     IF SQLCODE NOT = ZERO
019900         MOVE 'UNIDADE SEM ENDERECO CADASTRADO (UO56)'
020000             TO WS-MOTIVO
020100         GO TO 3000-INCLUIR-ORDEM-EXIT
020200     END-IF.
020300     IF WS-IND-CPRDIO < ZERO
020400         MOVE ZERO TO WS-CPRDIO-ATUAL
020500     END-IF.
020600     MOVE UORGS191-CPRDIO-DEST TO WS-CPRDIO-DEST.
020700     IF WS-CPRDIO-DEST = WS-CPRDIO-ATUAL
020800         MOVE 'IMOVEL DE DESTINO IGUAL AO ATUAL' TO WS-MOTIVO
020900         GO TO 3000-INCLUIR-ORDEM-EXIT
021000     END-IF.
021100     MOVE ZERO TO WS-QTDE-EXISTE.
021200     EXEC SQL
021300         SELECT COUNT(*)
021400           INTO :WS-QTDE-EXISTE
021500           FROM DB2PRD.TPRDIO
021600          WHERE CPRDIO     = :WS-CPRDIO-DEST
021700            AND CSIT_PRDIO = 1
021800     END-EXEC.
021900     IF SQLCODE NOT = ZERO OR WS-QTDE-EXISTE = ZERO
022000         MOVE 'IMOVEL DE DESTINO INEXISTENTE OU INATIVO (UO96)'
022100             TO WS-MOTIVO
022200         GO TO 3000-INCLUIR-ORDEM-EXIT
022300     END-IF.
022400     MOVE UORGS191-CENDRC-POSTAL TO WS-CENDRC-POSTAL
022500                                    UORGL134-CENDRC-POSTAL.
022600     MOVE UORGS191-CMUNIC-IBGE TO WS-CMUNIC-IBGE
022700                                  UORGL134-CMUNIC-IBGE.
022800     CALL 'UORG0134' USING UORGL134-PARMS.
022900     IF NOT UORGL134-OK
023000         MOVE 'CEP INEXISTENTE OU DE OUTRO MUNICIPIO' TO WS-MOTIVO
023100         GO TO 3000-INCLUIR-ORDEM-EXIT
023200     END-IF.
023300     MOVE ZERO TO WS-QTDE-EXISTE.
023400     EXEC SQL
023500         SELECT COUNT(*)
023600           INTO :WS-QTDE-EXISTE
023700           FROM DB2PRD.TMUDAN_UND_ORGNZ
023800          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
023900            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
024000            AND CSIT_MUDAN     = 1
024100     END-EXEC.
024200     IF SQLCODE NOT = ZERO OR WS-QTDE-EXISTE > ZERO
024300         MOVE 'JA HA ORDEM PENDENTE - CANCELE ANTES' TO WS-MOTIVO
024400         GO TO 3000-INCLUIR-ORDEM-EXIT
024500     END-IF.
024600     MOVE UORGS191-IENDRC-LOGRD TO WS-IENDRC-LOGRD.
024700     MOVE UORGS191-NENDRC-LOGRD TO WS-NENDRC-LOGRD.
024800     MOVE UORGS191-CUF-UND-ORGNZ TO WS-CUF-UND-ORGNZ.
024900     MOVE UORGS191-NSEQ-CONTR-NOVO TO WS-NSEQ-CONTR-NOVO.
025000     EXEC SQL
025100         INSERT INTO DB2PRD.TMUDAN_UND_ORGNZ
025200                (CPSSOA_JURID, NSEQ_UND_ORGNZ, DEFETV_MUDAN,
025300                 CPRDIO_DEST, IENDRC_LOGRD, NENDRC_LOGRD,
025400                 CENDRC_POSTAL, CMUNIC_IBGE, CUF_UND_ORGNZ,
025500                 NSEQ_CONTR_NOVO, CSIT_MUDAN, HINCL_REG,
025600                 CUSUAR_INCL)
025700         VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
025800                 DATE(:WS-DEFETV-MUDAN), :WS-CPRDIO-DEST,
025900                 :WS-IENDRC-LOGRD, :WS-NENDRC-LOGRD,
026000                 :WS-CENDRC-POSTAL, :WS-CMUNIC-IBGE,
026100                 :WS-CUF-UND-ORGNZ, :WS-NSEQ-CONTR-NOVO, 1,
026200                 CURRENT TIMESTAMP, :WS-CUSUARIO)
026300     END-EXEC.
026400     IF SQLCODE NOT = ZERO
026500         DISPLAY 'UORG0191 - ERRO SQLCODE=' SQLCODE
026600             ' NA GRAVACAO DA ORDEM'
026700         EXEC SQL
026800             ROLLBACK
026900         END-EXEC
027000         MOVE 'ERRO NA GRAVACAO DA ORDEM' TO WS-MOTIVO
027100         GO TO 3000-INCLUIR-ORDEM-EXIT
027200     END-IF.
027300     EXEC SQL
027400         COMMIT
027500     END-EXEC.
027600     ADD 1 TO WS-QTDE-INCLUIDAS.
027700 3000-INCLUIR-ORDEM-EXIT.
027800     EXIT.
027900******************************************************************
028000*    4000-CANCELAR-ORDEM                                        *
028100******************************************************************
028200 4000-CANCELAR-ORDEM            SECTION.
028300     EXEC SQL
028400         UPDATE DB2PRD.TMUDAN_UND_ORGNZ
028500            SET CSIT_MUDAN   = 9,
028600                HMANUT_REG   = CURRENT TIMESTAMP,
028700                CUSUAR_MANUT = :WS-CUSUARIO
028800          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
028900            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
029000            AND CSIT_MUDAN     = 1
029100     END-EXEC.
029200     EVALUATE TRUE
029300         WHEN SQLCODE = ZERO
029400             EXEC SQL
029500                 COMMIT
029600             END-EXEC
029700             ADD 1 TO WS-QTDE-CANCELADAS
029800         WHEN SQLCODE = 100
029900             MOVE 'NAO HA ORDEM PENDENTE PARA A UNIDADE'
030000                 TO WS-MOTIVO
030100         WHEN OTHER
030200             DISPLAY 'UORG0191 - ERRO SQLCODE=' SQLCODE
030300                 ' NO CANCELAMENTO DA ORDEM'
030400             EXEC SQL
030500                 ROLLBACK
030600             END-EXEC
030700             MOVE 'ERRO NO CANCELAMENTO DA ORDEM' TO WS-MOTIVO
030800     END-EVALUATE.
030900 4000-CANCELAR-ORDEM-EXIT.
031000     EXIT.
031100******************************************************************
031200*    8000-LER-ARQUIVO                                           *
031300******************************************************************
031400 8000-LER-ARQUIVO               SECTION.
031500     READ ARQ-UORGS191 INTO UORGS191-REGISTRO
031600         AT END
031700             MOVE 'S' TO WS-SW-FIM-ARQUIVO
031800     END-READ.
031900 8000-LER-ARQUIVO-EXIT.
032000     EXIT.
032100******************************************************************
032200*    9500-REGISTRAR-INICIO                                      *
032300*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
032400******************************************************************
032500 9500-REGISTRAR-INICIO          SECTION.
032600     MOVE 'I' TO UORGL043-FUNCTION.
032700     MOVE 'UORG0191' TO UORGL043-CPGM-BATCH.
032800     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
032900                  UORGL043-QTDE-REJEITADOS
033000                  UORGL043-CCOD-TERMINO.
033100     CALL 'UORG0043' USING UORGL043-PARMS.
033200     IF NOT UORGL043-OK
033300         DISPLAY 'UORG0191 - ERRO ' UORGL043-RETORNO
033400             ' NO REGISTRO DE INICIO DA EXECUCAO'
033500     END-IF.
033600 9500-REGISTRAR-INICIO-EXIT.
033700     EXIT.
033800******************************************************************
033900*    9600-REGISTRAR-FIM                                         *
034000*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO       *
034100******************************************************************
034200 9600-REGISTRAR-FIM             SECTION.
034300     MOVE 'F' TO UORGL043-FUNCTION.
034400     MOVE WS-QTDE-ORDENS TO UORGL043-QTDE-LIDOS.
034500     COMPUTE UORGL043-QTDE-GRAVADOS =
034600         WS-QTDE-INCLUIDAS + WS-QTDE-CANCELADAS.
034700     MOVE WS-QTDE-REJEITADAS TO UORGL043-QTDE-REJEITADOS.
034800     MOVE ZERO TO UORGL043-CCOD-TERMINO.
034900     CALL 'UORG0043' USING UORGL043-PARMS.
035000     IF NOT UORGL043-OK
035100         DISPLAY 'UORG0191 - ERRO ' UORGL043-RETORNO
035200             ' NO REGISTRO DE FIM DA EXECUCAO'
035300     END-IF.
035400     EXEC SQL
035500         COMMIT
035600     END-EXEC.
035700 9600-REGISTRAR-FIM-EXIT.
035800     EXIT.
