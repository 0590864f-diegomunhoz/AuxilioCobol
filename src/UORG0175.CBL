000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0175                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0175.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - FOLHA DE ROTA DIARIA DO MALOTE        *
001600*                INTERNO POR ROTA, SEM AS UNIDADES FECHADAS NO   *
001700*                DIA (THORAR_UND_ORGNZ E TCALND_FERD, NO         *
001800*                CRITERIO DA UORG0101), E LISTA DE EXCECOES DAS  *
001900*                ROTAS (UNIDADE ATIVA SEM ROTA, PARADA EM        *
002000*                UNIDADE ENCERRADA/SUSPENSA OU MUDADA).          *
002100******************************************************************
002200*
002300*    FUNCAO: LE A DATA DE REFERENCIA DO CARTAO UORGK175 (AUSENTE
002400*    OU EM BRANCO = DATA CORRENTE). O DIA DA SEMANA VEM DE
002500*    INTEGER-OF-DATE MODULO 7 (6 = SABADO, 0 = DOMINGO, COMO NA
002600*    UORG0101) E ESCOLHE A POSICAO DO DIA EM CDIA_ATEND (1 =
002700*    SEGUNDA ... 7 = DOMINGO). PARA CADA ROTA ATIVA, UMA FOLHA
002800*    COM AS PARADAS NA SEQUENCIA: PARADA SEM ATENDIMENTO NO DIA
002900*    NAO ENTRA; PARADA EM UNIDADE NAO ATIVA, EM DOMINGO, EM
003000*    FERIADO (UF '**' OU DA UF DO ENDERECO DA UNIDADE) OU EM
003100*    SABADO DE UNIDADE QUE NAO ABRE SABADO E DISPENSADA E SO
003200*    ENTRA NA CONTAGEM DA ROTA. UNIDADE SEM HORARIO CADASTRADO
003300*    E VISITADA, COM AVISO. DEPOIS DAS FOLHAS, A LISTA DE
003400*    EXCECOES: UNIDADES ATIVAS QUE NAO SAO PARADA DE NENHUMA
003500*    ROTA ATIVA E PARADAS DE ROTAS ATIVAS EM UNIDADE ENCERRADA,
003600*    SUSPENSA (UORG0154), INEXISTENTE OU CUJO ENDERECO FOI
003700*    ALTERADO DEPOIS DA ULTIMA MANUTENCAO DA PARADA (MUDANCA DE
003800*    ENDERECO A CONFERIR COM A LOGISTICA).
003900*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.         IBM-390.
004300 OBJECT-COMPUTER.         IBM-390.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CTL-UORGK175 ASSIGN TO UORGK175
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT REL-UORGR175 ASSIGN TO UORGR175
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CTL-UORGK175
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  CTL-UORGK175-REG            PIC X(80).
005600 FD  REL-UORGR175
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  REL-UORGR175-REG            PIC X(133).
006000 WORKING-STORAGE SECTION.
006100     EXEC SQL INCLUDE SQLCA END-EXEC.
006200 01  WS-SWITCHES.
006300     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006400        88 WS-FIM-CURSOR              VALUE 'S'.
006500     05 WS-SW-FIM-SEM-ROTA       PIC X(1) VALUE 'N'.
006600        88 WS-FIM-SEM-ROTA            VALUE 'S'.
006700     05 WS-SW-FIM-PARADA-EXC     PIC X(1) VALUE 'N'.
006800        88 WS-FIM-PARADA-EXC          VALUE 'S'.
006900     05 WS-SW-CONTROLE-OK        PIC X(1) VALUE 'N'.
007000        88 WS-CONTROLE-OK             VALUE 'S'.
007100     05 WS-SW-PRIMEIRA-ROTA      PIC X(1) VALUE 'S'.
007200        88 WS-PRIMEIRA-ROTA           VALUE 'S'.
007300 01  WS-CONTADORES.
007400     05 WS-QTDE-ROTAS            PIC S9(7) COMP VALUE ZERO.
007500     05 WS-QTDE-VISITA-ROTA      PIC S9(7) COMP VALUE ZERO.
007600     05 WS-QTDE-DISPENSA-ROTA    PIC S9(7) COMP VALUE ZERO.
007700     05 WS-QTDE-VISITA           PIC S9(7) COMP VALUE ZERO.
007800     05 WS-QTDE-DISPENSA         PIC S9(7) COMP VALUE ZERO.
007900     05 WS-QTDE-SEM-ROTA         PIC S9(7) COMP VALUE ZERO.
008000     05 WS-QTDE-PARADA-EXC       PIC S9(7) COMP VALUE ZERO.
008100     05 WS-DIA-INTEIRO           PIC S9(9) COMP VALUE ZERO.
008200     05 WS-DIA-SEMANA            PIC S9(4) COMP VALUE ZERO.
008300     05 WS-IND-DIA               PIC S9(4) COMP VALUE ZERO.
008400     05 WS-QTDE-FERIADO          PIC S9(5) COMP VALUE ZERO.
008500 01  WS-AREA-TRABALHO.
008600     05 WS-DATA-REFER-9          PIC 9(8).
008700     05 WS-DATA-REFER-X          PIC X(10).
008800     05 WS-CROTA-ATUAL           PIC S9(5)V COMP-3 VALUE ZERO.
008900     05 WS-CROTA-EDIT            PIC 9(5).
009000     05 WS-CROTA-MALOTE          PIC S9(5)V COMP-3.
009100     05 WS-RROTA-MALOTE          PIC X(40).
009200     05 WS-NSEQ-PARADA           PIC S9(3)V COMP-3.
009300     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
009400     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
009500     05 WS-CDIA-ATEND            PIC X(7).
009600     05 WS-HINIC-COLETA          PIC S9(4)V COMP-3.
009700     05 WS-HFIM-COLETA           PIC S9(4)V COMP-3.
009800     05 WS-IABREV-UND-ORGNZ      PIC X(40).
009900     05 WS-CSIT-UND-ORGNZ        PIC S9(1)V COMP-3.
010000     05 WS-HINIC-SEMANA          PIC S9(4)V COMP-3.
010100     05 WS-CINDCD-SABADO         PIC X(1).
010200     05 WS-CUF-UND-ORGNZ         PIC X(2).
010300     05 WS-CINDCD-ENDRC-ALTER    PIC X(1).
010400     05 WS-HORA-EDIT             PIC 9(4).
010500 01  WS-INDICADORES.
010600     05 WS-IND-HINIC-SEMANA      PIC S9(4) COMP-5.
010700     05 WS-IND-CINDCD-SABADO     PIC S9(4) COMP-5.
010800     05 WS-IND-CUF               PIC S9(4) COMP-5.
010900 COPY UORGK175.
011000 COPY UORGR175.
011100 COPY UORGL043.
011200 PROCEDURE DIVISION.
011300******************************************************************
011400*    0000-MAINLINE                                               *
011500******************************************************************
011600 0000-MAINLINE                  SECTION.
011700     PERFORM 9500-REGISTRAR-INICIO
011800         THRU 9500-REGISTRAR-INICIO-EXIT.
011900     PERFORM 1000-PREPARAR-CONTROLE
012000         THRU 1000-PREPARAR-CONTROLE-EXIT.
012100     IF WS-CONTROLE-OK
012200         PERFORM 2000-PROCESSAR-PARADA
012300             THRU 2000-PROCESSAR-PARADA-EXIT
012400             UNTIL WS-FIM-CURSOR
012500         IF NOT WS-PRIMEIRA-ROTA
012600             PERFORM 2900-FECHAR-ROTA
012700                 THRU 2900-FECHAR-ROTA-EXIT
012800         END-IF
012900         EXEC SQL
013000             CLOSE CUR-UORG0175
013100         END-EXEC
013200         PERFORM 5000-LISTAR-EXCECOES
013300             THRU 5000-LISTAR-EXCECOES-EXIT
013400         PERFORM 7000-ENCERRAR
013500             THRU 7000-ENCERRAR-EXIT
013600     END-IF.
013700     PERFORM 9600-REGISTRAR-FIM
013800         THRU 9600-REGISTRAR-FIM-EXIT.
013900     GOBACK.
014000******************************************************************
014100*    1000-PREPARAR-CONTROLE                                      *
014200*    DATA DE REFERENCIA, DIA DA SEMANA E ABERTURA DO CURSOR      *
014300******************************************************************
014400 1000-PREPARAR-CONTROLE         SECTION.
014500     MOVE SPACES TO UORGK175-REGISTRO.
014600     OPEN INPUT CTL-UORGK175.
014700     READ CTL-UORGK175 INTO UORGK175-REGISTRO
014800         AT END
014900             MOVE SPACES TO UORGK175-REGISTRO
015000     END-READ.
015100     CLOSE CTL-UORGK175.
015200     IF UORGK175-DATA-REFER = SPACES
015300         MOVE FUNCTION CURRENT-DATE (1:8) TO UORGK175-DATA-REFER
015400     END-IF.
015500     IF UORGK175-DATA-REFER IS NOT NUMERIC
015600         DISPLAY 'UORG0175 - CONTROLE INVALIDO: '
015700             UORGK175-DATA-REFER
015800         GO TO 1000-PREPARAR-CONTROLE-EXIT
015900     END-IF.
016000     MOVE UORGK175-DATA-REFER TO WS-DATA-REFER-9.
016100     STRING UORGK175-DATA-REFER (1:4) '-'
016200            UORGK175-DATA-REFER (5:2) '-'
016300            UORGK175-DATA-REFER (7:2)
016400            DELIMITED BY SIZE INTO WS-DATA-REFER-X.
016500     COMPUTE WS-DIA-INTEIRO =
016600         FUNCTION INTEGER-OF-DATE (WS-DATA-REFER-9).
016700     COMPUTE WS-DIA-SEMANA =
016800         FUNCTION MOD (WS-DIA-INTEIRO, 7).
016900     IF WS-DIA-SEMANA = ZERO
017000         MOVE 7 TO WS-IND-DIA
017100     ELSE
017200         MOVE WS-DIA-SEMANA TO WS-IND-DIA
017300     END-IF.
017400     MOVE 'S' TO WS-SW-CONTROLE-OK.
017500     OPEN OUTPUT REL-UORGR175.
017600     EXEC SQL
017700         DECLARE CUR-UORG0175 CURSOR FOR
017800         SELECT R.CROTA_MALOTE, R.RROTA_MALOTE,
017900                P.NSEQ_PARADA, P.CPSSOA_JURID, P.NSEQ_UND_ORGNZ,
018000                P.CDIA_ATEND, P.HINIC_COLETA, P.HFIM_COLETA,
018100                COALESCE(A.IABREV_UND_ORGNZ, ' '),
018200                COALESCE(A.CSIT_UND_ORGNZ, 9),
018300                B.HINIC_SEMANA, B.CINDCD_SABADO,
018400                C.CUF_UND_ORGNZ
018500           FROM DB2PRD.TROTA_MALOTE R
018600           JOIN DB2PRD.TPARADA_ROTA_MALOTE P
018700             ON P.CROTA_MALOTE   = R.CROTA_MALOTE
018800           LEFT JOIN DB2PRD.TUND_ORGNZ A
018900             ON A.CPSSOA_JURID   = P.CPSSOA_JURID
019000            AND A.NSEQ_UND_ORGNZ = P.NSEQ_UND_ORGNZ
019100           LEFT JOIN DB2PRD.THORAR_UND_ORGNZ B
019200             ON B.CPSSOA_JURID   = P.CPSSOA_JURID
019300            AND B.NSEQ_UND_ORGNZ = P.NSEQ_UND_ORGNZ
019400           LEFT JOIN DB2PRD.TENDRC_UND_ORGNZ C
019500             ON C.CPSSOA_JURID   = P.CPSSOA_JURID
019600            AND C.NSEQ_UND_ORGNZ = P.NSEQ_UND_ORGNZ
019700          WHERE R.CSIT_ROTA = 1
019800          ORDER BY R.CROTA_MALOTE, P.NSEQ_PARADA
019900     END-EXEC.
020000     EXEC SQL
020100         OPEN CUR-UORG0175
020200     END-EXEC.
020300     IF SQLCODE NOT = ZERO
020400         DISPLAY 'UORG0175 - ERRO SQLCODE=' SQLCODE
020500             ' NA ABERTURA DO CURSOR DAS ROTAS'
020600         MOVE 'S' TO WS-SW-FIM-CURSOR
020700         GO TO 1000-PREPARAR-CONTROLE-EXIT
020800     END-IF.
020900     PERFORM 8000-LER-CURSOR
021000         THRU 8000-LER-CURSOR-EXIT.
021100 1000-PREPARAR-CONTROLE-EXIT.
021200     EXIT.
021300******************************************************************
021400*    2000-PROCESSAR-PARADA                                       *
021500*    QUEBRA POR ROTA E DECISAO DE VISITA DA PARADA NO DIA        *
021600******************************************************************
021700 2000-PROCESSAR-PARADA          SECTION.
021800     IF WS-PRIMEIRA-ROTA
021900         OR WS-CROTA-MALOTE NOT = WS-CROTA-ATUAL
022000         IF NOT WS-PRIMEIRA-ROTA
022100             PERFORM 2900-FECHAR-ROTA
022200                 THRU 2900-FECHAR-ROTA-EXIT
022300         END-IF
022400         PERFORM 2100-ABRIR-ROTA
022500             THRU 2100-ABRIR-ROTA-EXIT
022600     END-IF.
022700     IF WS-CDIA-ATEND (WS-IND-DIA:1) NOT = 'S'
022800         GO TO 2000-PROCESSAR-PARADA-LER
022900     END-IF.
023000     IF WS-CSIT-UND-ORGNZ NOT = 1
023100         ADD 1 TO WS-QTDE-DISPENSA-ROTA
023200         GO TO 2000-PROCESSAR-PARADA-LER
023300     END-IF.
023400     IF WS-DIA-SEMANA = ZERO
023500         ADD 1 TO WS-QTDE-DISPENSA-ROTA
023600         GO TO 2000-PROCESSAR-PARADA-LER
023700     END-IF.
023800     PERFORM 3000-VERIFICAR-FERIADO
023900         THRU 3000-VERIFICAR-FERIADO-EXIT.
024000     IF WS-QTDE-FERIADO > ZERO
024100         ADD 1 TO WS-QTDE-DISPENSA-ROTA
024200         GO TO 2000-PROCESSAR-PARADA-LER
024300     END-IF.
024400     IF WS-DIA-SEMANA = 6
024500         AND WS-IND-HINIC-SEMANA NOT < ZERO
024600         AND WS-CINDCD-SABADO NOT = 'S'
024700         ADD 1 TO WS-QTDE-DISPENSA-ROTA
024800         GO TO 2000-PROCESSAR-PARADA-LER
024900     END-IF.
025000     MOVE SPACES TO UORGR175-LINHA.
025100     MOVE ' ' TO UORGR175-CTL-IMPRESSAO.
025200     MOVE WS-CROTA-MALOTE TO UORGR175-CROTA-MALOTE.
025300     MOVE WS-NSEQ-PARADA TO UORGR175-NSEQ-PARADA.
025400     MOVE WS-CPSSOA-JURID TO UORGR175-CPSSOA-JURID.
025500     MOVE WS-NSEQ-UND-ORGNZ TO UORGR175-NSEQ-UND-ORGNZ.
025600     MOVE WS-IABREV-UND-ORGNZ TO UORGR175-IABREV-UND.
025700     MOVE WS-HINIC-COLETA TO WS-HORA-EDIT.
025800     STRING WS-HORA-EDIT (1:2) ':' WS-HORA-EDIT (3:2)
025900            DELIMITED BY SIZE INTO UORGR175-HINIC.
026000     MOVE WS-HFIM-COLETA TO WS-HORA-EDIT.
026100     STRING WS-HORA-EDIT (1:2) ':' WS-HORA-EDIT (3:2)
026200            DELIMITED BY SIZE INTO UORGR175-HFIM.
026300     IF WS-IND-HINIC-SEMANA < ZERO
026400         MOVE 'SEM HORARIO CADASTRADO (UORG0100)'
026500             TO UORGR175-MENSAGEM
026600     END-IF.
026700     WRITE REL-UORGR175-REG FROM UORGR175-LINHA.
026800     ADD 1 TO WS-QTDE-VISITA-ROTA.
026900 2000-PROCESSAR-PARADA-LER.
027000     PERFORM 8000-LER-CURSOR
027100         THRU 8000-LER-CURSOR-EXIT.
027200 2000-PROCESSAR-PARADA-EXIT.
027300     EXIT.
027400******************************************************************
027500*    2100-ABRIR-ROTA                                             *
027600*    NOVA FOLHA COM O CABECALHO DA ROTA                          *
027700******************************************************************
027800 2100-ABRIR-ROTA                SECTION.
027900     MOVE 'N' TO WS-SW-PRIMEIRA-ROTA.
028000     MOVE WS-CROTA-MALOTE TO WS-CROTA-ATUAL.
028100     MOVE WS-CROTA-MALOTE TO WS-CROTA-EDIT.
028200     MOVE ZERO TO WS-QTDE-VISITA-ROTA WS-QTDE-DISPENSA-ROTA.
028300     ADD 1 TO WS-QTDE-ROTAS.
028400     MOVE SPACES TO UORGR175-LINHA.
028500     MOVE '1' TO UORGR175-CTL-IMPRESSAO.
028600     STRING 'ROTA ' WS-CROTA-EDIT ' - ' WS-RROTA-MALOTE
028700            ' - ' WS-DATA-REFER-X
028800            DELIMITED BY SIZE INTO UORGR175-TIT-TEXTO.
028900     WRITE REL-UORGR175-REG FROM UORGR175-LINHA.
029000 2100-ABRIR-ROTA-EXIT.
029100     EXIT.
029200******************************************************************
029300*    2900-FECHAR-ROTA                                            *
029400*    CONTAGEM DE PARADAS A VISITAR E DISPENSADAS DA ROTA         *
029500******************************************************************
029600 2900-FECHAR-ROTA               SECTION.
029700     MOVE SPACES TO UORGR175-LINHA.
029800     MOVE '0' TO UORGR175-CTL-IMPRESSAO.
029900     MOVE 'PARADAS A VISITAR NA ROTA.......:'
030000         TO UORGR175-TOT-ROTULO.
030100     MOVE WS-QTDE-VISITA-ROTA TO UORGR175-TOT-QTDE.
030200     WRITE REL-UORGR175-REG FROM UORGR175-LINHA.
030300     MOVE SPACES TO UORGR175-LINHA.
030400     MOVE ' ' TO UORGR175-CTL-IMPRESSAO.
030500     MOVE 'PARADAS DISPENSADAS (UNID FECHADA):'
030600         TO UORGR175-TOT-ROTULO.
030700     MOVE WS-QTDE-DISPENSA-ROTA TO UORGR175-TOT-QTDE.
030800     WRITE REL-UORGR175-REG FROM UORGR175-LINHA.
030900     ADD WS-QTDE-VISITA-ROTA TO WS-QTDE-VISITA.
031000     ADD WS-QTDE-DISPENSA-ROTA TO WS-QTDE-DISPENSA.
031100 2900-FECHAR-ROTA-EXIT.
031200     EXIT.
031300******************************************************************
031400*    3000-VERIFICAR-FERIADO                                      *
031500*    MESMO CRITERIO DA UORG0101: FERIADO NACIONAL '**' OU DA UF  *
031600*    DO ENDERECO DA UNIDADE                                      *
031700******************************************************************
031800 3000-VERIFICAR-FERIADO         SECTION.
031900     MOVE ZERO TO WS-QTDE-FERIADO.
032000     IF WS-IND-CUF < ZERO
032100         MOVE '**' TO WS-CUF-UND-ORGNZ
032200     END-IF.
032300     EXEC SQL
032400         SELECT COUNT(*)
032500           INTO :WS-QTDE-FERIADO
032600           FROM DB2PRD.TCALND_FERD
032700          WHERE DFERD = :WS-DATA-REFER-X
032800            AND (CUF_FERD = '**'
032900                 OR CUF_FERD = :WS-CUF-UND-ORGNZ)
033000     END-EXEC.
033100     IF SQLCODE NOT = ZERO
033200         DISPLAY 'UORG0175 - ERRO SQLCODE=' SQLCODE
033300             ' NA CONSULTA DO CALENDARIO'
033400         MOVE ZERO TO WS-QTDE-FERIADO
033500     END-IF.
033600 3000-VERIFICAR-FERIADO-EXIT.
033700     EXIT.
033800******************************************************************
033900*    5000-LISTAR-EXCECOES                                        *
034000*    UNIDADES ATIVAS SEM ROTA E PARADAS A REVER                  *
034100******************************************************************
034200 5000-LISTAR-EXCECOES           SECTION.
034300     MOVE SPACES TO UORGR175-LINHA.
034400     MOVE '1' TO UORGR175-CTL-IMPRESSAO.
034500     STRING 'EXCECOES DAS ROTAS DE MALOTE - ' WS-DATA-REFER-X
034600            DELIMITED BY SIZE INTO UORGR175-TIT-TEXTO.
034700     WRITE REL-UORGR175-REG FROM UORGR175-LINHA.
034800     EXEC SQL
034900         OPEN CUR-UORG0175-SEM-ROTA
035000     END-EXEC.
035100     IF SQLCODE NOT = ZERO
035200         DISPLAY 'UORG0175 - ERRO SQLCODE=' SQLCODE
035300             ' NA ABERTURA DO CURSOR DE UNIDADES SEM ROTA'
035400         MOVE 'S' TO WS-SW-FIM-SEM-ROTA
035500     ELSE
035600         PERFORM 8100-LER-SEM-ROTA
035700             THRU 8100-LER-SEM-ROTA-EXIT
035800     END-IF.
035900     PERFORM 5100-GRAVAR-SEM-ROTA
036000         THRU 5100-GRAVAR-SEM-ROTA-EXIT
036100         UNTIL WS-FIM-SEM-ROTA.
036200     EXEC SQL
036300         CLOSE CUR-UORG0175-SEM-ROTA
036400     END-EXEC.
036500     EXEC SQL
036600         OPEN CUR-UORG0175-PARADA-EXC
036700     END-EXEC.
036800     IF SQLCODE NOT = ZERO
036900         DISPLAY 'UORG0175 - ERRO SQLCODE=' SQLCODE
037000             ' NA ABERTURA DO CURSOR DE PARADAS A REVER'
037100         MOVE 'S' TO WS-SW-FIM-PARADA-EXC
037200     ELSE
037300         PERFORM 8200-LER-PARADA-EXC
037400             THRU 8200-LER-PARADA-EXC-EXIT
037500     END-IF.
037600     PERFORM 5200-GRAVAR-PARADA-EXC
037700         THRU 5200-GRAVAR-PARADA-EXC-EXIT
037800         UNTIL WS-FIM-PARADA-EXC.
037900     EXEC SQL
038000         CLOSE CUR-UORG0175-PARADA-EXC
038100     END-EXEC.
038200 5000-LISTAR-EXCECOES-EXIT.
038300     EXIT.
038400******************************************************************
038500*    5100-GRAVAR-SEM-ROTA                                        *
038600******************************************************************
038700 5100-GRAVAR-SEM-ROTA           SECTION.
038800     MOVE SPACES TO UORGR175-LINHA.
038900     MOVE ' ' TO UORGR175-CTL-IMPRESSAO.
039000     MOVE WS-CPSSOA-JURID TO UORGR175-CPSSOA-JURID.
039100     MOVE WS-NSEQ-UND-ORGNZ TO UORGR175-NSEQ-UND-ORGNZ.
039200     MOVE WS-IABREV-UND-ORGNZ TO UORGR175-IABREV-UND.
039300     MOVE 'UNIDADE ATIVA SEM ROTA DE MALOTE'
039400         TO UORGR175-MENSAGEM.
039500     WRITE REL-UORGR175-REG FROM UORGR175-LINHA.
039600     ADD 1 TO WS-QTDE-SEM-ROTA.
039700     PERFORM 8100-LER-SEM-ROTA
039800         THRU 8100-LER-SEM-ROTA-EXIT.
039900 5100-GRAVAR-SEM-ROTA-EXIT.
040000     EXIT.
040100******************************************************************
040200*    5200-GRAVAR-PARADA-EXC                                      *
040300******************************************************************
040400 5200-GRAVAR-PARADA-EXC         SECTION.
040500     MOVE SPACES TO UORGR175-LINHA.
040600     MOVE ' ' TO UORGR175-CTL-IMPRESSAO.
040700     MOVE WS-CROTA-MALOTE TO UORGR175-CROTA-MALOTE.
040800     MOVE WS-NSEQ-PARADA TO UORGR175-NSEQ-PARADA.
040900     MOVE WS-CPSSOA-JURID TO UORGR175-CPSSOA-JURID.
041000     MOVE WS-NSEQ-UND-ORGNZ TO UORGR175-NSEQ-UND-ORGNZ.
041100     MOVE WS-IABREV-UND-ORGNZ TO UORGR175-IABREV-UND.
041200     EVALUATE TRUE
041300         WHEN WS-CSIT-UND-ORGNZ = 9
041400             MOVE 'PARADA EM UNIDADE INEXISTENTE'
041500                 TO UORGR175-MENSAGEM
041600         WHEN WS-CSIT-UND-ORGNZ = ZERO
041700             MOVE 'PARADA EM UNIDADE ENCERRADA'
041800                 TO UORGR175-MENSAGEM
041900         WHEN WS-CSIT-UND-ORGNZ = 3
042000             MOVE 'PARADA EM UNIDADE SUSPENSA (UORG0154)'
042100                 TO UORGR175-MENSAGEM
042200         WHEN WS-CSIT-UND-ORGNZ NOT = 1
042300             MOVE 'PARADA EM UNIDADE NAO ATIVA'
042400                 TO UORGR175-MENSAGEM
042500         WHEN OTHER
042600             MOVE 'ENDERECO ALTERADO APOS A PARADA - REVER'
042700                 TO UORGR175-MENSAGEM
042800     END-EVALUATE.
042900     WRITE REL-UORGR175-REG FROM UORGR175-LINHA.
043000     ADD 1 TO WS-QTDE-PARADA-EXC.
043100     PERFORM 8200-LER-PARADA-EXC
043200         THRU 8200-LER-PARADA-EXC-EXIT.
043300 5200-GRAVAR-PARADA-EXC-EXIT.
043400     EXIT.
043500******************************************************************
043600*    7000-ENCERRAR                                               *
043700******************************************************************
043800 7000-ENCERRAR                  SECTION.
043900     MOVE SPACES TO UORGR175-LINHA.
044000     MOVE '0' TO UORGR175-CTL-IMPRESSAO.
044100     MOVE 'TOTAL DE ROTAS ATIVAS..........:'
044200         TO UORGR175-TOT-ROTULO.
044300     MOVE WS-QTDE-ROTAS TO UORGR175-TOT-QTDE.
044400     WRITE REL-UORGR175-REG FROM UORGR175-LINHA.
044500     MOVE SPACES TO UORGR175-LINHA.
044600     MOVE ' ' TO UORGR175-CTL-IMPRESSAO.
044700     MOVE 'TOTAL DE PARADAS A VISITAR.....:'
044800         TO UORGR175-TOT-ROTULO.
044900     MOVE WS-QTDE-VISITA TO UORGR175-TOT-QTDE.
045000     WRITE REL-UORGR175-REG FROM UORGR175-LINHA.
045100     MOVE SPACES TO UORGR175-LINHA.
045200     MOVE ' ' TO UORGR175-CTL-IMPRESSAO.
045300     MOVE 'TOTAL DE PARADAS DISPENSADAS...:'
045400         TO UORGR175-TOT-ROTULO.
045500     MOVE WS-QTDE-DISPENSA TO UORGR175-TOT-QTDE.
045600     WRITE REL-UORGR175-REG FROM UORGR175-LINHA.
045700     MOVE SPACES TO UORGR175-LINHA.
045800     MOVE ' ' TO UORGR175-CTL-IMPRESSAO.
045900     MOVE 'TOTAL DE UNIDADES SEM ROTA.....:'
046000         TO UORGR175-TOT-ROTULO.
046100     MOVE WS-QTDE-SEM-ROTA TO UORGR175-TOT-QTDE.
046200     WRITE REL-UORGR175-REG FROM UORGR175-LINHA.
046300     MOVE SPACES TO UORGR175-LINHA.
046400     MOVE ' ' TO UORGR175-CTL-IMPRESSAO.
046500     MOVE 'TOTAL DE PARADAS A REVER.......:'
046600         TO UORGR175-TOT-ROTULO.
046700     MOVE WS-QTDE-PARADA-EXC TO UORGR175-TOT-QTDE.
046800     WRITE REL-UORGR175-REG FROM UORGR175-LINHA.
046900     CLOSE REL-UORGR175.
047000 7000-ENCERRAR-EXIT.
047100     EXIT.
047200******************************************************************
047300*    8000-LER-CURSOR                                             *
047400******************************************************************
047500 8000-LER-CURSOR                SECTION.
047600     EXEC SQL
047700         FETCH CUR-UORG0175
047800          INTO :WS-CROTA-MALOTE, :WS-RROTA-MALOTE,
047900               :WS-NSEQ-PARADA, :WS-CPSSOA-JURID,
048000               :WS-NSEQ-UND-ORGNZ,
048100               :WS-CDIA-ATEND, :WS-HINIC-COLETA, :WS-HFIM-COLETA,
048200               :WS-IABREV-UND-ORGNZ, :WS-CSIT-UND-ORGNZ,
048300               :WS-HINIC-SEMANA:WS-IND-HINIC-SEMANA,
048400               :WS-CINDCD-SABADO:WS-IND-CINDCD-SABADO,
048500               :WS-CUF-UND-ORGNZ:WS-IND-CUF
048600     END-EXEC.
048700     IF SQLCODE = 100
048800         MOVE 'S' TO WS-SW-FIM-CURSOR
048900     ELSE
049000     IF SQLCODE NOT = ZERO
049100         DISPLAY 'UORG0175 - ERRO SQLCODE=' SQLCODE
049200             ' NO FETCH DO CURSOR DAS ROTAS'
049300         MOVE 'S' TO WS-SW-FIM-CURSOR
049400     ELSE
049500         IF WS-IND-CINDCD-SABADO < ZERO
049600             MOVE 'N' TO WS-CINDCD-SABADO
049700         END-IF
049800     END-IF
049900     END-IF.
050000 8000-LER-CURSOR-EXIT.
050100     EXIT.
050200******************************************************************
050300*    8100-LER-SEM-ROTA                                           *
050400******************************************************************
050500 8100-LER-SEM-ROTA              SECTION.
050600     EXEC SQL
050700         FETCH CUR-UORG0175-SEM-ROTA
050800          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
050900               :WS-IABREV-UND-ORGNZ
051000     END-EXEC.
051100     IF SQLCODE = 100
051200         MOVE 'S' TO WS-SW-FIM-SEM-ROTA
051300     ELSE
051400     IF SQLCODE NOT = ZERO
051500         DISPLAY 'UORG0175 - ERRO SQLCODE=' SQLCODE
051600             ' NO FETCH DE UNIDADES SEM ROTA'
051700         MOVE 'S' TO WS-SW-FIM-SEM-ROTA
051800     END-IF
051900     END-IF.
052000 8100-LER-SEM-ROTA-EXIT.
052100     EXIT.
052200******************************************************************
052300*    8200-LER-PARADA-EXC                                         *
052400******************************************************************
052500 8200-LER-PARADA-EXC            SECTION.
052600     EXEC SQL
052700         FETCH CUR-UORG0175-PARADA-EXC
052800          INTO :WS-CROTA-MALOTE, :WS-NSEQ-PARADA,
052900               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
053000               :WS-IABREV-UND-ORGNZ, :WS-CSIT-UND-ORGNZ
053100     END-EXEC.
053200     IF SQLCODE = 100
053300         MOVE 'S' TO WS-SW-FIM-PARADA-EXC
053400     ELSE
053500     IF SQLCODE NOT = ZERO
053600         DISPLAY 'UORG0175 - ERRO SQLCODE=' SQLCODE
053700             ' NO FETCH DE PARADAS A REVER'
053800         MOVE 'S' TO WS-SW-FIM-PARADA-EXC
053900     END-IF
054000     END-IF.
054100 8200-LER-PARADA-EXC-EXIT.
054200     EXIT.
054300******************************************************************
054400*    8500-DECLARACOES-SQL                                        *
054500******************************************************************
054600 8500-DECLARACOES-SQL           SECTION.
054700     EXEC SQL
054800         DECLARE CUR-UORG0175-SEM-ROTA CURSOR FOR
054900         SELECT A.CPSSOA_JURID, A.NSEQ_UND_ORGNZ,
055000                A.IABREV_UND_ORGNZ
055100           FROM DB2PRD.TUND_ORGNZ A
055200          WHERE A.CSIT_UND_ORGNZ = 1
055300            AND NOT EXISTS
055400                (SELECT 1
055500                   FROM DB2PRD.TPARADA_ROTA_MALOTE P,
055600                        DB2PRD.TROTA_MALOTE R
055700                  WHERE R.CROTA_MALOTE   = P.CROTA_MALOTE
055800                    AND R.CSIT_ROTA      = 1
055900                    AND P.CPSSOA_JURID   = A.CPSSOA_JURID
056000                    AND P.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ)
056100          ORDER BY A.CPSSOA_JURID, A.NSEQ_UND_ORGNZ
056200     END-EXEC.
056300     EXEC SQL
056400         DECLARE CUR-UORG0175-PARADA-EXC CURSOR FOR
056500         SELECT P.CROTA_MALOTE, P.NSEQ_PARADA,
056600                P.CPSSOA_JURID, P.NSEQ_UND_ORGNZ,
056700                COALESCE(A.IABREV_UND_ORGNZ, ' '),
056800                COALESCE(A.CSIT_UND_ORGNZ, 9)
056900           FROM DB2PRD.TROTA_MALOTE R
057000           JOIN DB2PRD.TPARADA_ROTA_MALOTE P
057100             ON P.CROTA_MALOTE   = R.CROTA_MALOTE
057200           LEFT JOIN DB2PRD.TUND_ORGNZ A
057300             ON A.CPSSOA_JURID   = P.CPSSOA_JURID
057400            AND A.NSEQ_UND_ORGNZ = P.NSEQ_UND_ORGNZ
057500           LEFT JOIN DB2PRD.TENDRC_UND_ORGNZ C
057600             ON C.CPSSOA_JURID   = P.CPSSOA_JURID
057700            AND C.NSEQ_UND_ORGNZ = P.NSEQ_UND_ORGNZ
057800          WHERE R.CSIT_ROTA = 1
057900            AND (A.CSIT_UND_ORGNZ IS NULL
058000                 OR A.CSIT_UND_ORGNZ <> 1
058100                 OR C.HMANUT_REG > P.HMANUT_REG)
058200          ORDER BY P.CROTA_MALOTE, P.NSEQ_PARADA
058300     END-EXEC.
058400 8500-DECLARACOES-SQL-EXIT.
058500     EXIT.
058600******************************************************************
058700*    9500-REGISTRAR-INICIO                                       *
058800*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
058900******************************************************************
059000 9500-REGISTRAR-INICIO          SECTION.
059100     MOVE 'I' TO UORGL043-FUNCTION.
059200     MOVE 'UORG0175' TO UORGL043-CPGM-BATCH.
059300     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
059400                  UORGL043-QTDE-REJEITADOS
059500                  UORGL043-CCOD-TERMINO.
059600     CALL 'UORG0043' USING UORGL043-PARMS.
059700     IF NOT UORGL043-OK
059800         DISPLAY 'UORG0175 - ERRO ' UORGL043-RETORNO
059900             ' NO REGISTRO DE INICIO DA EXECUCAO'
060000     END-IF.
060100 9500-REGISTRAR-INICIO-EXIT.
060200     EXIT.
060300******************************************************************
060400*    9600-REGISTRAR-FIM                                          *
060500*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
060600******************************************************************
060700 9600-REGISTRAR-FIM             SECTION.
060800     MOVE 'F' TO UORGL043-FUNCTION.
060900     COMPUTE UORGL043-QTDE-LIDOS =
061000         WS-QTDE-VISITA + WS-QTDE-DISPENSA.
061100     MOVE WS-QTDE-VISITA TO UORGL043-QTDE-GRAVADOS.
061200     COMPUTE UORGL043-QTDE-REJEITADOS =
061300         WS-QTDE-SEM-ROTA + WS-QTDE-PARADA-EXC.
061400     MOVE ZERO TO UORGL043-CCOD-TERMINO.
061500     CALL 'UORG0043' USING UORGL043-PARMS.
061600     IF NOT UORGL043-OK
061700         DISPLAY 'UORG0175 - ERRO ' UORGL043-RETORNO
061800             ' NO REGISTRO DE FIM DA EXECUCAO'
061900     END-IF.
062000     EXEC SQL
062100         COMMIT
062200     END-EXEC.
062300 9600-REGISTRAR-FIM-EXIT.
062400     EXIT.
