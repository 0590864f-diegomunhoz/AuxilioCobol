000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0221                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0221.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - RELATORIO DOS CASOS DE DESMOBILIZACAO *
001600*                DE IMOVEL ABERTOS HA MAIS DIAS QUE O LIMITE,    *
001700*                COM A SITUACAO DE CADA ITEM DO ROTEIRO          *
001800*                (UORGR221).                                     *
001900******************************************************************
002000*
002100*    FUNCAO: LISTA OS CASOS DE TCASO_DESMOB_PRDIO AINDA ABERTOS
002200*    (CSIT_CASO = 1, ABERTOS PELA UORG0219) CUJA ABERTURA TEM MAIS
002300*    DIAS QUE O LIMITE CADASTRADO EM TPARAM_BATCH
002400*    (UORG0221/DIAS-LIMITE, LIDO PELA UORG0148; SEM CADASTRO VALE
002500*    WS-DIAS-LIMITE-PADRAO). PARA CADA ITEM DO ROTEIRO - AVISO DE
002600*    RESCISAO DA LOCACAO, CANCELAMENTO DA APOLICE, SUSPENSAO DA
002700*    MANUTENCAO PREVENTIVA E ENCERRAMENTO DAS OCUPACOES - IMPRIME
002800*    A DATA DE CUMPRIMENTO OU PENDENTE. O FIM DA LOCACAO E O
002900*    REGISTRADO PELA UORG0220; COM O AVISO AINDA PENDENTE, E
003000*    PROJETADO PARA HOJE MAIS O MAIOR PRAZO DE AVISO DOS
003100*    CONTRATOS (MARCADO COM '*'). ORDEM: CASOS MAIS ANTIGOS
003200*    PRIMEIRO.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.         IBM-390.
003700 OBJECT-COMPUTER.         IBM-390.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT REL-UORGR221 ASSIGN TO UORGR221
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  REL-UORGR221
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700 01  REL-UORGR221-REG            PIC X(133).
004800 WORKING-STORAGE SECTION.
004900     EXEC SQL INCLUDE SQLCA END-EXEC.
005000 01  WS-SWITCHES.
005100     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005200        88 WS-FIM-CURSOR              VALUE 'S'.
005300 01  WS-CONTADORES.
005400     05 WS-QTDE-ABERTOS          PIC S9(7) COMP VALUE ZERO.
005500     05 WS-QTDE-LISTADOS         PIC S9(7) COMP VALUE ZERO.
005600     05 WS-QTDE-AVISO-PEND       PIC S9(7) COMP VALUE ZERO.
005700     05 WS-QTDE-APOLC-PEND       PIC S9(7) COMP VALUE ZERO.
005800     05 WS-QTDE-OCUP-PEND        PIC S9(7) COMP VALUE ZERO.
005900     05 WS-QTDE-ERRO             PIC S9(7) COMP VALUE ZERO.
006000 01  WS-CONSTANTES.
006100     05 WS-DIAS-LIMITE-PADRAO    PIC 9(3) VALUE 60.
006200 01  WS-AREA-TRABALHO.
006300     05 WS-DIAS-LIMITE           PIC 9(3).
006400     05 WS-QDIAS-LIMITE          PIC S9(5)V COMP-3.
006500     05 WS-CPRDIO                PIC S9(7)V COMP-3.
006600     05 WS-NSEQ-CASO             PIC S9(5)V COMP-3.
006700     05 WS-IPRDIO                PIC X(40).
006800     05 WS-DABERT-CASO           PIC X(10).
006900     05 WS-QDIAS-ABERTO          PIC S9(7) COMP.
007000     05 WS-DAVISO-CONTR          PIC X(10).
007100     05 WS-DCANC-APOLC           PIC X(10).
007200     05 WS-DSUSPN-PREVENT        PIC X(10).
007300     05 WS-DENCER-OCUP           PIC X(10).
007400     05 WS-DFIM-LOCAC            PIC X(10).
007500     05 WS-IND-PROJECAO          PIC X(1).
007600 01  WS-INDICADORES.
007700     05 WS-IND-IPRDIO            PIC S9(4) COMP-5.
007800     05 WS-IND-DAVISO            PIC S9(4) COMP-5.
007900     05 WS-IND-DCANC             PIC S9(4) COMP-5.
008000     05 WS-IND-DSUSPN            PIC S9(4) COMP-5.
008100     05 WS-IND-DENCER            PIC S9(4) COMP-5.
008200     05 WS-IND-DFIM-LOCAC        PIC S9(4) COMP-5.
008300 COPY UORGR221.
008400 COPY UORGL148.
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
009500     PERFORM 2000-IMPRIMIR-CASO
009600         THRU 2000-IMPRIMIR-CASO-EXIT
009700         UNTIL WS-FIM-CURSOR.
009800     PERFORM 7000-ENCERRAR
009900         THRU 7000-ENCERRAR-EXIT.
010000     PERFORM 9600-REGISTRAR-FIM
010100         THRU 9600-REGISTRAR-FIM-EXIT.
010200     GOBACK.
010300******************************************************************
010400*    1000-INICIALIZAR                                            *
010500*    LIMITE DE DIAS DA TABELA DE PARAMETROS, TOTAL DE CASOS      *
010600*    ABERTOS, TITULO DO RELATORIO E ABERTURA DO CURSOR           *
010700******************************************************************
010800 1000-INICIALIZAR               SECTION.
010900     MOVE WS-DIAS-LIMITE-PADRAO TO WS-DIAS-LIMITE.
011000     MOVE 'UORG0221' TO UORGL148-CPGM-BATCH.
011100     MOVE 'DIAS-LIMITE' TO UORGL148-CPARAM.
011200     CALL 'UORG0148' USING UORGL148-PARMS.
011300     IF UORGL148-OK
011400         AND UORGL148-VPARAM (1:3) IS NUMERIC
011500         AND UORGL148-VPARAM (1:3) > '000'
011600         MOVE UORGL148-VPARAM (1:3) TO WS-DIAS-LIMITE
011700     ELSE
011800         DISPLAY 'UORG0221 - DIAS-LIMITE NAO CADASTRADO, ASSUMIDO'
011900             WS-DIAS-LIMITE
012000     END-IF.
012100     MOVE WS-DIAS-LIMITE TO WS-QDIAS-LIMITE.
012200     EXEC SQL
012300         SELECT COUNT(*)
012400           INTO :WS-QTDE-ABERTOS
012500           FROM DB2PRD.TCASO_DESMOB_PRDIO
012600          WHERE CSIT_CASO = 1
012700     END-EXEC.
012800     IF SQLCODE NOT = ZERO
012900         DISPLAY 'UORG0221 - ERRO SQLCODE=' SQLCODE
013000             ' NA CONTAGEM DOS CASOS ABERTOS'
013100         ADD 1 TO WS-QTDE-ERRO
013200     END-IF.
013300     OPEN OUTPUT REL-UORGR221.
013400     MOVE SPACES TO UORGR221-LINHA.
013500     MOVE '1' TO UORGR221-CTL-IMPRESSAO.
013600     MOVE 'CASOS DE DESMOBILIZACAO DE IMOVEL ABERTOS HA MAIS DE'
013700         TO UORGR221-TIT-TEXTO.
013800     MOVE WS-DIAS-LIMITE TO UORGR221-TIT-DIAS.
013900     MOVE 'DIAS' TO UORGR221-TIT-SUFIXO.
014000     WRITE REL-UORGR221-REG FROM UORGR221-LINHA.
014100     EXEC SQL
014200         DECLARE CUR-UORG0221 CURSOR FOR
014300         SELECT C.CPRDIO, C.NSEQ_CASO, P.IPRDIO,
014400                CHAR(C.DABERT_CASO, ISO),
014500                DAYS(CURRENT DATE) - DAYS(C.DABERT_CASO),
014600                CHAR(C.DAVISO_CONTR, ISO),
014700                CHAR(C.DCANC_APOLC, ISO),
014800                CHAR(C.DSUSPN_PREVENT, ISO),
014900                CHAR(C.DENCER_OCUP, ISO),
015000                CHAR(CASE
015100                     WHEN C.DFIM_LOCAC IS NOT NULL
015200                          THEN C.DFIM_LOCAC
015300                     WHEN C.DAVISO_CONTR IS NULL
015400                          THEN CURRENT DATE
015500                               + C.QDIAS_AVISO_MAX DAYS
015600                     END, ISO),
015700                CASE
015800                     WHEN C.DFIM_LOCAC IS NULL
015900                      AND C.DAVISO_CONTR IS NULL THEN '*'
016000                     ELSE ' '
016100                END
016200           FROM DB2PRD.TCASO_DESMOB_PRDIO C
016300           LEFT JOIN DB2PRD.TPRDIO P
016400             ON P.CPRDIO = C.CPRDIO
016500          WHERE C.CSIT_CASO    = 1
016600            AND C.DABERT_CASO  < CURRENT DATE
016700                                 - :WS-QDIAS-LIMITE DAYS
016800          ORDER BY C.DABERT_CASO, C.CPRDIO
016900     END-EXEC.
017000     EXEC SQL
017100         OPEN CUR-UORG0221
017200     END-EXEC.
017300     IF SQLCODE NOT = ZERO
017400         DISPLAY 'UORG0221 - ERRO SQLCODE=' SQLCODE
017500             ' NA ABERTURA DO CURSOR'
017600         ADD 1 TO WS-QTDE-ERRO
017700         MOVE 'S' TO WS-SW-FIM-CURSOR
017800         GO TO 1000-INICIALIZAR-EXIT
017900     END-IF.
018000     PERFORM 8000-LER-CURSOR
018100         THRU 8000-LER-CURSOR-EXIT.
018200 1000-INICIALIZAR-EXIT.
018300     EXIT.
018400******************************************************************
018500*    2000-IMPRIMIR-CASO                                          *
018600******************************************************************
018700 2000-IMPRIMIR-CASO             SECTION.
018800     ADD 1 TO WS-QTDE-LISTADOS.
018900     MOVE SPACES TO UORGR221-LINHA.
019000     MOVE ' ' TO UORGR221-CTL-IMPRESSAO.
019100     MOVE WS-CPRDIO TO UORGR221-CPRDIO.
019200     MOVE WS-NSEQ-CASO TO UORGR221-NSEQ-CASO.
019300     IF WS-IND-IPRDIO NOT < ZERO
019400         MOVE WS-IPRDIO TO UORGR221-IPRDIO
019500     END-IF.
019600     MOVE WS-DABERT-CASO TO UORGR221-DABERT-CASO.
019700     MOVE WS-QDIAS-ABERTO TO UORGR221-QDIAS-ABERTO.
019800     IF WS-IND-DAVISO < ZERO
019900         MOVE 'PENDENTE' TO UORGR221-DAVISO-CONTR
020000         ADD 1 TO WS-QTDE-AVISO-PEND
020100     ELSE
020200         MOVE WS-DAVISO-CONTR TO UORGR221-DAVISO-CONTR
020300     END-IF.
020400     IF WS-IND-DCANC < ZERO
020500         MOVE 'PENDENTE' TO UORGR221-DCANC-APOLC
020600         ADD 1 TO WS-QTDE-APOLC-PEND
020700     ELSE
020800         MOVE WS-DCANC-APOLC TO UORGR221-DCANC-APOLC
020900     END-IF.
021000     IF WS-IND-DSUSPN < ZERO
021100         MOVE 'PENDENTE' TO UORGR221-DSUSPN-PREVENT
021200     ELSE
021300         MOVE WS-DSUSPN-PREVENT TO UORGR221-DSUSPN-PREVENT
021400     END-IF.
021500     IF WS-IND-DENCER < ZERO
021600         MOVE 'PENDENTE' TO UORGR221-DENCER-OCUP
021700         ADD 1 TO WS-QTDE-OCUP-PEND
021800     ELSE
021900         MOVE WS-DENCER-OCUP TO UORGR221-DENCER-OCUP
022000     END-IF.
022100     IF WS-IND-DFIM-LOCAC NOT < ZERO
022200         MOVE WS-DFIM-LOCAC TO UORGR221-DFIM-LOCAC
022300         MOVE WS-IND-PROJECAO TO UORGR221-IND-PROJECAO
022400     END-IF.
022500     WRITE REL-UORGR221-REG FROM UORGR221-LINHA.
022600     PERFORM 8000-LER-CURSOR
022700         THRU 8000-LER-CURSOR-EXIT.
022800 2000-IMPRIMIR-CASO-EXIT.
022900     EXIT.
023000******************************************************************
023100*    7000-ENCERRAR                                               *
023200******************************************************************
023300 7000-ENCERRAR                  SECTION.
023400     MOVE SPACES TO UORGR221-LINHA.
023500     MOVE '0' TO UORGR221-CTL-IMPRESSAO.
023600     MOVE 'CASOS DE DESMOBILIZACAO ABERTOS.......:'
023700         TO UORGR221-TOT-ROTULO.
023800     MOVE WS-QTDE-ABERTOS TO UORGR221-TOT-QTDE.
023900     WRITE REL-UORGR221-REG FROM UORGR221-LINHA.
024000     MOVE SPACES TO UORGR221-LINHA.
024100     MOVE ' ' TO UORGR221-CTL-IMPRESSAO.
024200     MOVE 'CASOS ABERTOS ALEM DO LIMITE..........:'
024300         TO UORGR221-TOT-ROTULO.
024400     MOVE WS-QTDE-LISTADOS TO UORGR221-TOT-QTDE.
024500     WRITE REL-UORGR221-REG FROM UORGR221-LINHA.
024600     MOVE SPACES TO UORGR221-LINHA.
024700     MOVE ' ' TO UORGR221-CTL-IMPRESSAO.
024800     MOVE 'DESSES, COM AVISO DA LOCACAO PENDENTE.:'
024900         TO UORGR221-TOT-ROTULO.
025000     MOVE WS-QTDE-AVISO-PEND TO UORGR221-TOT-QTDE.
025100     WRITE REL-UORGR221-REG FROM UORGR221-LINHA.
025200     MOVE SPACES TO UORGR221-LINHA.
025300     MOVE ' ' TO UORGR221-CTL-IMPRESSAO.
025400     MOVE 'DESSES, COM APOLICE PENDENTE..........:'
025500         TO UORGR221-TOT-ROTULO.
025600     MOVE WS-QTDE-APOLC-PEND TO UORGR221-TOT-QTDE.
025700     WRITE REL-UORGR221-REG FROM UORGR221-LINHA.
025800     MOVE SPACES TO UORGR221-LINHA.
025900     MOVE ' ' TO UORGR221-CTL-IMPRESSAO.
026000     MOVE 'DESSES, COM OCUPACAO EM ABERTO........:'
026100         TO UORGR221-TOT-ROTULO.
026200     MOVE WS-QTDE-OCUP-PEND TO UORGR221-TOT-QTDE.
026300     WRITE REL-UORGR221-REG FROM UORGR221-LINHA.
026400     EXEC SQL
026500         CLOSE CUR-UORG0221
026600     END-EXEC.
026700     CLOSE REL-UORGR221.
026800     DISPLAY 'UORG0221 - CASOS ABERTOS: ' WS-QTDE-ABERTOS
026900         ' ALEM DO LIMITE: ' WS-QTDE-LISTADOS
027000         ' LIMITE (DIAS): ' WS-DIAS-LIMITE.
027100 7000-ENCERRAR-EXIT.
027200     EXIT.
027300******************************************************************
027400*    8000-LER-CURSOR                                             *
027500******************************************************************
027600 8000-LER-CURSOR                SECTION.
027700     EXEC SQL
027800         FETCH CUR-UORG0221
027900          INTO :WS-CPRDIO, :WS-NSEQ-CASO,
028000               :WS-IPRDIO:WS-IND-IPRDIO,
028100               :WS-DABERT-CASO, :WS-QDIAS-ABERTO,
028200               :WS-DAVISO-CONTR:WS-IND-DAVISO,
028300               :WS-DCANC-APOLC:WS-IND-DCANC,
028400               :WS-DSUSPN-PREVENT:WS-IND-DSUSPN,
028500               :WS-DENCER-OCUP:WS-IND-DENCER,
028600               :WS-DFIM-LOCAC:WS-IND-DFIM-LOCAC,
028700               :WS-IND-PROJECAO
028800     END-EXEC.
028900     IF SQLCODE = 100
029000         MOVE 'S' TO WS-SW-FIM-CURSOR
029100     ELSE
029200     IF SQLCODE NOT = ZERO
029300         DISPLAY 'UORG0221 - ERRO SQLCODE=' SQLCODE
029400             ' NO FETCH DO CURSOR'
029500         ADD 1 TO WS-QTDE-ERRO
029600         MOVE 'S' TO WS-SW-FIM-CURSOR
029700     END-IF
029800     END-IF.
029900 8000-LER-CURSOR-EXIT.
030000     EXIT.
030100******************************************************************
030200*    9500-REGISTRAR-INICIO                                       *
030300*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
030400******************************************************************
030500 9500-REGISTRAR-INICIO          SECTION.
030600     MOVE 'I' TO UORGL043-FUNCTION.
030700     MOVE 'UORG0221' TO UORGL043-CPGM-BATCH.
030800     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
030900                  UORGL043-QTDE-REJEITADOS
031000                  UORGL043-CCOD-TERMINO.
031100     CALL 'UORG0043' USING UORGL043-PARMS.
031200     IF NOT UORGL043-OK
031300         DISPLAY 'UORG0221 - ERRO ' UORGL043-RETORNO
031400             ' NO REGISTRO DE INICIO DA EXECUCAO'
031500     END-IF.
031600 9500-REGISTRAR-INICIO-EXIT.
031700     EXIT.
031800******************************************************************
031900*    9600-REGISTRAR-FIM                                          *
032000*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
032100******************************************************************
032200 9600-REGISTRAR-FIM             SECTION.
032300     MOVE 'F' TO UORGL043-FUNCTION.
032400     MOVE WS-QTDE-ABERTOS TO UORGL043-QTDE-LIDOS.
032500     MOVE WS-QTDE-LISTADOS TO UORGL043-QTDE-GRAVADOS.
032600     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
032700     IF WS-QTDE-ERRO > ZERO
032800         MOVE 8 TO UORGL043-CCOD-TERMINO
032900     ELSE
033000         MOVE ZERO TO UORGL043-CCOD-TERMINO
033100     END-IF.
033200     CALL 'UORG0043' USING UORGL043-PARMS.
033300     IF NOT UORGL043-OK
033400         DISPLAY 'UORG0221 - ERRO ' UORGL043-RETORNO
033500             ' NO REGISTRO DE FIM DA EXECUCAO'
033600     END-IF.
033700     EXEC SQL
033800         COMMIT
033900     END-EXEC.
034000 9600-REGISTRAR-FIM-EXIT.
034100     EXIT.
