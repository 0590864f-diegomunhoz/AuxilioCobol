000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0171                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0171.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - RELATORIO MENSAL DE VARIACAO DO       *
001600*                QUADRO: PLANO (TPLANO_QUADRO_UND) X EFETIVO     *
001700*                ATUAL X LOTACAO AVALIADA POR UNIDADE,           *
001800*                CLASSIFICACAO E CONGLOMERADO (UORGR171).        *
001900******************************************************************
002000*
002100*    FUNCAO: PERCORRE AS UNIDADES ATIVAS EM ORDEM DE
002200*    CONGLOMERADO (CPSSOA_JURID) E CLASSIFICACAO E COMPARA, PARA
002300*    O MES ANTERIOR AO DA EXECUCAO, O EFETIVO PLANEJADO PELO RH
002400*    (TPLANO_QUADRO_UND, CARGA UORG0170) COM O EFETIVO ATUAL
002500*    (QFUNC_ATUAL_UND_ORGNZ, CARGA UORG0054) E COM A LOTACAO
002600*    AVALIADA (QLOTACAO_UND_ORGNZ). SINALIZA:
002700*    - ACIMA DO PLANO: EFETIVO ATUAL MAIOR QUE O PLANEJADO;
002800*    - ABAIXO DO PLANO: FALTA DE EFETIVO MAIOR QUE O PERCENTUAL
002900*      DO PLANO CADASTRADO EM TPARAM_BATCH (UORG0171/PCT-ABAIXO,
003000*      LIDO PELA UORG0148; SEM CADASTRO VALE O PADRAO DE
003100*      WS-PCT-LIMITE-PADRAO);
003200*    - PLANO ACIMA DA LOTACAO: EFETIVO PLANEJADO MAIOR QUE A
003300*      LOTACAO AVALIADA (SO QUANDO A LOTACAO ESTA INFORMADA);
003400*    - SEM PLANO: UNIDADE SEM LINHA DE PLANO NO MES.
003500*    IMPRIME UMA LINHA POR UNIDADE, SUBTOTAIS POR CLASSIFICACAO E
003600*    CONGLOMERADO (COM A QUANTIDADE DE UNIDADES SINALIZADAS) E
003700*    TOTAL GERAL.
003800*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.         IBM-390.
004200 OBJECT-COMPUTER.         IBM-390.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT REL-UORGR171 ASSIGN TO UORGR171
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  REL-UORGR171
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 01  REL-UORGR171-REG            PIC X(133).
005300 WORKING-STORAGE SECTION.
005400     EXEC SQL INCLUDE SQLCA END-EXEC.
005500 01  WS-SWITCHES.
005600     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005700        88 WS-FIM-CURSOR              VALUE 'S'.
005800     05 WS-SW-PRIMEIRA-QUEBRA    PIC X(1) VALUE 'S'.
005900        88 WS-PRIMEIRA-QUEBRA         VALUE 'S'.
006000     05 WS-SW-SINALIZADA         PIC X(1) VALUE 'N'.
006100        88 WS-UNIDADE-SINALIZADA      VALUE 'S'.
006200 01  WS-CONTADORES.
006300     05 WS-QTDE-UNIDADES         PIC S9(7) COMP VALUE ZERO.
006400     05 WS-QTDE-ACIMA            PIC S9(7) COMP VALUE ZERO.
006500     05 WS-QTDE-ABAIXO           PIC S9(7) COMP VALUE ZERO.
006600     05 WS-QTDE-ACIMA-LOTACAO    PIC S9(7) COMP VALUE ZERO.
006700     05 WS-QTDE-SEM-PLANO        PIC S9(7) COMP VALUE ZERO.
006800 01  WS-CONSTANTES.
006900     05 WS-PCT-LIMITE-PADRAO     PIC 9(3) VALUE 10.
007000 01  WS-QUEBRA-CONTROLE.
007100     05 WS-CPSSOA-ANTERIOR       PIC S9(10)V COMP-3.
007200     05 WS-CCLASF-ANTERIOR       PIC S9(1)V COMP-3.
007300 01  WS-TOT-CLASSE.
007400     05 WS-TCL-QPLANO            PIC S9(7)V COMP-3 VALUE ZERO.
007500     05 WS-TCL-QATUAL            PIC S9(7)V COMP-3 VALUE ZERO.
007600     05 WS-TCL-QLOTACAO          PIC S9(7)V COMP-3 VALUE ZERO.
007700     05 WS-TCL-VARIACAO          PIC S9(7)V COMP-3 VALUE ZERO.
007800     05 WS-TCL-SINALIZ           PIC S9(7)V COMP-3 VALUE ZERO.
007900 01  WS-TOT-CONGL.
008000     05 WS-TCG-QPLANO            PIC S9(7)V COMP-3 VALUE ZERO.
008100     05 WS-TCG-QATUAL            PIC S9(7)V COMP-3 VALUE ZERO.
008200     05 WS-TCG-QLOTACAO          PIC S9(7)V COMP-3 VALUE ZERO.
008300     05 WS-TCG-VARIACAO          PIC S9(7)V COMP-3 VALUE ZERO.
008400     05 WS-TCG-SINALIZ           PIC S9(7)V COMP-3 VALUE ZERO.
008500 01  WS-TOT-GERAL.
008600     05 WS-TGE-QPLANO            PIC S9(7)V COMP-3 VALUE ZERO.
008700     05 WS-TGE-QATUAL            PIC S9(7)V COMP-3 VALUE ZERO.
008800     05 WS-TGE-QLOTACAO          PIC S9(7)V COMP-3 VALUE ZERO.
008900     05 WS-TGE-VARIACAO          PIC S9(7)V COMP-3 VALUE ZERO.
009000     05 WS-TGE-SINALIZ           PIC S9(7)V COMP-3 VALUE ZERO.
009100 01  WS-TOT-IMPRESSAO.
009200     05 WS-TIM-QPLANO            PIC S9(7)V COMP-3.
009300     05 WS-TIM-QATUAL            PIC S9(7)V COMP-3.
009400     05 WS-TIM-QLOTACAO          PIC S9(7)V COMP-3.
009500     05 WS-TIM-VARIACAO          PIC S9(7)V COMP-3.
009600     05 WS-TIM-SINALIZ           PIC S9(7)V COMP-3.
009700 01  WS-AREA-TRABALHO.
009800     05 WS-DATA-HOJE             PIC 9(8).
009900     05 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
010000        10 WS-HOJE-ANO           PIC 9(4).
010100        10 WS-HOJE-MES           PIC 9(2).
010200        10 WS-HOJE-DIA           PIC 9(2).
010300     05 WS-ANO-REF               PIC 9(4).
010400     05 WS-MES-REF               PIC 9(2).
010500     05 WS-ANO-MES-REF           PIC 9(6).
010600     05 WS-AANO-PLANO            PIC S9(4)V COMP-3.
010700     05 WS-MMES-PLANO            PIC S9(2)V COMP-3.
010800     05 WS-PCT-LIMITE            PIC 9(3).
010900     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
011000     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
011100     05 WS-CCLASF-UND-ORGNZ      PIC S9(1)V COMP-3.
011200     05 WS-QFUNC-ATUAL           PIC S9(5)V COMP-3.
011300     05 WS-QLOTACAO              PIC S9(5)V COMP-3.
011400     05 WS-QFUNC-PLANO           PIC S9(5)V COMP-3.
011500     05 WS-VARIACAO              PIC S9(5)V COMP-3.
011600     05 WS-PCT-VARIACAO          PIC S9(5)V9 COMP-3.
011700 01  WS-INDICADORES.
011800     05 WS-IND-CCLASF            PIC S9(4) COMP-5.
011900     05 WS-IND-QFUNC             PIC S9(4) COMP-5.
012000     05 WS-IND-QLOTACAO          PIC S9(4) COMP-5.
012100     05 WS-IND-QPLANO            PIC S9(4) COMP-5.
012200 COPY UORGR171.
012300 COPY UORGL148.
012400 COPY UORGL043.
012500 PROCEDURE DIVISION.
012600******************************************************************
012700*    0000-MAINLINE                                               *
012800******************************************************************
012900 0000-MAINLINE                  SECTION.
013000     PERFORM 9500-REGISTRAR-INICIO
013100         THRU 9500-REGISTRAR-INICIO-EXIT.
013200     PERFORM 1000-PREPARAR-PERIODO
013300         THRU 1000-PREPARAR-PERIODO-EXIT.
013400     PERFORM 2000-PROCESSAR-UNIDADE
013500         THRU 2000-PROCESSAR-UNIDADE-EXIT
013600         UNTIL WS-FIM-CURSOR.
013700     IF NOT WS-PRIMEIRA-QUEBRA
013800         PERFORM 5000-QUEBRA-CLASSE
013900             THRU 5000-QUEBRA-CLASSE-EXIT
014000         PERFORM 5500-QUEBRA-CONGL
014100             THRU 5500-QUEBRA-CONGL-EXIT
014200     END-IF.
014300     PERFORM 7000-ENCERRAR
014400         THRU 7000-ENCERRAR-EXIT.
014500     PERFORM 9600-REGISTRAR-FIM
014600         THRU 9600-REGISTRAR-FIM-EXIT.
014700     GOBACK.
014800******************************************************************
014900*    1000-PREPARAR-PERIODO                                       *
015000*    REFERENCIA = MES ANTERIOR AO DA EXECUCAO; PERCENTUAL LIMITE *
015100*    DE FALTA DE EFETIVO DA TABELA DE PARAMETROS                 *
015200******************************************************************
015300 1000-PREPARAR-PERIODO          SECTION.
015400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
015500     IF WS-HOJE-MES = 01
015600         COMPUTE WS-ANO-REF = WS-HOJE-ANO - 1
015700         MOVE 12 TO WS-MES-REF
015800     ELSE
015900         MOVE WS-HOJE-ANO TO WS-ANO-REF
016000         COMPUTE WS-MES-REF = WS-HOJE-MES - 1
016100     END-IF.
016200     COMPUTE WS-ANO-MES-REF = WS-ANO-REF * 100 + WS-MES-REF.
016300     MOVE WS-ANO-REF TO WS-AANO-PLANO.
016400     MOVE WS-MES-REF TO WS-MMES-PLANO.
016500     MOVE WS-PCT-LIMITE-PADRAO TO WS-PCT-LIMITE.
016600     MOVE 'UORG0171' TO UORGL148-CPGM-BATCH.
016700     MOVE 'PCT-ABAIXO' TO UORGL148-CPARAM.
016800     CALL 'UORG0148' USING UORGL148-PARMS.
016900     IF UORGL148-OK
017000         AND UORGL148-VPARAM (1:3) IS NUMERIC
017100         MOVE UORGL148-VPARAM (1:3) TO WS-PCT-LIMITE
017200     ELSE
017300         DISPLAY 'UORG0171 - PCT-ABAIXO NAO CADASTRADO, ASSUMIDO '
017400             WS-PCT-LIMITE
017500     END-IF.
017600     OPEN OUTPUT REL-UORGR171.
017700     MOVE SPACES TO UORGR171-LINHA.
017800     MOVE '1' TO UORGR171-CTL-IMPRESSAO.
017900     MOVE 'PLANO DE QUADRO X EFETIVO X LOTACAO - REFERENCIA'
018000         TO UORGR171-TIT-TEXTO.
018100     MOVE WS-ANO-MES-REF TO UORGR171-TIT-ANO-MES.
018200     WRITE REL-UORGR171-REG FROM UORGR171-LINHA.
018300     EXEC SQL
018400         DECLARE CUR-UORG0171 CURSOR FOR
018500         SELECT U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ,
018600                U.CCLASF_UND_ORGNZ, U.QFUNC_ATUAL_UND_ORGNZ,
018700                U.QLOTACAO_UND_ORGNZ, P.QFUNC_PLANO
018800           FROM DB2PRD.TUND_ORGNZ U
018900           LEFT JOIN DB2PRD.TPLANO_QUADRO_UND P
019000             ON P.CPSSOA_JURID   = U.CPSSOA_JURID
019100            AND P.NSEQ_UND_ORGNZ = U.NSEQ_UND_ORGNZ
019200            AND P.AANO_PLANO     = :WS-AANO-PLANO
019300            AND P.MMES_PLANO     = :WS-MMES-PLANO
019400          WHERE U.CSIT_UND_ORGNZ = 1
019500          ORDER BY U.CPSSOA_JURID, U.CCLASF_UND_ORGNZ,
019600                   U.NSEQ_UND_ORGNZ
019700     END-EXEC.
019800     EXEC SQL
019900         OPEN CUR-UORG0171
020000     END-EXEC.
020100     PERFORM 8000-LER-CURSOR
020200         THRU 8000-LER-CURSOR-EXIT.
020300 1000-PREPARAR-PERIODO-EXIT.
020400     EXIT.
020500******************************************************************
020600*    2000-PROCESSAR-UNIDADE                                      *
020700******************************************************************
020800 2000-PROCESSAR-UNIDADE         SECTION.
020900     IF NOT WS-PRIMEIRA-QUEBRA
021000         IF WS-CPSSOA-JURID NOT = WS-CPSSOA-ANTERIOR
021100             PERFORM 5000-QUEBRA-CLASSE
021200                 THRU 5000-QUEBRA-CLASSE-EXIT
021300             PERFORM 5500-QUEBRA-CONGL
021400                 THRU 5500-QUEBRA-CONGL-EXIT
021500         ELSE
021600         IF WS-CCLASF-UND-ORGNZ NOT = WS-CCLASF-ANTERIOR
021700             PERFORM 5000-QUEBRA-CLASSE
021800                 THRU 5000-QUEBRA-CLASSE-EXIT
021900         END-IF
022000         END-IF
022100     END-IF.
022200     MOVE WS-CPSSOA-JURID TO WS-CPSSOA-ANTERIOR.
022300     MOVE WS-CCLASF-UND-ORGNZ TO WS-CCLASF-ANTERIOR.
022400     MOVE 'N' TO WS-SW-PRIMEIRA-QUEBRA.
022500     ADD 1 TO WS-QTDE-UNIDADES.
022600     PERFORM 3000-AVALIAR-UNIDADE
022700         THRU 3000-AVALIAR-UNIDADE-EXIT.
022800     ADD WS-QFUNC-PLANO TO WS-TCL-QPLANO WS-TCG-QPLANO
022900                           WS-TGE-QPLANO.
023000     ADD WS-QFUNC-ATUAL TO WS-TCL-QATUAL WS-TCG-QATUAL
023100                           WS-TGE-QATUAL.
023200     ADD WS-QLOTACAO TO WS-TCL-QLOTACAO WS-TCG-QLOTACAO
023300                        WS-TGE-QLOTACAO.
023400     ADD WS-VARIACAO TO WS-TCL-VARIACAO WS-TCG-VARIACAO
023500                        WS-TGE-VARIACAO.
023600     IF WS-UNIDADE-SINALIZADA
023700         ADD 1 TO WS-TCL-SINALIZ WS-TCG-SINALIZ WS-TGE-SINALIZ
023800     END-IF.
023900     PERFORM 8000-LER-CURSOR
024000         THRU 8000-LER-CURSOR-EXIT.
024100 2000-PROCESSAR-UNIDADE-EXIT.
024200     EXIT.
024300******************************************************************
024400*    3000-AVALIAR-UNIDADE                                        *
024500*    CALCULA A VARIACAO, SINALIZA E IMPRIME A LINHA DA UNIDADE   *
024600******************************************************************
024700 3000-AVALIAR-UNIDADE           SECTION.
024800     MOVE 'N' TO WS-SW-SINALIZADA.
024900     MOVE ZERO TO WS-VARIACAO WS-PCT-VARIACAO.
025000     MOVE SPACES TO UORGR171-LINHA.
025100     MOVE ' ' TO UORGR171-CTL-IMPRESSAO.
025200     MOVE WS-CPSSOA-JURID TO UORGR171-CPSSOA-JURID.
025300     MOVE WS-NSEQ-UND-ORGNZ TO UORGR171-NSEQ-UND-ORGNZ.
025400     MOVE WS-CCLASF-UND-ORGNZ TO UORGR171-CCLASF.
025500     MOVE WS-QFUNC-ATUAL TO UORGR171-QATUAL.
025600     IF WS-QLOTACAO > ZERO
025700         MOVE WS-QLOTACAO TO UORGR171-QLOTACAO
025800     END-IF.
025900     IF WS-IND-QPLANO < ZERO
026000         MOVE 'SEM PLANO' TO UORGR171-SIT-PLANO
026100         ADD 1 TO WS-QTDE-SEM-PLANO
026200         GO TO 3000-AVALIAR-UNIDADE-GRAVAR
026300     END-IF.
026400     MOVE WS-QFUNC-PLANO TO UORGR171-QPLANO.
026500     COMPUTE WS-VARIACAO = WS-QFUNC-ATUAL - WS-QFUNC-PLANO.
026600     MOVE WS-VARIACAO TO UORGR171-VARIACAO.
026700     IF WS-QFUNC-PLANO > ZERO
026800         COMPUTE WS-PCT-VARIACAO ROUNDED =
026900             WS-VARIACAO * 100 / WS-QFUNC-PLANO
027000             ON SIZE ERROR
027100                 MOVE 99999.9 TO WS-PCT-VARIACAO
027200         END-COMPUTE
027300         MOVE WS-PCT-VARIACAO TO UORGR171-PCT-VARIACAO
027400     END-IF.
027500     IF WS-VARIACAO > ZERO
027600         MOVE 'ACIMA DO PLANO' TO UORGR171-SIT-PLANO
027700         MOVE 'S' TO WS-SW-SINALIZADA
027800         ADD 1 TO WS-QTDE-ACIMA
027900     ELSE
028000     IF WS-VARIACAO < ZERO
028100         AND (WS-VARIACAO * -100) >
028200             (WS-PCT-LIMITE * WS-QFUNC-PLANO)
028300         MOVE 'ABAIXO DO PLANO' TO UORGR171-SIT-PLANO
028400         MOVE 'S' TO WS-SW-SINALIZADA
028500         ADD 1 TO WS-QTDE-ABAIXO
028600     END-IF
028700     END-IF.
028800     IF WS-QLOTACAO > ZERO
028900         AND WS-QFUNC-PLANO > WS-QLOTACAO
029000         MOVE 'PLANO ACIMA LOTACAO' TO UORGR171-SIT-LOTACAO
029100         MOVE 'S' TO WS-SW-SINALIZADA
029200         ADD 1 TO WS-QTDE-ACIMA-LOTACAO
029300     END-IF.
029400 3000-AVALIAR-UNIDADE-GRAVAR.
029500     WRITE REL-UORGR171-REG FROM UORGR171-LINHA.
029600 3000-AVALIAR-UNIDADE-EXIT.
029700     EXIT.
029800******************************************************************
029900*    5000-QUEBRA-CLASSE                                          *
030000******************************************************************
030100 5000-QUEBRA-CLASSE             SECTION.
030200     MOVE WS-TOT-CLASSE TO WS-TOT-IMPRESSAO.
030300     MOVE SPACES TO UORGR171-LINHA.
030400     MOVE ' ' TO UORGR171-CTL-IMPRESSAO.
030500     MOVE 'SUBTOTAL CLASSIFICACAO' TO UORGR171-SUB-ROTULO.
030600     MOVE WS-CCLASF-ANTERIOR TO UORGR171-SUB-CHAVE.
030700     PERFORM 5900-IMPRIMIR-SUBTOTAL
030800         THRU 5900-IMPRIMIR-SUBTOTAL-EXIT.
030900     MOVE ZERO TO WS-TCL-QPLANO WS-TCL-QATUAL WS-TCL-QLOTACAO
031000                  WS-TCL-VARIACAO WS-TCL-SINALIZ.
031100 5000-QUEBRA-CLASSE-EXIT.
031200     EXIT.
031300******************************************************************
031400*    5500-QUEBRA-CONGL                                           *
031500******************************************************************
031600 5500-QUEBRA-CONGL              SECTION.
031700     MOVE WS-TOT-CONGL TO WS-TOT-IMPRESSAO.
031800     MOVE SPACES TO UORGR171-LINHA.
031900     MOVE ' ' TO UORGR171-CTL-IMPRESSAO.
032000     MOVE 'SUBTOTAL CONGLOMERADO' TO UORGR171-SUB-ROTULO.
032100     MOVE WS-CPSSOA-ANTERIOR TO UORGR171-SUB-CHAVE.
032200     PERFORM 5900-IMPRIMIR-SUBTOTAL
032300         THRU 5900-IMPRIMIR-SUBTOTAL-EXIT.
032400     MOVE ZERO TO WS-TCG-QPLANO WS-TCG-QATUAL WS-TCG-QLOTACAO
032500                  WS-TCG-VARIACAO WS-TCG-SINALIZ.
032600 5500-QUEBRA-CONGL-EXIT.
032700     EXIT.
032800******************************************************************
032900*    5900-IMPRIMIR-SUBTOTAL                                      *
033000*    IMPRIME OS VALORES DE WS-TOT-IMPRESSAO NA LINHA DE SUBTOTAL *
033100*    JA ROTULADA                                                 *
033200******************************************************************
033300 5900-IMPRIMIR-SUBTOTAL         SECTION.
033400     MOVE WS-TIM-QPLANO TO UORGR171-SUB-QPLANO.
033500     MOVE WS-TIM-QATUAL TO UORGR171-SUB-QATUAL.
033600     MOVE WS-TIM-QLOTACAO TO UORGR171-SUB-QLOTACAO.
033700     MOVE WS-TIM-VARIACAO TO UORGR171-SUB-VARIACAO.
033800     MOVE 'UND. SINALIZADAS:' TO UORGR171-SUB-ROT-SINALIZ.
033900     MOVE WS-TIM-SINALIZ TO UORGR171-SUB-QTDE-SINALIZ.
034000     WRITE REL-UORGR171-REG FROM UORGR171-LINHA.
034100 5900-IMPRIMIR-SUBTOTAL-EXIT.
034200     EXIT.
034300******************************************************************
034400*    7000-ENCERRAR                                               *
034500******************************************************************
034600 7000-ENCERRAR                  SECTION.
034700     MOVE WS-TOT-GERAL TO WS-TOT-IMPRESSAO.
034800     MOVE SPACES TO UORGR171-LINHA.
034900     MOVE '0' TO UORGR171-CTL-IMPRESSAO.
035000     MOVE 'TOTAL GERAL' TO UORGR171-SUB-ROTULO.
035100     PERFORM 5900-IMPRIMIR-SUBTOTAL
035200         THRU 5900-IMPRIMIR-SUBTOTAL-EXIT.
035300     MOVE SPACES TO UORGR171-LINHA.
035400     MOVE '0' TO UORGR171-CTL-IMPRESSAO.
035500     MOVE 'TOTAL DE UNIDADES AVALIADAS....:'
035600         TO UORGR171-TOT-ROTULO.
035700     MOVE WS-QTDE-UNIDADES TO UORGR171-TOT-QTDE.
035800     WRITE REL-UORGR171-REG FROM UORGR171-LINHA.
035900     MOVE SPACES TO UORGR171-LINHA.
036000     MOVE ' ' TO UORGR171-CTL-IMPRESSAO.
036100     MOVE 'UNIDADES ACIMA DO PLANO........:'
036200         TO UORGR171-TOT-ROTULO.
036300     MOVE WS-QTDE-ACIMA TO UORGR171-TOT-QTDE.
036400     WRITE REL-UORGR171-REG FROM UORGR171-LINHA.
036500     MOVE SPACES TO UORGR171-LINHA.
036600     MOVE ' ' TO UORGR171-CTL-IMPRESSAO.
036700     MOVE 'UNIDADES ABAIXO DO PLANO.......:'
036800         TO UORGR171-TOT-ROTULO.
036900     MOVE WS-QTDE-ABAIXO TO UORGR171-TOT-QTDE.
037000     WRITE REL-UORGR171-REG FROM UORGR171-LINHA.
037100     MOVE SPACES TO UORGR171-LINHA.
037200     MOVE ' ' TO UORGR171-CTL-IMPRESSAO.
037300     MOVE 'LIMITE ABAIXO DO PLANO (%).....:'
037400         TO UORGR171-TOT-ROTULO.
037500     MOVE WS-PCT-LIMITE TO UORGR171-TOT-QTDE.
037600     WRITE REL-UORGR171-REG FROM UORGR171-LINHA.
037700     MOVE SPACES TO UORGR171-LINHA.
037800     MOVE ' ' TO UORGR171-CTL-IMPRESSAO.
037900     MOVE 'UNIDADES COM PLANO ACIMA DA LOTACAO:'
038000         TO UORGR171-TOT-ROTULO.
038100     MOVE WS-QTDE-ACIMA-LOTACAO TO UORGR171-TOT-QTDE.
038200     WRITE REL-UORGR171-REG FROM UORGR171-LINHA.
038300     MOVE SPACES TO UORGR171-LINHA.
038400     MOVE ' ' TO UORGR171-CTL-IMPRESSAO.
038500     MOVE 'UNIDADES SEM PLANO NO MES......:'
038600         TO UORGR171-TOT-ROTULO.
038700     MOVE WS-QTDE-SEM-PLANO TO UORGR171-TOT-QTDE.
038800     WRITE REL-UORGR171-REG FROM UORGR171-LINHA.
038900     EXEC SQL
039000         CLOSE CUR-UORG0171
039100     END-EXEC.
039200     CLOSE REL-UORGR171.
039300     DISPLAY 'UORG0171 - UNIDADES AVALIADAS: ' WS-QTDE-UNIDADES
039400         ' SINALIZADAS: ' WS-TGE-SINALIZ
039500         ' REFERENCIA: ' WS-ANO-MES-REF.
039600 7000-ENCERRAR-EXIT.
039700     EXIT.
039800******************************************************************
039900*    8000-LER-CURSOR                                             *
040000******************************************************************
040100 8000-LER-CURSOR                SECTION.
040200     EXEC SQL
040300         FETCH CUR-UORG0171
040400          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
040500               :WS-CCLASF-UND-ORGNZ:WS-IND-CCLASF,
040600               :WS-QFUNC-ATUAL:WS-IND-QFUNC,
040700               :WS-QLOTACAO:WS-IND-QLOTACAO,
040800               :WS-QFUNC-PLANO:WS-IND-QPLANO
040900     END-EXEC.
041000     IF SQLCODE = 100
041100         MOVE 'S' TO WS-SW-FIM-CURSOR
041200     ELSE
041300     IF SQLCODE NOT = ZERO
041400         DISPLAY 'UORG0171 - ERRO SQLCODE=' SQLCODE
041500             ' NO FETCH DO CURSOR'
041600         MOVE 'S' TO WS-SW-FIM-CURSOR
041700     ELSE
041800         IF WS-IND-CCLASF < ZERO
041900             MOVE ZERO TO WS-CCLASF-UND-ORGNZ
042000         END-IF
042100         IF WS-IND-QFUNC < ZERO
042200             MOVE ZERO TO WS-QFUNC-ATUAL
042300         END-IF
042400         IF WS-IND-QLOTACAO < ZERO
042500             MOVE ZERO TO WS-QLOTACAO
042600         END-IF
042700         IF WS-IND-QPLANO < ZERO
042800             MOVE ZERO TO WS-QFUNC-PLANO
042900         END-IF
043000     END-IF
043100     END-IF.
043200 8000-LER-CURSOR-EXIT.
043300     EXIT.
043400******************************************************************
043500*    9500-REGISTRAR-INICIO                                       *
043600*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
043700******************************************************************
043800 9500-REGISTRAR-INICIO          SECTION.
043900     MOVE 'I' TO UORGL043-FUNCTION.
044000     MOVE 'UORG0171' TO UORGL043-CPGM-BATCH.
044100     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
044200                  UORGL043-QTDE-REJEITADOS
044300                  UORGL043-CCOD-TERMINO.
044400     CALL 'UORG0043' USING UORGL043-PARMS.
044500     IF NOT UORGL043-OK
044600         DISPLAY 'UORG0171 - ERRO ' UORGL043-RETORNO
044700             ' NO REGISTRO DE INICIO DA EXECUCAO'
044800     END-IF.
044900 9500-REGISTRAR-INICIO-EXIT.
045000     EXIT.
045100******************************************************************
045200*    9600-REGISTRAR-FIM                                          *
045300*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
045400******************************************************************
045500 9600-REGISTRAR-FIM             SECTION.
045600     MOVE 'F' TO UORGL043-FUNCTION.
045700     MOVE WS-QTDE-UNIDADES TO UORGL043-QTDE-LIDOS.
045800     MOVE WS-TGE-SINALIZ TO UORGL043-QTDE-GRAVADOS.
045900     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
046000     MOVE ZERO TO UORGL043-CCOD-TERMINO.
046100     CALL 'UORG0043' USING UORGL043-PARMS.
046200     IF NOT UORGL043-OK
046300         DISPLAY 'UORG0171 - ERRO ' UORGL043-RETORNO
046400             ' NO REGISTRO DE FIM DA EXECUCAO'
046500     END-IF.
046600     EXEC SQL
046700         COMMIT
046800     END-EXEC.
046900 9600-REGISTRAR-FIM-EXIT.
047000     EXIT.
