000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0204                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0204.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - AUDITORIA SEMANAL DE CONSISTENCIA     *
001600*                ENTRE AS TABELAS CORRENTES E SEUS HISTORICOS    *
001700*                (TUND_ORGNZ, TMANUT_PRDIO_OCPDO E               *
001800*                TMANUT_EMPR_GRP), COM MODO DE REPARO AUTORIZADO *
001900*                QUE GRAVA EVENTO CORRETIVO GERADO PELO SISTEMA. *
001910* 15/10/2026 ES  EVENTOS SUPERADOS POR CORRECAO                  *
001920*                RETROATIVA (CINDCD_EVENTO_SUPERD)               *
001930*                IGNORADOS NA RECONSTRUCAO.                      *
002000******************************************************************
002100*
002200*    FUNCAO: EXECUCAO SEMANAL. TRES VARREDURAS, CADA UMA COM SEU
002300*    CURSOR, COMPARAM A LINHA CORRENTE COM O ULTIMO EVENTO DO SEU
002400*    HISTORICO (MAIOR HEVENTO_HIST):
002500*    - TUND_ORGNZ.CSIT_UND_ORGNZ X CSIT_UND_ORGNZ_NOVO DE
002600*      TUND_ORGNZ_HIST (SERVICO UORG0002);
002700*    - TMANUT_PRDIO_OCPDO.CSIT_ATUAL_REG X CSIT_ATUAL_NOVO DE
002800*      TPRDIO_OCPDO_HIST (SERVICO UORG0081);
002900*    - TMANUT_EMPR_GRP X IMAGEM NOVA DE TMANUT_EMPR_HIST NAS
003000*      COLUNAS SENSIVEIS - DATAS DE INSTALACAO E ENCERRAMENTO,
003100*      NINSCR_REG_EMPR E CSIT_DOCTO_FSCAL (SERVICO UORG0065).
003200*    TODA LINHA DIVERGENTE OU SEM NENHUM EVENTO DE HISTORICO E
003300*    IMPRESSA EM UORGR204 COM A COLUNA E OS DOIS VALORES. NO MODO
003400*    'A' DO CONTROLE UORGK204, COM O USUARIO AUTORIZADO NA FUNCAO
003500*    REPARHIS (UORG0072), CADA OCORRENCIA RECEBE UM EVENTO
003600*    CORRETIVO PELO PROPRIO SERVICO DE HISTORICO, COM
003700*    CINDCD-GERADO-SIST = 'S': IMAGEM ANTERIOR = ULTIMO EVENTO (OU
003800*    O VALOR ATUAL, QUANDO NAO HA HISTORICO) E IMAGEM NOVA = VALOR
003900*    ATUAL. COMMIT A CADA WS-INTERVALO-CKPT EVENTOS. USUARIO SEM
004000*    AUTORIZACAO NO MODO 'A' E RECUSADO: A EXECUCAO SEGUE SO
004100*    LISTANDO E TERMINA COM CODIGO 8.
004200*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.         IBM-390.
004600 OBJECT-COMPUTER.         IBM-390.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT CTL-UORGK204 ASSIGN TO UORGK204
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT REL-UORGR204 ASSIGN TO UORGR204
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CTL-UORGK204
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  CTL-UORGK204-REG            PIC X(80).
005900 FD  REL-UORGR204
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  REL-UORGR204-REG            PIC X(133).
006300 WORKING-STORAGE SECTION.
006400     EXEC SQL INCLUDE SQLCA END-EXEC.
006500 01  WS-SWITCHES.
006600     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006700        88 WS-FIM-CURSOR              VALUE 'S'.
006800     05 WS-SW-ERRO               PIC X(1) VALUE 'N'.
006900        88 WS-HOUVE-ERRO              VALUE 'S'.
007000     05 WS-CINDCD-HIST           PIC X(1).
007100        88 WS-TEM-HISTORICO           VALUE 'S'.
007200 01  WS-CONTADORES.
007300     05 WS-QTDE-DIV-UND          PIC S9(9) COMP VALUE ZERO.
007400     05 WS-QTDE-SEM-UND          PIC S9(9) COMP VALUE ZERO.
007500     05 WS-QTDE-DIV-OCPDO        PIC S9(9) COMP VALUE ZERO.
007600     05 WS-QTDE-SEM-OCPDO        PIC S9(9) COMP VALUE ZERO.
007700     05 WS-QTDE-DIV-EMPR         PIC S9(9) COMP VALUE ZERO.
007800     05 WS-QTDE-SEM-EMPR         PIC S9(9) COMP VALUE ZERO.
007900     05 WS-QTDE-OCORRENCIAS      PIC S9(9) COMP VALUE ZERO.
008000     05 WS-QTDE-REPARADOS        PIC S9(9) COMP VALUE ZERO.
008100     05 WS-QTDE-FALHAS           PIC S9(9) COMP VALUE ZERO.
008200     05 WS-CONTADOR-CKPT         PIC S9(5) COMP VALUE ZERO.
008300 01  WS-CONSTANTES.
008400     05 WS-INTERVALO-CKPT        PIC S9(5) COMP VALUE 100.
008500 01  WS-AREA-TRABALHO.
008600     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
008700     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
008800     05 WS-CSIT-UND-ATUAL        PIC S9(3)V COMP-3.
008900     05 WS-CSIT-UND-HIST         PIC S9(3)V COMP-3.
009000     05 WS-CCLASF-UND-ATUAL      PIC S9(1)V COMP-3.
009100     05 WS-CCLASF-UND-HIST       PIC S9(1)V COMP-3.
009200     05 WS-NSEQ-SOLTC-MANUT      PIC S9(10)V COMP-3.
009300     05 WS-CTPO-SIT-PRDIO        PIC S9(2)V COMP-3.
009400     05 WS-CSIT-OCPDO-ATUAL      PIC S9(1)V COMP-3.
009500     05 WS-CSIT-OCPDO-HIST       PIC S9(1)V COMP-3.
009600     05 WS-DINSTA-ATUAL          PIC X(10).
009700     05 WS-DINSTA-HIST           PIC X(10).
009800     05 WS-DCTBIL-ATUAL          PIC X(10).
009900     05 WS-DCTBIL-HIST           PIC X(10).
010000     05 WS-DLEGAL-ATUAL          PIC X(10).
010100     05 WS-DLEGAL-HIST           PIC X(10).
010200     05 WS-NINSCR-ATUAL          PIC S9(11)V COMP-3.
010300     05 WS-NINSCR-HIST           PIC S9(11)V COMP-3.
010400     05 WS-CSIT-DOCTO-ATUAL      PIC S9(2)V COMP-3.
010500     05 WS-CSIT-DOCTO-HIST       PIC S9(2)V COMP-3.
010600     05 WS-CHAVE-EDITADA         PIC X(24).
010700     05 WS-CPSSOA-ED             PIC 9(10).
010800     05 WS-NSEQ-ED               PIC 9(8).
010900     05 WS-NSEQ-SOLTC-ED         PIC 9(10).
011000     05 WS-CODIGO-ED             PIC 9(2).
011100     05 WS-VALOR-ED              PIC Z(10)9.
011200     05 WS-TABELA                PIC X(18).
011300     05 WS-COLUNA                PIC X(18).
011400     05 WS-VALOR-ATUAL           PIC X(12).
011500     05 WS-VALOR-HIST            PIC X(12).
011600     05 WS-ACAO                  PIC X(20).
011700 01  WS-INDICADORES.
011800     05 WS-IND-DINSTA-ATUAL      PIC S9(4) COMP-5.
011900     05 WS-IND-DINSTA-HIST       PIC S9(4) COMP-5.
012000     05 WS-IND-DCTBIL-ATUAL      PIC S9(4) COMP-5.
012100     05 WS-IND-DCTBIL-HIST       PIC S9(4) COMP-5.
012200     05 WS-IND-DLEGAL-ATUAL      PIC S9(4) COMP-5.
012300     05 WS-IND-DLEGAL-HIST       PIC S9(4) COMP-5.
012400 COPY UORGK204.
012500 COPY UORGR204.
012600 COPY UORGL002.
012700 COPY UORGL043.
012800 COPY UORGL065.
012900 COPY UORGL072.
013000 COPY UORGL081.
013100 PROCEDURE DIVISION.
013200******************************************************************
013300*    0000-MAINLINE                                               *
013400******************************************************************
013500 0000-MAINLINE                  SECTION.
013600     PERFORM 9500-REGISTRAR-INICIO
013700         THRU 9500-REGISTRAR-INICIO-EXIT.
013800     PERFORM 1000-ABRIR-ARQUIVOS
013900         THRU 1000-ABRIR-ARQUIVOS-EXIT.
014000     PERFORM 8500-DECLARAR-CURSORES
014100         THRU 8500-DECLARAR-CURSORES-EXIT.
014200     PERFORM 2000-AUDITAR-UNIDADES
014300         THRU 2000-AUDITAR-UNIDADES-EXIT.
014400     PERFORM 3000-AUDITAR-OCPDO
014500         THRU 3000-AUDITAR-OCPDO-EXIT.
014600     PERFORM 4000-AUDITAR-EMPRESA
014700         THRU 4000-AUDITAR-EMPRESA-EXIT.
014800     PERFORM 7000-ENCERRAR
014900         THRU 7000-ENCERRAR-EXIT.
015000     PERFORM 9600-REGISTRAR-FIM
015100         THRU 9600-REGISTRAR-FIM-EXIT.
015200     GOBACK.
015300 0000-MAINLINE-EXIT.
015400     EXIT.
015500******************************************************************
015600*    1000-ABRIR-ARQUIVOS                                         *
015700*    LE O CONTROLE E, NO MODO 'A', CONFERE A AUTORIZACAO DO      *
015800*    USUARIO NA FUNCAO REPARHIS ANTES DE QUALQUER ATUALIZACAO    *
015900******************************************************************
016000 1000-ABRIR-ARQUIVOS            SECTION.
016100     OPEN INPUT CTL-UORGK204.
016200     READ CTL-UORGK204 INTO UORGK204-REGISTRO
016300         AT END
016400             MOVE 'L' TO UORGK204-MODO
016500             MOVE SPACES TO UORGK204-CUSUARIO
016600     END-READ.
016700     CLOSE CTL-UORGK204.
016800     IF NOT UORGK204-LISTAR AND NOT UORGK204-APLICAR
016900         DISPLAY 'UORG0204 - MODO INVALIDO, ASSUMIDO L'
017000         MOVE 'L' TO UORGK204-MODO
017100     END-IF.
017200     IF UORGK204-APLICAR
017300         MOVE UORGK204-CUSUARIO TO UORGL072-CUSUAR
017400         MOVE 'REPARHIS' TO UORGL072-CFUNCAO
017500         MOVE ZERO TO UORGL072-CPSSOA-JURID
017600         CALL 'UORG0072' USING UORGL072-PARMS
017700         IF UORGK204-CUSUARIO = SPACES
017800            OR NOT UORGL072-AUTORIZADO
017900             DISPLAY 'UORG0204 - USUARIO ' UORGK204-CUSUARIO
018000                 ' SEM AUTORIZACAO PARA O REPARO,'
018100                 ' SOMENTE LISTAGEM'
018200             MOVE 'L' TO UORGK204-MODO
018300             MOVE 'S' TO WS-SW-ERRO
018400         END-IF
018500     END-IF.
018600     OPEN OUTPUT REL-UORGR204.
018700     MOVE SPACES TO UORGR204-LINHA.
018800     MOVE '1' TO UORGR204-CTL-IMPRESSAO.
018900     IF UORGK204-APLICAR
019000         STRING 'AUDITORIA HISTORICO X SITUACAO ATUAL - '
019100                'MODO REPARO - AUTORIZADO POR ' UORGK204-CUSUARIO
019200                DELIMITED BY SIZE INTO UORGR204-TIT-TEXTO
019300     ELSE
019400         STRING 'AUDITORIA HISTORICO X SITUACAO ATUAL - '
019500                'SOMENTE LISTAGEM'
019600                DELIMITED BY SIZE INTO UORGR204-TIT-TEXTO
019700     END-IF.
019800     WRITE REL-UORGR204-REG FROM UORGR204-LINHA.
019900     MOVE SPACES TO UORGR204-LINHA.
020000     MOVE '0' TO UORGR204-CTL-IMPRESSAO.
020100     MOVE 'TABELA' TO UORGR204-TABELA.
020200     MOVE 'CHAVE' TO UORGR204-CHAVE.
020300     MOVE 'COLUNA' TO UORGR204-COLUNA.
020400     MOVE 'VALOR ATUAL' TO UORGR204-VALOR-ATUAL.
020500     MOVE 'ULT.HISTOR.' TO UORGR204-VALOR-HIST.
020600     MOVE 'OCORRENCIA' TO UORGR204-OCORRENCIA.
020700     MOVE 'ACAO' TO UORGR204-ACAO.
020800     WRITE REL-UORGR204-REG FROM UORGR204-LINHA.
020900 1000-ABRIR-ARQUIVOS-EXIT.
021000     EXIT.
021100******************************************************************
021200*    2000-AUDITAR-UNIDADES                                       *
021300*    TUND_ORGNZ X ULTIMO EVENTO DE TUND_ORGNZ_HIST               *
021400******************************************************************
021500 2000-AUDITAR-UNIDADES          SECTION.
021600     MOVE 'N' TO WS-SW-FIM-CURSOR.
021700     EXEC SQL
021800         OPEN CUR-UORG0204-UND
021900     END-EXEC.
022000     IF SQLCODE NOT = ZERO
022100         DISPLAY 'UORG0204 - ERRO SQLCODE=' SQLCODE
022200             ' NA ABERTURA DO CURSOR DE UNIDADES'
022300         MOVE 'S' TO WS-SW-ERRO
022400         GO TO 2000-AUDITAR-UNIDADES-EXIT
022500     END-IF.
022600     PERFORM 8000-LER-UNIDADE
022700         THRU 8000-LER-UNIDADE-EXIT.
022800     PERFORM 2100-TRATAR-UNIDADE
022900         THRU 2100-TRATAR-UNIDADE-EXIT
023000         UNTIL WS-FIM-CURSOR.
023100     EXEC SQL
023200         CLOSE CUR-UORG0204-UND
023300     END-EXEC.
023400 2000-AUDITAR-UNIDADES-EXIT.
023500     EXIT.
023600******************************************************************
023700*    2100-TRATAR-UNIDADE                                         *
023800******************************************************************
023900 2100-TRATAR-UNIDADE            SECTION.
024000     MOVE WS-CPSSOA-JURID TO WS-CPSSOA-ED.
024100     MOVE WS-NSEQ-UND-ORGNZ TO WS-NSEQ-ED.
024200     MOVE SPACES TO WS-CHAVE-EDITADA.
024300     STRING WS-CPSSOA-ED '/' WS-NSEQ-ED
024400         DELIMITED BY SIZE INTO WS-CHAVE-EDITADA.
024500     MOVE 'TUND_ORGNZ' TO WS-TABELA.
024600     MOVE 'CSIT_UND_ORGNZ' TO WS-COLUNA.
024700     MOVE WS-CSIT-UND-ATUAL TO WS-VALOR-ED.
024800     MOVE WS-VALOR-ED TO WS-VALOR-ATUAL.
024900     IF WS-TEM-HISTORICO
025000         ADD 1 TO WS-QTDE-DIV-UND
025100         MOVE WS-CSIT-UND-HIST TO WS-VALOR-ED
025200         MOVE WS-VALOR-ED TO WS-VALOR-HIST
025300     ELSE
025400         ADD 1 TO WS-QTDE-SEM-UND
025500         MOVE WS-CSIT-UND-ATUAL TO WS-CSIT-UND-HIST
025600         MOVE WS-CCLASF-UND-ATUAL TO WS-CCLASF-UND-HIST
025700         MOVE SPACES TO WS-VALOR-HIST
025800     END-IF.
025900     MOVE 'SOMENTE LISTADO' TO WS-ACAO.
026000     IF UORGK204-APLICAR
026100         MOVE WS-CPSSOA-JURID TO UORGL002-CPSSOA-JURID
026200         MOVE WS-NSEQ-UND-ORGNZ TO UORGL002-NSEQ-UND-ORGNZ
026300         MOVE WS-CSIT-UND-HIST TO UORGL002-CSIT-ANT
026400         MOVE WS-CSIT-UND-ATUAL TO UORGL002-CSIT-NOVO
026500         MOVE WS-CCLASF-UND-HIST TO UORGL002-CCLASF-ANT
026600         MOVE WS-CCLASF-UND-ATUAL TO UORGL002-CCLASF-NOVO
026700         MOVE 'UORG0204' TO UORGL002-CUSUAR-MANUT
026800         MOVE 'S' TO UORGL002-CINDCD-GERADO-SIST
026900         CALL 'UORG0002' USING UORGL002-PARMS
027000         IF UORGL002-OK
027100             PERFORM 6100-CONFIRMAR-REPARO
027200                 THRU 6100-CONFIRMAR-REPARO-EXIT
027300         ELSE
027400             PERFORM 6200-REGISTRAR-FALHA
027500                 THRU 6200-REGISTRAR-FALHA-EXIT
027600         END-IF
027700     END-IF.
027800     PERFORM 6000-IMPRIMIR-OCORRENCIA
027900         THRU 6000-IMPRIMIR-OCORRENCIA-EXIT.
028000     PERFORM 8000-LER-UNIDADE
028100         THRU 8000-LER-UNIDADE-EXIT.
028200 2100-TRATAR-UNIDADE-EXIT.
028300     EXIT.
028400******************************************************************
028500*    3000-AUDITAR-OCPDO                                          *
028600*    TMANUT_PRDIO_OCPDO X ULTIMO EVENTO DE TPRDIO_OCPDO_HIST     *
028700******************************************************************
028800 3000-AUDITAR-OCPDO             SECTION.
028900     MOVE 'N' TO WS-SW-FIM-CURSOR.
029000     EXEC SQL
029100         OPEN CUR-UORG0204-OCP
029200     END-EXEC.
029300     IF SQLCODE NOT = ZERO
029400         DISPLAY 'UORG0204 - ERRO SQLCODE=' SQLCODE
029500             ' NA ABERTURA DO CURSOR DE OCUPACOES'
029600         MOVE 'S' TO WS-SW-ERRO
029700         GO TO 3000-AUDITAR-OCPDO-EXIT
029800     END-IF.
029900     PERFORM 8100-LER-OCPDO
030000         THRU 8100-LER-OCPDO-EXIT.
030100     PERFORM 3100-TRATAR-OCPDO
030200         THRU 3100-TRATAR-OCPDO-EXIT
030300         UNTIL WS-FIM-CURSOR.
030400     EXEC SQL
030500         CLOSE CUR-UORG0204-OCP
030600     END-EXEC.
030700 3000-AUDITAR-OCPDO-EXIT.
030800     EXIT.
030900******************************************************************
031000*    3100-TRATAR-OCPDO                                           *
031100******************************************************************
031200 3100-TRATAR-OCPDO              SECTION.
031300     MOVE WS-NSEQ-SOLTC-MANUT TO WS-NSEQ-SOLTC-ED.
031400     MOVE WS-CTPO-SIT-PRDIO TO WS-CODIGO-ED.
031500     MOVE SPACES TO WS-CHAVE-EDITADA.
031600     STRING WS-NSEQ-SOLTC-ED '/' WS-CODIGO-ED
031700         DELIMITED BY SIZE INTO WS-CHAVE-EDITADA.
031800     MOVE 'TMANUT_PRDIO_OCPDO' TO WS-TABELA.
031900     MOVE 'CSIT_ATUAL_REG' TO WS-COLUNA.
032000     MOVE WS-CSIT-OCPDO-ATUAL TO WS-VALOR-ED.
032100     MOVE WS-VALOR-ED TO WS-VALOR-ATUAL.
032200     IF WS-TEM-HISTORICO
032300         ADD 1 TO WS-QTDE-DIV-OCPDO
032400         MOVE WS-CSIT-OCPDO-HIST TO WS-VALOR-ED
032500         MOVE WS-VALOR-ED TO WS-VALOR-HIST
032600     ELSE
032700         ADD 1 TO WS-QTDE-SEM-OCPDO
032800         MOVE WS-CSIT-OCPDO-ATUAL TO WS-CSIT-OCPDO-HIST
032900         MOVE SPACES TO WS-VALOR-HIST
033000     END-IF.
033100     MOVE 'SOMENTE LISTADO' TO WS-ACAO.
033200     IF UORGK204-APLICAR
033300         MOVE WS-NSEQ-SOLTC-MANUT TO UORGL081-NSEQ-SOLTC-MANUT
033400         MOVE WS-CTPO-SIT-PRDIO TO UORGL081-CTPO-SIT-PRDIO
033500         MOVE WS-CSIT-OCPDO-HIST TO UORGL081-CSIT-ANT
033600         MOVE WS-CSIT-OCPDO-ATUAL TO UORGL081-CSIT-NOVO
033700         MOVE 'UORG0204' TO UORGL081-CUSUAR-MANUT
033800         MOVE 'S' TO UORGL081-CINDCD-GERADO-SIST
033900         CALL 'UORG0081' USING UORGL081-PARMS
034000         IF UORGL081-OK
034100             PERFORM 6100-CONFIRMAR-REPARO
034200                 THRU 6100-CONFIRMAR-REPARO-EXIT
034300         ELSE
034400             PERFORM 6200-REGISTRAR-FALHA
034500                 THRU 6200-REGISTRAR-FALHA-EXIT
034600         END-IF
034700     END-IF.
034800     PERFORM 6000-IMPRIMIR-OCORRENCIA
034900         THRU 6000-IMPRIMIR-OCORRENCIA-EXIT.
035000     PERFORM 8100-LER-OCPDO
035100         THRU 8100-LER-OCPDO-EXIT.
035200 3100-TRATAR-OCPDO-EXIT.
035300     EXIT.
035400******************************************************************
035500*    4000-AUDITAR-EMPRESA                                        *
035600*    TMANUT_EMPR_GRP X IMAGEM NOVA DO ULTIMO EVENTO DE           *
035700*    TMANUT_EMPR_HIST                                            *
035800******************************************************************
035900 4000-AUDITAR-EMPRESA           SECTION.
036000     MOVE 'N' TO WS-SW-FIM-CURSOR.
036100     EXEC SQL
036200         OPEN CUR-UORG0204-EMP
036300     END-EXEC.
036400     IF SQLCODE NOT = ZERO
036500         DISPLAY 'UORG0204 - ERRO SQLCODE=' SQLCODE
036600             ' NA ABERTURA DO CURSOR DE SOLICITACOES'
036700         MOVE 'S' TO WS-SW-ERRO
036800         GO TO 4000-AUDITAR-EMPRESA-EXIT
036900     END-IF.
037000     PERFORM 8200-LER-EMPRESA
037100         THRU 8200-LER-EMPRESA-EXIT.
037200     PERFORM 4100-TRATAR-EMPRESA
037300         THRU 4100-TRATAR-EMPRESA-EXIT
037400         UNTIL WS-FIM-CURSOR.
037500     EXEC SQL
037600         CLOSE CUR-UORG0204-EMP
037700     END-EXEC.
037800 4000-AUDITAR-EMPRESA-EXIT.
037900     EXIT.
038000******************************************************************
038100*    4100-TRATAR-EMPRESA                                         *
038200*    UMA LINHA POR COLUNA DIVERGENTE; A ACAO SAI NA PRIMEIRA     *
038300******************************************************************
038400 4100-TRATAR-EMPRESA            SECTION.
038500     MOVE WS-NSEQ-SOLTC-MANUT TO WS-NSEQ-SOLTC-ED.
038600     MOVE SPACES TO WS-CHAVE-EDITADA.
038700     MOVE WS-NSEQ-SOLTC-ED TO WS-CHAVE-EDITADA.
038800     MOVE 'TMANUT_EMPR_GRP' TO WS-TABELA.
038900     IF WS-TEM-HISTORICO
039000         ADD 1 TO WS-QTDE-DIV-EMPR
039100     ELSE
039200         ADD 1 TO WS-QTDE-SEM-EMPR
039300         MOVE WS-DINSTA-ATUAL TO WS-DINSTA-HIST
039400         MOVE WS-DCTBIL-ATUAL TO WS-DCTBIL-HIST
039500         MOVE WS-DLEGAL-ATUAL TO WS-DLEGAL-HIST
039600         MOVE WS-NINSCR-ATUAL TO WS-NINSCR-HIST
039700         MOVE WS-CSIT-DOCTO-ATUAL TO WS-CSIT-DOCTO-HIST
039800     END-IF.
039900     MOVE 'SOMENTE LISTADO' TO WS-ACAO.
040000     IF UORGK204-APLICAR
040100         PERFORM 4200-REPARAR-EMPRESA
040200             THRU 4200-REPARAR-EMPRESA-EXIT
040300     END-IF.
040400     IF NOT WS-TEM-HISTORICO
040500         MOVE SPACES TO WS-COLUNA WS-VALOR-ATUAL WS-VALOR-HIST
040600         PERFORM 6000-IMPRIMIR-OCORRENCIA
040700             THRU 6000-IMPRIMIR-OCORRENCIA-EXIT
040800         GO TO 4100-LER-PROXIMA
040900     END-IF.
041000     IF WS-DINSTA-ATUAL NOT = WS-DINSTA-HIST
041100         MOVE 'DATA_INSTA_EMPR' TO WS-COLUNA
041200         MOVE WS-DINSTA-ATUAL TO WS-VALOR-ATUAL
041300         MOVE WS-DINSTA-HIST TO WS-VALOR-HIST
041400         PERFORM 6000-IMPRIMIR-OCORRENCIA
041500             THRU 6000-IMPRIMIR-OCORRENCIA-EXIT
041600     END-IF.
041700     IF WS-DCTBIL-ATUAL NOT = WS-DCTBIL-HIST
041800         MOVE 'DENCRR_CTBIL' TO WS-COLUNA
041900         MOVE WS-DCTBIL-ATUAL TO WS-VALOR-ATUAL
042000         MOVE WS-DCTBIL-HIST TO WS-VALOR-HIST
042100         PERFORM 6000-IMPRIMIR-OCORRENCIA
042200             THRU 6000-IMPRIMIR-OCORRENCIA-EXIT
042300     END-IF.
042400     IF WS-DLEGAL-ATUAL NOT = WS-DLEGAL-HIST
042500         MOVE 'DENCRR_LEGAL' TO WS-COLUNA
042600         MOVE WS-DLEGAL-ATUAL TO WS-VALOR-ATUAL
042700         MOVE WS-DLEGAL-HIST TO WS-VALOR-HIST
042800         PERFORM 6000-IMPRIMIR-OCORRENCIA
042900             THRU 6000-IMPRIMIR-OCORRENCIA-EXIT
043000     END-IF.
043100     IF WS-NINSCR-ATUAL NOT = WS-NINSCR-HIST
043200         MOVE 'NINSCR_REG_EMPR' TO WS-COLUNA
043300         MOVE WS-NINSCR-ATUAL TO WS-VALOR-ED
043400         MOVE WS-VALOR-ED TO WS-VALOR-ATUAL
043500         MOVE WS-NINSCR-HIST TO WS-VALOR-ED
043600         MOVE WS-VALOR-ED TO WS-VALOR-HIST
043700         PERFORM 6000-IMPRIMIR-OCORRENCIA
043800             THRU 6000-IMPRIMIR-OCORRENCIA-EXIT
043900     END-IF.
044000     IF WS-CSIT-DOCTO-ATUAL NOT = WS-CSIT-DOCTO-HIST
044100         MOVE 'CSIT_DOCTO_FSCAL' TO WS-COLUNA
044200         MOVE WS-CSIT-DOCTO-ATUAL TO WS-VALOR-ED
044300         MOVE WS-VALOR-ED TO WS-VALOR-ATUAL
044400         MOVE WS-CSIT-DOCTO-HIST TO WS-VALOR-ED
044500         MOVE WS-VALOR-ED TO WS-VALOR-HIST
044600         PERFORM 6000-IMPRIMIR-OCORRENCIA
044700             THRU 6000-IMPRIMIR-OCORRENCIA-EXIT
044800     END-IF.
044900 4100-LER-PROXIMA.
045000     PERFORM 8200-LER-EMPRESA
045100         THRU 8200-LER-EMPRESA-EXIT.
045200 4100-TRATAR-EMPRESA-EXIT.
045300     EXIT.
045400******************************************************************
045500*    4200-REPARAR-EMPRESA                                        *
045600******************************************************************
045700 4200-REPARAR-EMPRESA           SECTION.
045800     MOVE WS-NSEQ-SOLTC-MANUT TO UORGL065-NSEQ-SOLTC-MANUT.
045900     MOVE WS-DINSTA-HIST TO UORGL065-DATA-INSTA-ANT.
046000     MOVE WS-DINSTA-ATUAL TO UORGL065-DATA-INSTA-NOVO.
046100     MOVE WS-DCTBIL-HIST TO UORGL065-DENCRR-CTBIL-ANT.
046200     MOVE WS-DCTBIL-ATUAL TO UORGL065-DENCRR-CTBIL-NOVO.
046300     MOVE WS-DLEGAL-HIST TO UORGL065-DENCRR-LEGAL-ANT.
046400     MOVE WS-DLEGAL-ATUAL TO UORGL065-DENCRR-LEGAL-NOVO.
046500     MOVE WS-NINSCR-HIST TO UORGL065-NINSCR-ANT.
046600     MOVE WS-NINSCR-ATUAL TO UORGL065-NINSCR-NOVO.
046700     MOVE WS-CSIT-DOCTO-HIST TO UORGL065-CSIT-DOCTO-ANT.
046800     MOVE WS-CSIT-DOCTO-ATUAL TO UORGL065-CSIT-DOCTO-NOVO.
046900     MOVE 'UORG0204' TO UORGL065-CUSUAR-MANUT.
047000     MOVE 'S' TO UORGL065-CINDCD-GERADO-SIST.
047100     CALL 'UORG0065' USING UORGL065-PARMS.
047200     IF UORGL065-OK
047300         PERFORM 6100-CONFIRMAR-REPARO
047400             THRU 6100-CONFIRMAR-REPARO-EXIT
047500     ELSE
047600         PERFORM 6200-REGISTRAR-FALHA
047700             THRU 6200-REGISTRAR-FALHA-EXIT
047800     END-IF.
047900 4200-REPARAR-EMPRESA-EXIT.
048000     EXIT.
048100******************************************************************
048200*    6000-IMPRIMIR-OCORRENCIA                                    *
048300******************************************************************
048400 6000-IMPRIMIR-OCORRENCIA       SECTION.
048500     ADD 1 TO WS-QTDE-OCORRENCIAS.
048600     MOVE SPACES TO UORGR204-LINHA.
048700     MOVE ' ' TO UORGR204-CTL-IMPRESSAO.
048800     MOVE WS-TABELA TO UORGR204-TABELA.
048900     MOVE WS-CHAVE-EDITADA TO UORGR204-CHAVE.
049000     MOVE WS-COLUNA TO UORGR204-COLUNA.
049100     MOVE WS-VALOR-ATUAL TO UORGR204-VALOR-ATUAL.
049200     IF WS-TEM-HISTORICO
049300         MOVE WS-VALOR-HIST TO UORGR204-VALOR-HIST
049400         MOVE 'DIVERGENTE' TO UORGR204-OCORRENCIA
049500     ELSE
049600         MOVE '-' TO UORGR204-VALOR-HIST
049700         MOVE 'SEM HISTORICO' TO UORGR204-OCORRENCIA
049800     END-IF.
049900     MOVE WS-ACAO TO UORGR204-ACAO.
050000     WRITE REL-UORGR204-REG FROM UORGR204-LINHA.
050100     MOVE SPACES TO WS-ACAO.
050200 6000-IMPRIMIR-OCORRENCIA-EXIT.
050300     EXIT.
050400******************************************************************
050500*    6100-CONFIRMAR-REPARO                                       *
050600******************************************************************
050700 6100-CONFIRMAR-REPARO          SECTION.
050800     MOVE 'EVENTO GRAVADO' TO WS-ACAO.
050900     ADD 1 TO WS-QTDE-REPARADOS.
051000     ADD 1 TO WS-CONTADOR-CKPT.
051100     IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
051200         EXEC SQL
051300             COMMIT
051400         END-EXEC
051500         MOVE ZERO TO WS-CONTADOR-CKPT
051600     END-IF.
051700 6100-CONFIRMAR-REPARO-EXIT.
051800     EXIT.
051900******************************************************************
052000*    6200-REGISTRAR-FALHA                                        *
052100******************************************************************
052200 6200-REGISTRAR-FALHA           SECTION.
052300     MOVE 'ERRO NA GRAVACAO' TO WS-ACAO.
052400     ADD 1 TO WS-QTDE-FALHAS.
052500     MOVE 'S' TO WS-SW-ERRO.
052600     DISPLAY 'UORG0204 - ERRO NA GRAVACAO DO EVENTO CORRETIVO DE '
052700         WS-TABELA ' ' WS-CHAVE-EDITADA.
052800 6200-REGISTRAR-FALHA-EXIT.
052900     EXIT.
053000******************************************************************
053100*    7000-ENCERRAR                                               *
053200******************************************************************
053300 7000-ENCERRAR                  SECTION.
053400     EXEC SQL
053500         COMMIT
053600     END-EXEC.
053700     MOVE 'TUND_ORGNZ - DIVERGENTES...................:'
053800         TO UORGR204-TOT-ROTULO.
053900     MOVE WS-QTDE-DIV-UND TO UORGR204-TOT-QTDE.
054000     MOVE '0' TO UORGR204-CTL-IMPRESSAO.
054100     PERFORM 7100-IMPRIMIR-TOTAL
054200         THRU 7100-IMPRIMIR-TOTAL-EXIT.
054300     MOVE 'TUND_ORGNZ - SEM HISTORICO.................:'
054400         TO UORGR204-TOT-ROTULO.
054500     MOVE WS-QTDE-SEM-UND TO UORGR204-TOT-QTDE.
054600     PERFORM 7100-IMPRIMIR-TOTAL
054700         THRU 7100-IMPRIMIR-TOTAL-EXIT.
054800     MOVE 'TMANUT_PRDIO_OCPDO - DIVERGENTES...........:'
054900         TO UORGR204-TOT-ROTULO.
055000     MOVE WS-QTDE-DIV-OCPDO TO UORGR204-TOT-QTDE.
055100     PERFORM 7100-IMPRIMIR-TOTAL
055200         THRU 7100-IMPRIMIR-TOTAL-EXIT.
055300     MOVE 'TMANUT_PRDIO_OCPDO - SEM HISTORICO.........:'
055400         TO UORGR204-TOT-ROTULO.
055500     MOVE WS-QTDE-SEM-OCPDO TO UORGR204-TOT-QTDE.
055600     PERFORM 7100-IMPRIMIR-TOTAL
055700         THRU 7100-IMPRIMIR-TOTAL-EXIT.
055800     MOVE 'TMANUT_EMPR_GRP - DIVERGENTES..............:'
055900         TO UORGR204-TOT-ROTULO.
056000     MOVE WS-QTDE-DIV-EMPR TO UORGR204-TOT-QTDE.
056100     PERFORM 7100-IMPRIMIR-TOTAL
056200         THRU 7100-IMPRIMIR-TOTAL-EXIT.
056300     MOVE 'TMANUT_EMPR_GRP - SEM HISTORICO............:'
056400         TO UORGR204-TOT-ROTULO.
056500     MOVE WS-QTDE-SEM-EMPR TO UORGR204-TOT-QTDE.
056600     PERFORM 7100-IMPRIMIR-TOTAL
056700         THRU 7100-IMPRIMIR-TOTAL-EXIT.
056800     MOVE 'EVENTOS CORRETIVOS GRAVADOS................:'
056900         TO UORGR204-TOT-ROTULO.
057000     MOVE WS-QTDE-REPARADOS TO UORGR204-TOT-QTDE.
057100     MOVE '0' TO UORGR204-CTL-IMPRESSAO.
057200     PERFORM 7100-IMPRIMIR-TOTAL
057300         THRU 7100-IMPRIMIR-TOTAL-EXIT.
057400     MOVE 'FALHAS NA GRAVACAO DO EVENTO CORRETIVO.....:'
057500         TO UORGR204-TOT-ROTULO.
057600     MOVE WS-QTDE-FALHAS TO UORGR204-TOT-QTDE.
057700     PERFORM 7100-IMPRIMIR-TOTAL
057800         THRU 7100-IMPRIMIR-TOTAL-EXIT.
057900     CLOSE REL-UORGR204.
058000     DISPLAY 'UORG0204 - UNIDADES: ' WS-QTDE-DIV-UND
058100         '/' WS-QTDE-SEM-UND
058200         ' OCUPACOES: ' WS-QTDE-DIV-OCPDO '/' WS-QTDE-SEM-OCPDO
058300         ' SOLICITACOES: ' WS-QTDE-DIV-EMPR '/' WS-QTDE-SEM-EMPR
058400         ' CORRIGIDAS: ' WS-QTDE-REPARADOS.
058500 7000-ENCERRAR-EXIT.
058600     EXIT.
058700******************************************************************
058800*    7100-IMPRIMIR-TOTAL                                         *
058900******************************************************************
059000 7100-IMPRIMIR-TOTAL            SECTION.
059100     WRITE REL-UORGR204-REG FROM UORGR204-LINHA.
059200     MOVE SPACES TO UORGR204-LINHA.
059300     MOVE ' ' TO UORGR204-CTL-IMPRESSAO.
059400 7100-IMPRIMIR-TOTAL-EXIT.
059500     EXIT.
059600******************************************************************
059700*    8000-LER-UNIDADE                                            *
059800******************************************************************
059900 8000-LER-UNIDADE               SECTION.
060000     EXEC SQL
060100         FETCH CUR-UORG0204-UND
060200          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
060300               :WS-CSIT-UND-ATUAL, :WS-CCLASF-UND-ATUAL,
060400               :WS-CSIT-UND-HIST, :WS-CCLASF-UND-HIST,
060500               :WS-CINDCD-HIST
060600     END-EXEC.
060700     IF SQLCODE = 100
060800         MOVE 'S' TO WS-SW-FIM-CURSOR
060900     ELSE
061000     IF SQLCODE NOT = ZERO
061100         DISPLAY 'UORG0204 - ERRO SQLCODE=' SQLCODE
061200             ' NO FETCH DO CURSOR DE UNIDADES'
061300         MOVE 'S' TO WS-SW-FIM-CURSOR
061400         MOVE 'S' TO WS-SW-ERRO
061500     END-IF
061600     END-IF.
061700 8000-LER-UNIDADE-EXIT.
061800     EXIT.
061900******************************************************************
062000*    8100-LER-OCPDO                                              *
062100******************************************************************
062200 8100-LER-OCPDO                 SECTION.
062300     EXEC SQL
062400         FETCH CUR-UORG0204-OCP
062500          INTO :WS-NSEQ-SOLTC-MANUT, :WS-CTPO-SIT-PRDIO,
062600               :WS-CSIT-OCPDO-ATUAL, :WS-CSIT-OCPDO-HIST,
062700               :WS-CINDCD-HIST
062800     END-EXEC.
062900     IF SQLCODE = 100
063000         MOVE 'S' TO WS-SW-FIM-CURSOR
063100     ELSE
063200     IF SQLCODE NOT = ZERO
063300         DISPLAY 'UORG0204 - ERRO SQLCODE=' SQLCODE
063400             ' NO FETCH DO CURSOR DE OCUPACOES'
063500         MOVE 'S' TO WS-SW-FIM-CURSOR
063600         MOVE 'S' TO WS-SW-ERRO
063700     END-IF
063800     END-IF.
063900 8100-LER-OCPDO-EXIT.
064000     EXIT.
064100******************************************************************
064200*    8200-LER-EMPRESA                                            *
064300*    DATA NULA VIRA BRANCOS, COMO NA GRAVACAO DA UORG0065        *
064400******************************************************************
064500 8200-LER-EMPRESA               SECTION.
064600     EXEC SQL
064700         FETCH CUR-UORG0204-EMP
064800          INTO :WS-NSEQ-SOLTC-MANUT,
064900               :WS-DINSTA-ATUAL:WS-IND-DINSTA-ATUAL,
065000               :WS-DCTBIL-ATUAL:WS-IND-DCTBIL-ATUAL,
065100               :WS-DLEGAL-ATUAL:WS-IND-DLEGAL-ATUAL,
065200               :WS-NINSCR-ATUAL, :WS-CSIT-DOCTO-ATUAL,
065300               :WS-DINSTA-HIST:WS-IND-DINSTA-HIST,
065400               :WS-DCTBIL-HIST:WS-IND-DCTBIL-HIST,
065500               :WS-DLEGAL-HIST:WS-IND-DLEGAL-HIST,
065600               :WS-NINSCR-HIST, :WS-CSIT-DOCTO-HIST,
065700               :WS-CINDCD-HIST
065800     END-EXEC.
065900     IF SQLCODE = 100
066000         MOVE 'S' TO WS-SW-FIM-CURSOR
066100         GO TO 8200-LER-EMPRESA-EXIT
066200     END-IF.
066300     IF SQLCODE NOT = ZERO
066400         DISPLAY 'UORG0204 - ERRO SQLCODE=' SQLCODE
066500             ' NO FETCH DO CURSOR DE SOLICITACOES'
066600         MOVE 'S' TO WS-SW-FIM-CURSOR
066700         MOVE 'S' TO WS-SW-ERRO
066800         GO TO 8200-LER-EMPRESA-EXIT
066900     END-IF.
067000     IF WS-IND-DINSTA-ATUAL < ZERO
067100         MOVE SPACES TO WS-DINSTA-ATUAL
067200     END-IF.
067300     IF WS-IND-DCTBIL-ATUAL < ZERO
067400         MOVE SPACES TO WS-DCTBIL-ATUAL
067500     END-IF.
067600     IF WS-IND-DLEGAL-ATUAL < ZERO
067700         MOVE SPACES TO WS-DLEGAL-ATUAL
067800     END-IF.
067900     IF WS-IND-DINSTA-HIST < ZERO
068000         MOVE SPACES TO WS-DINSTA-HIST
068100     END-IF.
068200     IF WS-IND-DCTBIL-HIST < ZERO
068300         MOVE SPACES TO WS-DCTBIL-HIST
068400     END-IF.
068500     IF WS-IND-DLEGAL-HIST < ZERO
068600         MOVE SPACES TO WS-DLEGAL-HIST
068700     END-IF.
068800 8200-LER-EMPRESA-EXIT.
068900     EXIT.
069000******************************************************************
069100*    8500-DECLARAR-CURSORES                                      *
069200*    O ULTIMO EVENTO E O DE MAIOR HEVENTO_HIST DA CHAVE; SEM     *
069300*    EVENTO, O LEFT JOIN DEVOLVE NULO E A LINHA SAI COMO SEM     *
069400*    HISTORICO                                                   *
069500******************************************************************
069600 8500-DECLARAR-CURSORES         SECTION.
069700     EXEC SQL
069800         DECLARE CUR-UORG0204-UND CURSOR WITH HOLD FOR
069900         SELECT U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ,
070000                U.CSIT_UND_ORGNZ, COALESCE(U.CCLASF_UND_ORGNZ, 0),
070100                COALESCE(H.CSIT_UND_ORGNZ_NOVO, 0),
070200                COALESCE(H.CCLASF_UND_ORGNZ_NOVO, 0),
070300                CASE WHEN H.CPSSOA_JURID IS NULL
070400                     THEN 'N' ELSE 'S' END
070500           FROM DB2PRD.TUND_ORGNZ U
070600           LEFT JOIN DB2PRD.TUND_ORGNZ_HIST H
070700             ON H.CPSSOA_JURID   = U.CPSSOA_JURID
070800            AND H.NSEQ_UND_ORGNZ = U.NSEQ_UND_ORGNZ
070900            AND H.HEVENTO_HIST   =
071000                (SELECT MAX(X.HEVENTO_HIST)
071100                   FROM DB2PRD.TUND_ORGNZ_HIST X
071200                  WHERE X.CPSSOA_JURID   = U.CPSSOA_JURID
071300                    AND X.NSEQ_UND_ORGNZ = U.NSEQ_UND_ORGNZ
071310                    AND COALESCE(X.CINDCD_EVENTO_SUPERD, 'N')
071320                        = 'N')
071400          WHERE H.CPSSOA_JURID IS NULL
071500             OR COALESCE(H.CSIT_UND_ORGNZ_NOVO, -1)
071600                <> U.CSIT_UND_ORGNZ
071700          ORDER BY U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ
071800     END-EXEC.
071900     EXEC SQL
072000         DECLARE CUR-UORG0204-OCP CURSOR WITH HOLD FOR
072100         SELECT P.NSEQ_SOLTC_MANUT, P.CTPO_SIT_PRDIO,
072200                P.CSIT_ATUAL_REG,
072300                COALESCE(H.CSIT_ATUAL_NOVO, 0),
072400                CASE WHEN H.NSEQ_SOLTC_MANUT IS NULL
072500                     THEN 'N' ELSE 'S' END
072600           FROM DB2PRD.TMANUT_PRDIO_OCPDO P
072700           LEFT JOIN DB2PRD.TPRDIO_OCPDO_HIST H
072800             ON H.NSEQ_SOLTC_MANUT = P.NSEQ_SOLTC_MANUT
072900            AND H.CTPO_SIT_PRDIO   = P.CTPO_SIT_PRDIO
073000            AND H.HEVENTO_HIST     =
073100                (SELECT MAX(X.HEVENTO_HIST)
073200                   FROM DB2PRD.TPRDIO_OCPDO_HIST X
073300                  WHERE X.NSEQ_SOLTC_MANUT = P.NSEQ_SOLTC_MANUT
073400                    AND X.CTPO_SIT_PRDIO   = P.CTPO_SIT_PRDIO)
073500          WHERE H.NSEQ_SOLTC_MANUT IS NULL
073600             OR COALESCE(H.CSIT_ATUAL_NOVO, -1)
073700                <> P.CSIT_ATUAL_REG
073800          ORDER BY P.NSEQ_SOLTC_MANUT, P.CTPO_SIT_PRDIO
073900     END-EXEC.
074000     EXEC SQL
074100         DECLARE CUR-UORG0204-EMP CURSOR WITH HOLD FOR
074200         SELECT M.NSEQ_SOLTC_MANUT,
074300                M.DATA_INSTA_EMPR, M.DENCRR_CTBIL, M.DENCRR_LEGAL,
074400                COALESCE(M.NINSCR_REG_EMPR, 0),
074500                COALESCE(M.CSIT_DOCTO_FSCAL, 0),
074600                H.DATA_INSTA_EMPR_NOVO, H.DENCRR_CTBIL_NOVO,
074700                H.DENCRR_LEGAL_NOVO,
074800                COALESCE(H.NINSCR_REG_EMPR_NOVO, 0),
074900                COALESCE(H.CSIT_DOCTO_FSCAL_NOVO, 0),
075000                CASE WHEN H.NSEQ_SOLTC_MANUT IS NULL
075100                     THEN 'N' ELSE 'S' END
075200           FROM DB2PRD.TMANUT_EMPR_GRP M
075300           LEFT JOIN DB2PRD.TMANUT_EMPR_HIST H
075400             ON H.NSEQ_SOLTC_MANUT = M.NSEQ_SOLTC_MANUT
075500            AND H.HEVENTO_HIST     =
075600                (SELECT MAX(X.HEVENTO_HIST)
075700                   FROM DB2PRD.TMANUT_EMPR_HIST X
075800                  WHERE X.NSEQ_SOLTC_MANUT = M.NSEQ_SOLTC_MANUT)
075900          WHERE H.NSEQ_SOLTC_MANUT IS NULL
076000             OR COALESCE(H.DATA_INSTA_EMPR_NOVO,
076100                         DATE('0001-01-01'))
076200                <> COALESCE(M.DATA_INSTA_EMPR, DATE('0001-01-01'))
076300             OR COALESCE(H.DENCRR_CTBIL_NOVO, DATE('0001-01-01'))
076400                <> COALESCE(M.DENCRR_CTBIL, DATE('0001-01-01'))
076500             OR COALESCE(H.DENCRR_LEGAL_NOVO, DATE('0001-01-01'))
076600                <> COALESCE(M.DENCRR_LEGAL, DATE('0001-01-01'))
076700             OR COALESCE(H.NINSCR_REG_EMPR_NOVO, 0)
076800                <> COALESCE(M.NINSCR_REG_EMPR, 0)
076900             OR COALESCE(H.CSIT_DOCTO_FSCAL_NOVO, 0)
077000                <> COALESCE(M.CSIT_DOCTO_FSCAL, 0)
077100          ORDER BY M.NSEQ_SOLTC_MANUT
077200     END-EXEC.
077300 8500-DECLARAR-CURSORES-EXIT.
077400     EXIT.
077500******************************************************************
077600*    9500-REGISTRAR-INICIO                                      *
077700*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
077800******************************************************************
077900 9500-REGISTRAR-INICIO          SECTION.
078000     MOVE 'I' TO UORGL043-FUNCTION.
078100     MOVE 'UORG0204' TO UORGL043-CPGM-BATCH.
078200     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
078300                  UORGL043-QTDE-REJEITADOS
078400                  UORGL043-CCOD-TERMINO.
078500     CALL 'UORG0043' USING UORGL043-PARMS.
078600     IF NOT UORGL043-OK
078700         DISPLAY 'UORG0204 - ERRO ' UORGL043-RETORNO
078800             ' NO REGISTRO DE INICIO DA EXECUCAO'
078900     END-IF.
079000 9500-REGISTRAR-INICIO-EXIT.
079100     EXIT.
079200******************************************************************
079300*    9600-REGISTRAR-FIM                                         *
079400*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO       *
079500******************************************************************
079600 9600-REGISTRAR-FIM             SECTION.
079700     MOVE 'F' TO UORGL043-FUNCTION.
079800     COMPUTE UORGL043-QTDE-LIDOS =
079900         WS-QTDE-DIV-UND + WS-QTDE-SEM-UND
080000       + WS-QTDE-DIV-OCPDO + WS-QTDE-SEM-OCPDO
080100       + WS-QTDE-DIV-EMPR + WS-QTDE-SEM-EMPR.
080200     MOVE WS-QTDE-REPARADOS TO UORGL043-QTDE-GRAVADOS.
080300     MOVE WS-QTDE-FALHAS TO UORGL043-QTDE-REJEITADOS.
080400     IF WS-HOUVE-ERRO
080500         MOVE 8 TO UORGL043-CCOD-TERMINO
080600     ELSE
080700         MOVE ZERO TO UORGL043-CCOD-TERMINO
080800     END-IF.
080900     CALL 'UORG0043' USING UORGL043-PARMS.
081000     IF NOT UORGL043-OK
081100         DISPLAY 'UORG0204 - ERRO ' UORGL043-RETORNO
081200             ' NO REGISTRO DE FIM DA EXECUCAO'
081300     END-IF.
081400     EXEC SQL
081500         COMMIT
081600     END-EXEC.
081700 9600-REGISTRAR-FIM-EXIT.
081800     EXIT.
