000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0229                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0229.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - TRANSACAO UO88, MANUTENCAO ONLINE DO  *
001600*                CATALOGO DE TIPOS DE SERVICO OFERECIDOS PELAS   *
001700*                UNIDADES (TTPO_SERVC_UND) E DOS PRE-REQUISITOS  *
001800*                DE CADA TIPO (TREQ_TPO_SERVC).                  *
001900******************************************************************
002000*
002100*    FUNCAO: TRANSACAO CICS PSEUDO-CONVERSACIONAL DO CATALOGO DE
002200*    TIPOS DE SERVICO (CAMBIO, PAGAMENTO DE BENEFICIO DO INSS,
002300*    ATENDIMENTO A EMPRESAS, PENHOR ETC.), CHAVE CTPO_SERVC.
002400*    FUNCAO 'C' CONSULTA O TIPO E LISTA SEUS PRE-REQUISITOS; 'I'
002500*    INCLUI O TIPO (SITUACAO 1 - ATIVO); 'A' ALTERA DESCRICAO,
002600*    INDICADOR DE CAMBIO E SITUACAO - A DESATIVACAO (0) E
002700*    RECUSADA ENQUANTO ALGUMA UNIDADE OFERECER O SERVICO
002800*    (TSERVC_UND_ORGNZ), MESMA PROTECAO DA UO49 AS CORRETORAS;
002900*    'R' INCLUI UM PRE-REQUISITO E 'X' EXCLUI O PRE-REQUISITO DE
003000*    NUMERO INFORMADO. O PRE-REQUISITO E DE DOIS TIPOS:
003100*    - 'A' TIPO DE ACESSO (TACSSO_UND_ORGNZ) QUE A UNIDADE
003200*      PRECISA TER, EXISTENTE E ATIVO NO CATALOGO
003300*      TTPO_ACSSO_ORGNZ (UO52);
003400*    - 'C' COLUNA DO CADASTRO QUE PRECISA ESTAR PREENCHIDA, ENTRE
003500*      AS CONFERIDAS PELO SERVICO UORG0231: CLOGDR_CMBIO_ORGNZ,
003600*      NTELEF_UND, NTELEF_ALTRN, IEMAIL_UND, IGERENTE_UND E
003700*      CMATR_GERENTE.
003800*    O INDICADOR DE CAMBIO ('S') MARCA O TIPO QUE CORRESPONDE A
003900*    OPERACAO DE CAMBIO, USADO PELO RELATORIO SEMANAL UORG0232
004000*    PARA APONTAR UNIDADE COM CORRETORA SEM OFERECER CAMBIO.
004100*    AUTORIZACAO PELA UORG0072 (FUNCAO SERVICO; CONSULTA PARA
004200*    'C') E ATUALIZACAO RECUSADA COM A JANELA BATCH FECHADA
004300*    (UORG0183). PF3 ENCERRA.
004400*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.         IBM-390.
004800 OBJECT-COMPUTER.         IBM-390.
004900 DATA DIVISION.
005000 WORKING-STORAGE SECTION.
005100     EXEC SQL INCLUDE SQLCA END-EXEC.
005200 01  WS-SWITCHES.
005300     05 WS-SW-ACHOU-TIPO         PIC X(1) VALUE 'N'.
005400        88 WS-ACHOU-TIPO              VALUE 'S'.
005500     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005600        88 WS-FIM-CURSOR              VALUE 'S'.
005700 01  WS-CONSTANTES.
005800     05 WS-QTDE-LINHAS           PIC S9(4) COMP VALUE 6.
005900 01  WS-AREA-TRABALHO.
006000     05 WS-CTPO-SERVC            PIC S9(3)V COMP-3.
006100     05 WS-ITPO-SERVC            PIC X(40).
006200     05 WS-CINDCD-CMBIO          PIC X(1).
006300     05 WS-CSIT-TPO-SERVC        PIC S9(1)V COMP-3.
006400     05 WS-CSIT-ANTERIOR         PIC S9(1)V COMP-3.
006500     05 WS-HINCL-REG             PIC X(10).
006600     05 WS-CUSUAR-INCL           PIC X(9).
006700     05 WS-NSEQ-REQ              PIC S9(2)V COMP-3.
006800     05 WS-CTPO-REQ              PIC X(1).
006900     05 WS-CTPO-ACSSO-ORGNZ      PIC S9(2)V COMP-3.
007000     05 WS-CSIT-TPO-ACSSO        PIC S9(1)V COMP-3.
007100     05 WS-NCOLUNA-REQ           PIC X(18).
007200     05 WS-QTDE-EXISTE           PIC S9(9) COMP.
007300     05 WS-IND-LIN               PIC S9(4) COMP.
007400     05 WS-CTPO-SERVC-ED         PIC 9(3).
007500     05 WS-NSEQ-REQ-ED           PIC 9(2).
007600     05 WS-QTDE-ED               PIC ZZZZ9.
007700 01  WS-LINHA-LISTA.
007800     05 WS-LIS-NSEQ-REQ          PIC 9(2).
007900     05 FILLER                   PIC X(1) VALUE SPACE.
008000     05 WS-LIS-CTPO-REQ          PIC X(1).
008100     05 FILLER                   PIC X(1) VALUE SPACE.
008200     05 WS-LIS-REQUISITO         PIC X(55).
008300 01  WS-LIS-ACESSO.
008400     05 WS-LIS-CTPO-ACSSO        PIC 9(2).
008500     05 FILLER                   PIC X(3) VALUE ' - '.
008600     05 WS-LIS-ITPO-ACSSO        PIC X(40).
008700 01  WS-INDICADORES.
008800     05 WS-IND-ITPO-ACSSO        PIC S9(4) COMP-5.
008900 01  WS-CUSUARIO                 PIC X(9).
009000 01  WS-MENSAGEM                 PIC X(60).
009100 01  WS-COMMAREA-INICIAL.
009200     05 FILLER                   PIC X(1)  VALUE SPACE.
009300     05 FILLER                   PIC X(3)  VALUE ZEROS.
009400 01  WS-TECLAS-PF.
009500     05 WS-PF3                   PIC X(1) VALUE '3'.
009600 COPY UORGM229.
009700 COPY UORGL072.
009800 COPY UORGL183.
009900 LINKAGE SECTION.
010000     COPY UORGL229 REPLACING UORGL229-COMMAREA BY DFHCOMMAREA.
010100 PROCEDURE DIVISION.
010200******************************************************************
010300*    0000-MAINLINE                                               *
010400******************************************************************
010500 0000-MAINLINE                  SECTION.
010600     IF EIBCALEN = ZERO
010700         PERFORM 1000-TELA-INICIAL
010800             THRU 1000-TELA-INICIAL-EXIT
010900     ELSE
011000         PERFORM 2000-PROCESSAR-TELA
011100             THRU 2000-PROCESSAR-TELA-EXIT
011200     END-IF.
011300     GO TO 9000-ENCERRAR.
011400******************************************************************
011500*    1000-TELA-INICIAL                                          *
011600******************************************************************
011700 1000-TELA-INICIAL              SECTION.
011800     MOVE SPACES TO UORGM229O.
011900     MOVE -1 TO FUNCAOL.
012000     EXEC CICS
012100         SEND MAP('UORGM229') MAPSET('UORGS88')
012200              FROM(UORGM229O) ERASE
012300     END-EXEC.
012400 1000-TELA-INICIAL-EXIT.
012500     EXIT.
012600******************************************************************
012700*    2000-PROCESSAR-TELA                                        *
012800******************************************************************
012900 2000-PROCESSAR-TELA            SECTION.
013000     IF EIBAID = WS-PF3
013100         EXEC CICS
013200             SEND TEXT
013300                  FROM('FIM DA MANUTENCAO DE TIPOS DE SERVICO')
013400                  ERASE FREEKB
013500         END-EXEC
013600         EXEC CICS
013700             RETURN
013800         END-EXEC
013900     END-IF.
014000     EXEC CICS
014100         RECEIVE MAP('UORGM229') MAPSET('UORGS88')
014200              INTO(UORGM229I)
014300     END-EXEC.
014400     MOVE EIBOPID TO WS-CUSUARIO.
014500     MOVE WS-CUSUARIO TO UORGL072-CUSUAR.
014600     IF FUNCAOI = 'C'
014700         MOVE 'CONSULTA' TO UORGL072-CFUNCAO
014800     ELSE
014900         MOVE 'SERVICO' TO UORGL072-CFUNCAO
015000     END-IF.
015100     MOVE ZERO TO UORGL072-CPSSOA-JURID.
015200     CALL 'UORG0072' USING UORGL072-PARMS.
015300     IF NOT UORGL072-AUTORIZADO
015400         MOVE 'USUARIO SEM AUTORIZACAO PARA A FUNCAO'
015500             TO WS-MENSAGEM
015600         MOVE WS-MENSAGEM TO MSGO
015700         EXEC CICS
015800             SEND MAP('UORGM229') MAPSET('UORGS88')
015900                  FROM(UORGM229O) ERASE
016000         END-EXEC
016100         GO TO 2000-PROCESSAR-TELA-EXIT
016200     END-IF.
016300     MOVE SPACES TO WS-MENSAGEM.
016400     PERFORM 3000-VALIDAR-CHAVE
016500         THRU 3000-VALIDAR-CHAVE-EXIT.
016600     IF WS-MENSAGEM = SPACES
016700        AND FUNCAOI NOT = 'C'
016800         PERFORM 8900-VERIFICAR-JANELA
016900             THRU 8900-VERIFICAR-JANELA-EXIT
017000     END-IF.
017100     IF WS-MENSAGEM = SPACES
017200         EVALUATE FUNCAOI
017300             WHEN 'C'
017400                 CONTINUE
017500             WHEN 'I'
017600                 PERFORM 5000-INCLUIR-TIPO
017700                     THRU 5000-INCLUIR-TIPO-EXIT
017800             WHEN 'A'
017900                 PERFORM 5500-ALTERAR-TIPO
018000                     THRU 5500-ALTERAR-TIPO-EXIT
018100             WHEN 'R'
018200                 PERFORM 6000-INCLUIR-REQUISITO
018300                     THRU 6000-INCLUIR-REQUISITO-EXIT
018400             WHEN 'X'
018500                 PERFORM 6500-EXCLUIR-REQUISITO
018600                     THRU 6500-EXCLUIR-REQUISITO-EXIT
018700             WHEN OTHER
018800                 MOVE 'FUNCAO INVALIDA - INFORME C, I, A, R OU X'
018900                     TO WS-MENSAGEM
019000         END-EVALUATE
019100     END-IF.
019200     IF WS-MENSAGEM = SPACES OR FUNCAOI NOT = 'I'
019300         PERFORM 7000-LER-TIPO
019400             THRU 7000-LER-TIPO-EXIT
019500     END-IF.
019600     IF WS-ACHOU-TIPO
019700         PERFORM 4000-EXIBIR-TIPO
019800             THRU 4000-EXIBIR-TIPO-EXIT
019900         MOVE WS-CTPO-SERVC TO UORGL229-CTPO-SERVC
020000     END-IF.
020100     MOVE WS-MENSAGEM TO MSGO.
020200     EXEC CICS
020300         SEND MAP('UORGM229') MAPSET('UORGS88')
020400              FROM(UORGM229O) ERASE
020500     END-EXEC.
020600 2000-PROCESSAR-TELA-EXIT.
020700     EXIT.
020800******************************************************************
020900*    3000-VALIDAR-CHAVE                                         *
021000*    O TIPO PRECISA EXISTIR, EXCETO NA INCLUSAO                 *
021100******************************************************************
021200 3000-VALIDAR-CHAVE             SECTION.
021300     MOVE 'N' TO WS-SW-ACHOU-TIPO.
021400     MOVE ZERO TO WS-CTPO-SERVC.
021500     IF CSERVCI IS NOT NUMERIC
021600         MOVE 'CODIGO DO SERVICO INVALIDO - 3 DIGITOS'
021700             TO WS-MENSAGEM
021800         GO TO 3000-VALIDAR-CHAVE-EXIT
021900     END-IF.
022000     MOVE CSERVCI TO WS-CTPO-SERVC.
022100     PERFORM 7000-LER-TIPO
022200         THRU 7000-LER-TIPO-EXIT.
022300     IF WS-MENSAGEM NOT = SPACES
022400         GO TO 3000-VALIDAR-CHAVE-EXIT
022500     END-IF.
022600     IF FUNCAOI = 'I'
022700         IF WS-ACHOU-TIPO
022800             MOVE 'TIPO DE SERVICO JA CADASTRADO' TO WS-MENSAGEM
022900         END-IF
023000         GO TO 3000-VALIDAR-CHAVE-EXIT
023100     END-IF.
023200     IF NOT WS-ACHOU-TIPO
023300         MOVE 'TIPO DE SERVICO NAO ENCONTRADO' TO WS-MENSAGEM
023400     END-IF.
023500 3000-VALIDAR-CHAVE-EXIT.
023600     EXIT.
023700******************************************************************
023800*    3100-VALIDAR-TIPO                                          *
023900*    DESCRICAO, INDICADOR DE CAMBIO E SITUACAO DA TELA          *
024000******************************************************************
024100 3100-VALIDAR-TIPO              SECTION.
024200     IF ISERVCI = SPACES OR ISERVCI = LOW-VALUES
024300         MOVE 'INFORME A DESCRICAO DO SERVICO' TO WS-MENSAGEM
024400         GO TO 3100-VALIDAR-TIPO-EXIT
024500     END-IF.
024600     MOVE ISERVCI TO WS-ITPO-SERVC.
024700     IF CMBIOI NOT = 'S' AND CMBIOI NOT = 'N'
024800         MOVE 'INDICADOR DE CAMBIO INVALIDO - S OU N'
024900             TO WS-MENSAGEM
025000         GO TO 3100-VALIDAR-TIPO-EXIT
025100     END-IF.
025200     MOVE CMBIOI TO WS-CINDCD-CMBIO.
025300     IF FUNCAOI = 'I'
025400         MOVE 1 TO WS-CSIT-TPO-SERVC
025500         GO TO 3100-VALIDAR-TIPO-EXIT
025600     END-IF.
025700     IF SITSERVI NOT = '0' AND SITSERVI NOT = '1'
025800         MOVE 'SITUACAO INVALIDA - 1 ATIVO, 0 INATIVO'
025900             TO WS-MENSAGEM
026000         GO TO 3100-VALIDAR-TIPO-EXIT
026100     END-IF.
026200     MOVE WS-CSIT-TPO-SERVC TO WS-CSIT-ANTERIOR.
026300     MOVE SITSERVI TO WS-CSIT-TPO-SERVC.
026400 3100-VALIDAR-TIPO-EXIT.
026500     EXIT.
026600******************************************************************
026700*    4000-EXIBIR-TIPO                                           *
026800******************************************************************
026900 4000-EXIBIR-TIPO               SECTION.
027000     MOVE WS-CTPO-SERVC TO WS-CTPO-SERVC-ED.
027100     MOVE WS-CTPO-SERVC-ED TO CSERVCO.
027200     MOVE WS-ITPO-SERVC TO ISERVCO.
027300     MOVE WS-CINDCD-CMBIO TO CMBIOO.
027400     MOVE WS-CSIT-TPO-SERVC TO SITSERVO.
027500     MOVE SPACES TO INCLO NREQO TPREQO CACSSOO COLUNAO.
027600     STRING WS-HINCL-REG ' ' WS-CUSUAR-INCL
027700            DELIMITED BY SIZE INTO INCLO.
027800     PERFORM 4100-MONTAR-LISTA
027900         THRU 4100-MONTAR-LISTA-EXIT.
028000     IF WS-MENSAGEM = SPACES
028100         MOVE 'TIPO DE SERVICO CONSULTADO' TO WS-MENSAGEM
028200     END-IF.
028300 4000-EXIBIR-TIPO-EXIT.
028400     EXIT.
028500******************************************************************
028600*    4100-MONTAR-LISTA                                          *
028700*    UMA LINHA POR PRE-REQUISITO DO TIPO                        *
028800******************************************************************
028900 4100-MONTAR-LISTA              SECTION.
029000     MOVE 'N' TO WS-SW-FIM-CURSOR.
029100     PERFORM 4110-LIMPAR-LINHA
029200         THRU 4110-LIMPAR-LINHA-EXIT
029300         VARYING WS-IND-LIN FROM 1 BY 1
029400         UNTIL WS-IND-LIN > WS-QTDE-LINHAS.
029500     MOVE ZERO TO WS-IND-LIN.
029600     EXEC SQL
029700         DECLARE CUR-LISTA CURSOR FOR
029800         SELECT R.NSEQ_REQ, R.CTPO_REQ,
029900                COALESCE(R.CTPO_ACSSO_ORGNZ, 0),
030000                COALESCE(R.NCOLUNA_REQ, ' '),
030100                T.ITPO_ACSSO_ORGNZ
030200           FROM DB2PRD.TREQ_TPO_SERVC R
030300           LEFT JOIN DB2PRD.TTPO_ACSSO_ORGNZ T
030400             ON T.CTPO_ACSSO_ORGNZ = R.CTPO_ACSSO_ORGNZ
030500          WHERE R.CTPO_SERVC = :WS-CTPO-SERVC
030600          ORDER BY R.NSEQ_REQ
030700     END-EXEC.
030800     EXEC SQL
030900         OPEN CUR-LISTA
031000     END-EXEC.
031100     IF SQLCODE NOT = ZERO
031200         GO TO 4100-MONTAR-LISTA-EXIT
031300     END-IF.
031400     PERFORM 4120-LER-LINHA
031500         THRU 4120-LER-LINHA-EXIT
031600         UNTIL WS-FIM-CURSOR
031700            OR WS-IND-LIN NOT < WS-QTDE-LINHAS.
031800     EXEC SQL
031900         CLOSE CUR-LISTA
032000     END-EXEC.
032100 4100-MONTAR-LISTA-EXIT.
032200     EXIT.
032300******************************************************************
032400*    4110-LIMPAR-LINHA                                          *
032500******************************************************************
032600 4110-LIMPAR-LINHA              SECTION.
032700     MOVE SPACES TO LINO (WS-IND-LIN).
032800 4110-LIMPAR-LINHA-EXIT.
032900     EXIT.
033000******************************************************************
033100*    4120-LER-LINHA                                             *
033200******************************************************************
033300 4120-LER-LINHA                 SECTION.
033400     EXEC SQL
033500         FETCH CUR-LISTA
033600          INTO :WS-NSEQ-REQ, :WS-CTPO-REQ, :WS-CTPO-ACSSO-ORGNZ,
033700               :WS-NCOLUNA-REQ,
033800               :WS-LIS-ITPO-ACSSO:WS-IND-ITPO-ACSSO
033900     END-EXEC.
034000     IF SQLCODE NOT = ZERO
034100         MOVE 'S' TO WS-SW-FIM-CURSOR
034200         GO TO 4120-LER-LINHA-EXIT
034300     END-IF.
034400     MOVE WS-NSEQ-REQ TO WS-LIS-NSEQ-REQ.
034500     MOVE WS-CTPO-REQ TO WS-LIS-CTPO-REQ.
034600     IF WS-CTPO-REQ = 'A'
034700         IF WS-IND-ITPO-ACSSO < ZERO
034800             MOVE 'TIPO DE ACESSO INEXISTENTE'
034900                 TO WS-LIS-ITPO-ACSSO
035000         END-IF
035100         MOVE WS-CTPO-ACSSO-ORGNZ TO WS-LIS-CTPO-ACSSO
035200         MOVE WS-LIS-ACESSO TO WS-LIS-REQUISITO
035300     ELSE
035400         MOVE WS-NCOLUNA-REQ TO WS-LIS-REQUISITO
035500     END-IF.
035600     ADD 1 TO WS-IND-LIN.
035700     MOVE WS-LINHA-LISTA TO LINO (WS-IND-LIN).
035800 4120-LER-LINHA-EXIT.
035900     EXIT.
036000******************************************************************
036100*    5000-INCLUIR-TIPO                                          *
036200******************************************************************
036300 5000-INCLUIR-TIPO              SECTION.
036400     PERFORM 3100-VALIDAR-TIPO
036500         THRU 3100-VALIDAR-TIPO-EXIT.
036600     IF WS-MENSAGEM NOT = SPACES
036700         GO TO 5000-INCLUIR-TIPO-EXIT
036800     END-IF.
036900     EXEC SQL
037000         INSERT INTO DB2PRD.TTPO_SERVC_UND
037100                (CTPO_SERVC, ITPO_SERVC, CINDCD_CMBIO,
037200                 CSIT_TPO_SERVC, HINCL_REG, CUSUAR_INCL)
037300         VALUES (:WS-CTPO-SERVC, :WS-ITPO-SERVC, :WS-CINDCD-CMBIO,
037400                 :WS-CSIT-TPO-SERVC, CURRENT TIMESTAMP,
037500                 :WS-CUSUARIO)
037600     END-EXEC.
037700     IF SQLCODE = ZERO
037800         MOVE 'TIPO DE SERVICO INCLUIDO COM SUCESSO'
037900             TO WS-MENSAGEM
038000     ELSE
038100         MOVE 'ERRO NA INCLUSAO DO TIPO DE SERVICO'
038200             TO WS-MENSAGEM
038300     END-IF.
038400 5000-INCLUIR-TIPO-EXIT.
038500     EXIT.
038600******************************************************************
038700*    5500-ALTERAR-TIPO                                          *
038800*    DESATIVACAO SO SEM UNIDADE OFERECENDO O SERVICO            *
038900******************************************************************
039000 5500-ALTERAR-TIPO              SECTION.
039100     PERFORM 3100-VALIDAR-TIPO
039200         THRU 3100-VALIDAR-TIPO-EXIT.
039300     IF WS-MENSAGEM NOT = SPACES
039400         GO TO 5500-ALTERAR-TIPO-EXIT
039500     END-IF.
039600     IF WS-CSIT-TPO-SERVC = ZERO
039700        AND WS-CSIT-ANTERIOR NOT = ZERO
039800         EXEC SQL
039900             SELECT COUNT(*)
040000               INTO :WS-QTDE-EXISTE
040100               FROM DB2PRD.TSERVC_UND_ORGNZ
040200              WHERE CTPO_SERVC = :WS-CTPO-SERVC
040300                AND CSIT_SERVC = 1
040400         END-EXEC
040500         IF SQLCODE NOT = ZERO
040600             MOVE 'ERRO NA CONSULTA DAS UNIDADES DO SERVICO'
040700                 TO WS-MENSAGEM
040800             GO TO 5500-ALTERAR-TIPO-EXIT
040900         END-IF
041000         IF WS-QTDE-EXISTE > ZERO
041100             MOVE WS-QTDE-EXISTE TO WS-QTDE-ED
041200             STRING 'SERVICO OFERECIDO POR ' WS-QTDE-ED
041300                    ' UNIDADE(S) - RETIRE NA UO89 ANTES'
041400                    DELIMITED BY SIZE INTO WS-MENSAGEM
041500             GO TO 5500-ALTERAR-TIPO-EXIT
041600         END-IF
041700     END-IF.
041800     EXEC SQL
041900         UPDATE DB2PRD.TTPO_SERVC_UND
042000            SET ITPO_SERVC     = :WS-ITPO-SERVC,
042100                CINDCD_CMBIO   = :WS-CINDCD-CMBIO,
042200                CSIT_TPO_SERVC = :WS-CSIT-TPO-SERVC,
042300                HMANUT_REG     = CURRENT TIMESTAMP,
042400                CUSUAR_MANUT   = :WS-CUSUARIO
042500          WHERE CTPO_SERVC = :WS-CTPO-SERVC
042600     END-EXEC.
042700     IF SQLCODE = ZERO
042800         MOVE 'TIPO DE SERVICO ALTERADO COM SUCESSO'
042900             TO WS-MENSAGEM
043000     ELSE
043100         MOVE 'ERRO NA ALTERACAO DO TIPO DE SERVICO'
043200             TO WS-MENSAGEM
043300     END-IF.
043400 5500-ALTERAR-TIPO-EXIT.
043500     EXIT.
043600******************************************************************
043700*    6000-INCLUIR-REQUISITO                                     *
043800*    TIPO DE ACESSO ATIVO NO CATALOGO OU COLUNA CONFERIDA PELA  *
043900*    UORG0231, SEM REPETIR PRE-REQUISITO JA CADASTRADO          *
044000******************************************************************
044100 6000-INCLUIR-REQUISITO         SECTION.
044200     MOVE ZERO TO WS-CTPO-ACSSO-ORGNZ.
044300     MOVE SPACES TO WS-NCOLUNA-REQ.
044400     MOVE TPREQI TO WS-CTPO-REQ.
044500     EVALUATE WS-CTPO-REQ
044600         WHEN 'A'
044700             PERFORM 6100-VALIDAR-ACESSO
044800                 THRU 6100-VALIDAR-ACESSO-EXIT
044900         WHEN 'C'
045000             PERFORM 6200-VALIDAR-COLUNA
045100                 THRU 6200-VALIDAR-COLUNA-EXIT
045200         WHEN OTHER
045300             MOVE 'PRE-REQUISITO INVALIDO - A ACESSO, C COLUNA'
045400                 TO WS-MENSAGEM
045500     END-EVALUATE.
045600     IF WS-MENSAGEM NOT = SPACES
045700         GO TO 6000-INCLUIR-REQUISITO-EXIT
045800     END-IF.
045900     EXEC SQL
046000         SELECT COUNT(*)
046100           INTO :WS-QTDE-EXISTE
046200           FROM DB2PRD.TREQ_TPO_SERVC
046300          WHERE CTPO_SERVC = :WS-CTPO-SERVC
046400            AND CTPO_REQ   = :WS-CTPO-REQ
046500            AND COALESCE(CTPO_ACSSO_ORGNZ, 0)
046600                = :WS-CTPO-ACSSO-ORGNZ
046700            AND COALESCE(NCOLUNA_REQ, ' ') = :WS-NCOLUNA-REQ
046800     END-EXEC.
046900     IF SQLCODE NOT = ZERO
047000         MOVE 'ERRO NA CONSULTA DOS PRE-REQUISITOS' TO WS-MENSAGEM
047100         GO TO 6000-INCLUIR-REQUISITO-EXIT
047200     END-IF.
047300     IF WS-QTDE-EXISTE > ZERO
047400         MOVE 'PRE-REQUISITO JA CADASTRADO PARA O SERVICO'
047500             TO WS-MENSAGEM
047600         GO TO 6000-INCLUIR-REQUISITO-EXIT
047700     END-IF.
047800     EXEC SQL
047900         SELECT COALESCE(MAX(NSEQ_REQ), 0) + 1
048000           INTO :WS-NSEQ-REQ
048100           FROM DB2PRD.TREQ_TPO_SERVC
048200          WHERE CTPO_SERVC = :WS-CTPO-SERVC
048300     END-EXEC.
048400     IF SQLCODE NOT = ZERO
048500         MOVE 'ERRO NA NUMERACAO DO PRE-REQUISITO' TO WS-MENSAGEM
048600         GO TO 6000-INCLUIR-REQUISITO-EXIT
048700     END-IF.
048800     EXEC SQL
048900         INSERT INTO DB2PRD.TREQ_TPO_SERVC
049000                (CTPO_SERVC, NSEQ_REQ, CTPO_REQ, CTPO_ACSSO_ORGNZ,
049100                 NCOLUNA_REQ, HINCL_REG, CUSUAR_INCL)
049200         VALUES (:WS-CTPO-SERVC, :WS-NSEQ-REQ, :WS-CTPO-REQ,
049300                 NULLIF(:WS-CTPO-ACSSO-ORGNZ, 0),
049400                 NULLIF(:WS-NCOLUNA-REQ, ' '),
049500                 CURRENT TIMESTAMP, :WS-CUSUARIO)
049600     END-EXEC.
049700     EVALUATE TRUE
049800         WHEN SQLCODE = ZERO
049900             MOVE WS-NSEQ-REQ TO WS-NSEQ-REQ-ED
050000             STRING 'PRE-REQUISITO ' WS-NSEQ-REQ-ED
050100                    ' INCLUIDO COM SUCESSO'
050200                    DELIMITED BY SIZE INTO WS-MENSAGEM
050300         WHEN SQLCODE = -803
050400             MOVE 'NUMERO JA USADO POR OUTRO USUARIO - REPITA'
050500                 TO WS-MENSAGEM
050600         WHEN OTHER
050700             MOVE 'ERRO NA INCLUSAO DO PRE-REQUISITO'
050800                 TO WS-MENSAGEM
050900     END-EVALUATE.
051000 6000-INCLUIR-REQUISITO-EXIT.
051100     EXIT.
051200******************************************************************
051300*    6100-VALIDAR-ACESSO                                        *
051400******************************************************************
051500 6100-VALIDAR-ACESSO            SECTION.
051600     IF CACSSOI IS NOT NUMERIC
051700         MOVE 'TIPO DE ACESSO INVALIDO - 2 DIGITOS' TO WS-MENSAGEM
051800         GO TO 6100-VALIDAR-ACESSO-EXIT
051900     END-IF.
052000     MOVE CACSSOI TO WS-CTPO-ACSSO-ORGNZ.
052100     EXEC SQL
052200         SELECT CSIT_TPO_ACSSO
052300           INTO :WS-CSIT-TPO-ACSSO
052400           FROM DB2PRD.TTPO_ACSSO_ORGNZ
052500          WHERE CTPO_ACSSO_ORGNZ = :WS-CTPO-ACSSO-ORGNZ
052600     END-EXEC.
052700     EVALUATE TRUE
052800         WHEN SQLCODE = 100
052900             MOVE 'TIPO DE ACESSO NAO CADASTRADO (UO52)'
053000                 TO WS-MENSAGEM
053100         WHEN SQLCODE NOT = ZERO
053200             MOVE 'ERRO NA CONSULTA DO TIPO DE ACESSO'
053300                 TO WS-MENSAGEM
053400         WHEN WS-CSIT-TPO-ACSSO NOT = 1
053500             MOVE 'TIPO DE ACESSO INATIVO' TO WS-MENSAGEM
053600         WHEN OTHER
053700             CONTINUE
053800     END-EVALUATE.
053900 6100-VALIDAR-ACESSO-EXIT.
054000     EXIT.
054100******************************************************************
054200*    6200-VALIDAR-COLUNA                                        *
054300*    SO AS COLUNAS CONFERIDAS PELO SERVICO UORG0231             *
054400******************************************************************
054500 6200-VALIDAR-COLUNA            SECTION.
054600     MOVE COLUNAI TO WS-NCOLUNA-REQ.
054700     IF WS-NCOLUNA-REQ NOT = 'CLOGDR_CMBIO_ORGNZ'
054800        AND WS-NCOLUNA-REQ NOT = 'NTELEF_UND'
054900        AND WS-NCOLUNA-REQ NOT = 'NTELEF_ALTRN'
055000        AND WS-NCOLUNA-REQ NOT = 'IEMAIL_UND'
055100        AND WS-NCOLUNA-REQ NOT = 'IGERENTE_UND'
055200        AND WS-NCOLUNA-REQ NOT = 'CMATR_GERENTE'
055300         MOVE 'COLUNA NAO CONFERIDA - VEJA A LISTA DA UO88'
055400             TO WS-MENSAGEM
055500     END-IF.
055600 6200-VALIDAR-COLUNA-EXIT.
055700     EXIT.
055800******************************************************************
055900*    6500-EXCLUIR-REQUISITO                                     *
056000******************************************************************
056100 6500-EXCLUIR-REQUISITO         SECTION.
056200     IF NREQI IS NOT NUMERIC
056300         MOVE 'INFORME O NUMERO DO PRE-REQUISITO - 2 DIGITOS'
056400             TO WS-MENSAGEM
056500         GO TO 6500-EXCLUIR-REQUISITO-EXIT
056600     END-IF.
056700     MOVE NREQI TO WS-NSEQ-REQ.
056800     EXEC SQL
056900         DELETE FROM DB2PRD.TREQ_TPO_SERVC
057000          WHERE CTPO_SERVC = :WS-CTPO-SERVC
057100            AND NSEQ_REQ   = :WS-NSEQ-REQ
057200     END-EXEC.
057300     EVALUATE TRUE
057400         WHEN SQLCODE = ZERO
057500             MOVE 'PRE-REQUISITO EXCLUIDO COM SUCESSO'
057600                 TO WS-MENSAGEM
057700         WHEN SQLCODE = 100
057800             MOVE 'PRE-REQUISITO NAO ENCONTRADO NO SERVICO'
057900                 TO WS-MENSAGEM
058000         WHEN OTHER
058100             MOVE 'ERRO NA EXCLUSAO DO PRE-REQUISITO'
058200                 TO WS-MENSAGEM
058300     END-EVALUATE.
058400 6500-EXCLUIR-REQUISITO-EXIT.
058500     EXIT.
058600******************************************************************
058700*    7000-LER-TIPO                                              *
058800******************************************************************
058900 7000-LER-TIPO                  SECTION.
059000     MOVE 'N' TO WS-SW-ACHOU-TIPO.
059100     EXEC SQL
059200         SELECT ITPO_SERVC, CINDCD_CMBIO, CSIT_TPO_SERVC,
059300                CHAR(DATE(HINCL_REG), ISO), CUSUAR_INCL
059400           INTO :WS-ITPO-SERVC, :WS-CINDCD-CMBIO,
059500                :WS-CSIT-TPO-SERVC, :WS-HINCL-REG, :WS-CUSUAR-INCL
059600           FROM DB2PRD.TTPO_SERVC_UND
059700          WHERE CTPO_SERVC = :WS-CTPO-SERVC
059800     END-EXEC.
059900     EVALUATE TRUE
060000         WHEN SQLCODE = ZERO
060100             MOVE 'S' TO WS-SW-ACHOU-TIPO
060200         WHEN SQLCODE = 100
060300             CONTINUE
060400         WHEN OTHER
060500             MOVE 'ERRO NA CONSULTA DO TIPO DE SERVICO'
060600                 TO WS-MENSAGEM
060700     END-EVALUATE.
060800 7000-LER-TIPO-EXIT.
060900     EXIT.
061000******************************************************************
061100*    8900-VERIFICAR-JANELA                                       *
061200*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
061300*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
061400******************************************************************
061500 8900-VERIFICAR-JANELA          SECTION.
061600     MOVE 'C' TO UORGL183-FUNCTION.
061700     CALL 'UORG0183' USING UORGL183-PARMS.
061800     IF UORGL183-JANELA-FECHADA
061900         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
062000     END-IF.
062100 8900-VERIFICAR-JANELA-EXIT.
062200     EXIT.
062300******************************************************************
062400*    9000-ENCERRAR                                               *
062500******************************************************************
062600 9000-ENCERRAR                  SECTION.
062700     IF EIBCALEN = ZERO
062800         EXEC CICS
062900             RETURN TRANSID('UO88')
063000                  COMMAREA(WS-COMMAREA-INICIAL)
063100         END-EXEC
063200     END-IF.
063300     EXEC CICS
063400         RETURN TRANSID('UO88') COMMAREA(DFHCOMMAREA)
063500     END-EXEC.
063600     GOBACK.
