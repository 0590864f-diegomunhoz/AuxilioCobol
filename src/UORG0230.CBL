000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0230                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0230.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - TRANSACAO UO89, MANUTENCAO ONLINE DOS *
001600*                SERVICOS OFERECIDOS PELA UNIDADE                *
001700*                (TSERVC_UND_ORGNZ), COM A CONFERENCIA DOS       *
001800*                PRE-REQUISITOS PELA UORG0231.                   *
001900******************************************************************
002000*
002100*    FUNCAO: TRANSACAO CICS PSEUDO-CONVERSACIONAL DOS SERVICOS
002200*    OFERECIDOS PELA UNIDADE, CHAVE CPSSOA_JURID + NSEQ_UND_ORGNZ
002300*    + CTPO_SERVC. FUNCAO 'C' CONSULTA A UNIDADE E LISTA SEUS
002400*    SERVICOS COM A QUANTIDADE DE PRE-REQUISITOS PENDENTES; 'I'
002500*    PASSA A OFERECER O SERVICO INFORMADO E 'E' RETIRA O SERVICO.
002600*    - A UNIDADE NAO PODE ESTAR ENCERRADA (SITUACAO 0) NA
002700*      INCLUSAO E O TIPO PRECISA ESTAR ATIVO NO CATALOGO
002800*      TTPO_SERVC_UND (UO88);
002900*    - A RETIRADA E LOGICA (CSIT_SERVC 0), PARA QUE O ARQUIVO DO
003000*      LOCALIZADOR DE AGENCIAS (UORG0179) PERCEBA A ALTERACAO NO
003100*      MOVIMENTO DIFERENCIAL; A NOVA INCLUSAO DE UM SERVICO
003200*      RETIRADO REATIVA A LINHA EXISTENTE;
003300*    - APOS A INCLUSAO OS PRE-REQUISITOS DO TIPO SAO CONFERIDOS
003400*      PELA UORG0231 E O PRIMEIRO PENDENTE E AVISADO NA MENSAGEM.
003500*      A INCLUSAO NAO E RECUSADA: A AREA COMERCIAL DECIDE A
003600*      OFERTA E AS PENDENCIAS SAEM NO RELATORIO SEMANAL UORG0232.
003700*    AUTORIZACAO PELA UORG0072 (FUNCAO SERVICO; CONSULTA PARA
003800*    'C') E ATUALIZACAO RECUSADA COM A JANELA BATCH FECHADA
003900*    (UORG0183). PF3 ENCERRA.
004000*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.         IBM-390.
004400 OBJECT-COMPUTER.         IBM-390.
004500 DATA DIVISION.
004600 WORKING-STORAGE SECTION.
004700     EXEC SQL INCLUDE SQLCA END-EXEC.
004800 01  WS-SWITCHES.
004900     05 WS-SW-ACHOU-UNIDADE      PIC X(1) VALUE 'N'.
005000        88 WS-ACHOU-UNIDADE           VALUE 'S'.
005100     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005200        88 WS-FIM-CURSOR              VALUE 'S'.
005300 01  WS-CONSTANTES.
005400     05 WS-QTDE-LINHAS           PIC S9(4) COMP VALUE 6.
005500 01  WS-AREA-TRABALHO.
005600     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
005700     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
005800     05 WS-IABREV-UND-ORGNZ      PIC X(40).
005900     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
006000     05 WS-CTPO-SERVC            PIC S9(3)V COMP-3.
006100     05 WS-ITPO-SERVC            PIC X(40).
006200     05 WS-CSIT-TPO-SERVC        PIC S9(1)V COMP-3.
006300     05 WS-CSIT-SERVC            PIC S9(1)V COMP-3.
006400     05 WS-IND-LIN               PIC S9(4) COMP.
006500     05 WS-CPSSOA-ED             PIC 9(10).
006600     05 WS-NSEQ-ED               PIC 9(8).
006700     05 WS-CTPO-SERVC-ED         PIC 9(3).
006800     05 WS-SIT-ED                PIC ZZ9.
006900     05 WS-QTDE-ED               PIC Z9.
007000 01  WS-LINHA-LISTA.
007100     05 WS-LIS-CTPO-SERVC        PIC 9(3).
007200     05 FILLER                   PIC X(1) VALUE SPACE.
007300     05 WS-LIS-ITPO-SERVC        PIC X(35).
007400     05 FILLER                   PIC X(1) VALUE SPACE.
007500     05 WS-LIS-SITUACAO          PIC X(9).
007600     05 FILLER                   PIC X(1) VALUE SPACE.
007700     05 WS-LIS-PENDENCIA         PIC X(10).
007800 01  WS-LIS-PEND-QTDE.
007900     05 FILLER                   PIC X(5) VALUE 'PEND '.
008000     05 WS-LIS-QTDE-PEND         PIC Z9.
008100 01  WS-INDICADORES.
008200     05 WS-IND-ABREV             PIC S9(4) COMP-5.
008300     05 WS-IND-CSIT              PIC S9(4) COMP-5.
008400 01  WS-CUSUARIO                 PIC X(9).
008500 01  WS-MENSAGEM                 PIC X(60).
008600 01  WS-COMMAREA-INICIAL.
008700     05 FILLER                   PIC X(1)  VALUE SPACE.
008800     05 FILLER                   PIC X(18) VALUE ZEROS.
008900 01  WS-TECLAS-PF.
009000     05 WS-PF3                   PIC X(1) VALUE '3'.
009100 COPY UORGM230.
009200 COPY UORGL072.
009300 COPY UORGL183.
009400 COPY UORGL231.
009500 LINKAGE SECTION.
009600     COPY UORGL230 REPLACING UORGL230-COMMAREA BY DFHCOMMAREA.
009700 PROCEDURE DIVISION.
009800******************************************************************
009900*    0000-MAINLINE                                               *
010000******************************************************************
010100 0000-MAINLINE                  SECTION.
010200     IF EIBCALEN = ZERO
010300         PERFORM 1000-TELA-INICIAL
010400             THRU 1000-TELA-INICIAL-EXIT
010500     ELSE
010600         PERFORM 2000-PROCESSAR-TELA
010700             THRU 2000-PROCESSAR-TELA-EXIT
010800     END-IF.
010900     GO TO 9000-ENCERRAR.
011000******************************************************************
011100*    1000-TELA-INICIAL                                          *
011200******************************************************************
011300 1000-TELA-INICIAL              SECTION.
011400     MOVE SPACES TO UORGM230O.
011500     MOVE -1 TO FUNCAOL.
011600     EXEC CICS
011700         SEND MAP('UORGM230') MAPSET('UORGS89')
011800              FROM(UORGM230O) ERASE
011900     END-EXEC.
012000 1000-TELA-INICIAL-EXIT.
012100     EXIT.
012200******************************************************************
012300*    2000-PROCESSAR-TELA                                        *
012400******************************************************************
012500 2000-PROCESSAR-TELA            SECTION.
012600     IF EIBAID = WS-PF3
012700         EXEC CICS
012800             SEND TEXT
012900                  FROM('FIM DA MANUTENCAO DE SERVICOS DA UNIDADE')
013000                  ERASE FREEKB
013100         END-EXEC
013200         EXEC CICS
013300             RETURN
013400         END-EXEC
013500     END-IF.
013600     EXEC CICS
013700         RECEIVE MAP('UORGM230') MAPSET('UORGS89')
013800              INTO(UORGM230I)
013900     END-EXEC.
014000     MOVE EIBOPID TO WS-CUSUARIO.
014100     MOVE WS-CUSUARIO TO UORGL072-CUSUAR.
014200     IF FUNCAOI = 'C'
014300         MOVE 'CONSULTA' TO UORGL072-CFUNCAO
014400     ELSE
014500         MOVE 'SERVICO' TO UORGL072-CFUNCAO
014600     END-IF.
014700     MOVE ZERO TO UORGL072-CPSSOA-JURID.
014800     CALL 'UORG0072' USING UORGL072-PARMS.
014900     IF NOT UORGL072-AUTORIZADO
015000         MOVE 'USUARIO SEM AUTORIZACAO PARA A FUNCAO'
015100             TO WS-MENSAGEM
015200         MOVE WS-MENSAGEM TO MSGO
015300         EXEC CICS
015400             SEND MAP('UORGM230') MAPSET('UORGS89')
015500                  FROM(UORGM230O) ERASE
015600         END-EXEC
015700         GO TO 2000-PROCESSAR-TELA-EXIT
015800     END-IF.
015900     MOVE SPACES TO WS-MENSAGEM.
016000     PERFORM 3000-VALIDAR-CHAVE
016100         THRU 3000-VALIDAR-CHAVE-EXIT.
016200     IF WS-MENSAGEM = SPACES
016300        AND FUNCAOI NOT = 'C'
016400         PERFORM 8900-VERIFICAR-JANELA
016500             THRU 8900-VERIFICAR-JANELA-EXIT
016600     END-IF.
016700     IF WS-MENSAGEM = SPACES
016800         EVALUATE FUNCAOI
016900             WHEN 'C'
017000                 CONTINUE
017100             WHEN 'I'
017200                 PERFORM 5000-INCLUIR-SERVICO
017300                     THRU 5000-INCLUIR-SERVICO-EXIT
017400             WHEN 'E'
017500                 PERFORM 6000-RETIRAR-SERVICO
017600                     THRU 6000-RETIRAR-SERVICO-EXIT
017700             WHEN OTHER
017800                 MOVE 'FUNCAO INVALIDA - INFORME C, I OU E'
017900                     TO WS-MENSAGEM
018000         END-EVALUATE
018100     END-IF.
018200     IF WS-ACHOU-UNIDADE
018300         PERFORM 4000-EXIBIR-UNIDADE
018400             THRU 4000-EXIBIR-UNIDADE-EXIT
018500         MOVE WS-CPSSOA-JURID TO UORGL230-CPSSOA-JURID
018600         MOVE WS-NSEQ-UND-ORGNZ TO UORGL230-NSEQ-UND-ORGNZ
018700     END-IF.
018800     MOVE WS-MENSAGEM TO MSGO.
018900     EXEC CICS
019000         SEND MAP('UORGM230') MAPSET('UORGS89')
019100              FROM(UORGM230O) ERASE
019200     END-EXEC.
019300 2000-PROCESSAR-TELA-EXIT.
019400     EXIT.
019500******************************************************************
019600*    3000-VALIDAR-CHAVE                                         *
019700*    LE A UNIDADE E, FORA DA CONSULTA, O TIPO DE SERVICO         *
019800******************************************************************
019900 3000-VALIDAR-CHAVE             SECTION.
020000     MOVE 'N' TO WS-SW-ACHOU-UNIDADE.
020100     MOVE ZERO TO WS-CTPO-SERVC.
020200     IF CPSSOAI IS NOT NUMERIC OR NSEQI IS NOT NUMERIC
020300         MOVE 'UNIDADE INVALIDA - INFORME CPSSOA E NSEQ'
020400             TO WS-MENSAGEM
020500         GO TO 3000-VALIDAR-CHAVE-EXIT
020600     END-IF.
020700     MOVE CPSSOAI TO WS-CPSSOA-JURID.
020800     MOVE NSEQI TO WS-NSEQ-UND-ORGNZ.
020900     PERFORM 7000-LER-UNIDADE
021000         THRU 7000-LER-UNIDADE-EXIT.
021100     IF WS-MENSAGEM NOT = SPACES
021200         GO TO 3000-VALIDAR-CHAVE-EXIT
021300     END-IF.
021400     IF NOT WS-ACHOU-UNIDADE
021500         MOVE 'UNIDADE NAO ENCONTRADA' TO WS-MENSAGEM
021600         GO TO 3000-VALIDAR-CHAVE-EXIT
021700     END-IF.
021800     IF FUNCAOI = 'C'
021900         GO TO 3000-VALIDAR-CHAVE-EXIT
022000     END-IF.
022100     IF CSERVCI IS NOT NUMERIC
022200         MOVE 'CODIGO DO SERVICO INVALIDO - 3 DIGITOS'
022300             TO WS-MENSAGEM
022400         GO TO 3000-VALIDAR-CHAVE-EXIT
022500     END-IF.
022600     MOVE CSERVCI TO WS-CTPO-SERVC.
022700     EXEC SQL
022800         SELECT ITPO_SERVC, CSIT_TPO_SERVC
022900           INTO :WS-ITPO-SERVC, :WS-CSIT-TPO-SERVC
023000           FROM DB2PRD.TTPO_SERVC_UND
023100          WHERE CTPO_SERVC = :WS-CTPO-SERVC
023200     END-EXEC.
023300     EVALUATE TRUE
023400         WHEN SQLCODE = ZERO
023500             CONTINUE
023600         WHEN SQLCODE = 100
023700             MOVE 'TIPO DE SERVICO NAO CADASTRADO (UO88)'
023800                 TO WS-MENSAGEM
023900         WHEN OTHER
024000             MOVE 'ERRO NA CONSULTA DO TIPO DE SERVICO'
024100                 TO WS-MENSAGEM
024200     END-EVALUATE.
024300 3000-VALIDAR-CHAVE-EXIT.
024400     EXIT.
024500******************************************************************
024600*    4000-EXIBIR-UNIDADE                                        *
024700******************************************************************
024800 4000-EXIBIR-UNIDADE            SECTION.
024900     MOVE WS-CPSSOA-JURID TO WS-CPSSOA-ED.
025000     MOVE WS-CPSSOA-ED TO CPSSOAO.
025100     MOVE WS-NSEQ-UND-ORGNZ TO WS-NSEQ-ED.
025200     MOVE WS-NSEQ-ED TO NSEQO.
025300     MOVE WS-IABREV-UND-ORGNZ TO ABREVO.
025400     MOVE WS-CSIT-UND-ORGNZ TO WS-SIT-ED.
025500     MOVE WS-SIT-ED TO SITUNDO.
025600     IF WS-CTPO-SERVC > ZERO
025700         MOVE WS-CTPO-SERVC TO WS-CTPO-SERVC-ED
025800         MOVE WS-CTPO-SERVC-ED TO CSERVCO
025900         MOVE WS-ITPO-SERVC TO ISERVCO
026000     ELSE
026100         MOVE SPACES TO CSERVCO ISERVCO
026200     END-IF.
026300     PERFORM 4100-MONTAR-LISTA
026400         THRU 4100-MONTAR-LISTA-EXIT.
026500     IF WS-MENSAGEM = SPACES
026600         MOVE 'UNIDADE CONSULTADA' TO WS-MENSAGEM
026700     END-IF.
026800 4000-EXIBIR-UNIDADE-EXIT.
026900     EXIT.
027000******************************************************************
027100*    4100-MONTAR-LISTA                                          *
027200*    UMA LINHA POR SERVICO DA UNIDADE, OFERECIDOS PRIMEIRO       *
027300******************************************************************
027400 4100-MONTAR-LISTA              SECTION.
027500     MOVE 'N' TO WS-SW-FIM-CURSOR.
027600     PERFORM 4110-LIMPAR-LINHA
027700         THRU 4110-LIMPAR-LINHA-EXIT
027800         VARYING WS-IND-LIN FROM 1 BY 1
027900         UNTIL WS-IND-LIN > WS-QTDE-LINHAS.
028000     MOVE ZERO TO WS-IND-LIN.
028100     EXEC SQL
028200         DECLARE CUR-LISTA CURSOR FOR
028300         SELECT S.CTPO_SERVC, T.ITPO_SERVC, S.CSIT_SERVC
028400           FROM DB2PRD.TSERVC_UND_ORGNZ S,
028500                DB2PRD.TTPO_SERVC_UND   T
028600          WHERE S.CPSSOA_JURID   = :WS-CPSSOA-JURID
028700            AND S.NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
028800            AND T.CTPO_SERVC     = S.CTPO_SERVC
028900          ORDER BY S.CSIT_SERVC DESC, S.CTPO_SERVC
029000     END-EXEC.
029100     EXEC SQL
029200         OPEN CUR-LISTA
029300     END-EXEC.
029400     IF SQLCODE NOT = ZERO
029500         GO TO 4100-MONTAR-LISTA-EXIT
029600     END-IF.
029700     PERFORM 4120-LER-LINHA
029800         THRU 4120-LER-LINHA-EXIT
029900         UNTIL WS-FIM-CURSOR
030000            OR WS-IND-LIN NOT < WS-QTDE-LINHAS.
030100     EXEC SQL
030200         CLOSE CUR-LISTA
030300     END-EXEC.
030400 4100-MONTAR-LISTA-EXIT.
030500     EXIT.
030600******************************************************************
030700*    4110-LIMPAR-LINHA                                          *
030800******************************************************************
030900 4110-LIMPAR-LINHA              SECTION.
031000     MOVE SPACES TO LINO (WS-IND-LIN).
031100 4110-LIMPAR-LINHA-EXIT.
031200     EXIT.
031300******************************************************************
031400*    4120-LER-LINHA                                             *
031500*    O SERVICO OFERECIDO MOSTRA OS PRE-REQUISITOS PENDENTES      *
031600******************************************************************
031700 4120-LER-LINHA                 SECTION.
031800     EXEC SQL
031900         FETCH CUR-LISTA
032000          INTO :WS-LIS-CTPO-SERVC, :WS-LIS-ITPO-SERVC,
032100               :WS-CSIT-SERVC
032200     END-EXEC.
032300     IF SQLCODE NOT = ZERO
032400         MOVE 'S' TO WS-SW-FIM-CURSOR
032500         GO TO 4120-LER-LINHA-EXIT
032600     END-IF.
032700     MOVE SPACES TO WS-LIS-PENDENCIA.
032800     IF WS-CSIT-SERVC = 1
032900         MOVE 'OFERECIDO' TO WS-LIS-SITUACAO
033000         MOVE WS-CPSSOA-JURID TO UORGL231-CPSSOA-JURID
033100         MOVE WS-NSEQ-UND-ORGNZ TO UORGL231-NSEQ-UND-ORGNZ
033200         MOVE WS-LIS-CTPO-SERVC TO UORGL231-CTPO-SERVC
033300         CALL 'UORG0231' USING UORGL231-PARMS
033400         IF UORGL231-OK AND UORGL231-QTDE-PENDENTE > ZERO
033500             MOVE UORGL231-QTDE-PENDENTE TO WS-LIS-QTDE-PEND
033600             MOVE WS-LIS-PEND-QTDE TO WS-LIS-PENDENCIA
033700         END-IF
033800     ELSE
033900         MOVE 'RETIRADO' TO WS-LIS-SITUACAO
034000     END-IF.
034100     ADD 1 TO WS-IND-LIN.
034200     MOVE WS-LINHA-LISTA TO LINO (WS-IND-LIN).
034300 4120-LER-LINHA-EXIT.
034400     EXIT.
034500******************************************************************
034600*    5000-INCLUIR-SERVICO                                       *
034700*    INCLUI OU REATIVA O SERVICO E CONFERE OS PRE-REQUISITOS     *
034800******************************************************************
034900 5000-INCLUIR-SERVICO           SECTION.
035000     IF WS-CSIT-UND-ORGNZ = ZERO
035100         MOVE 'UNIDADE ENCERRADA NAO OFERECE SERVICO'
035200             TO WS-MENSAGEM
035300         GO TO 5000-INCLUIR-SERVICO-EXIT
035400     END-IF.
035500     IF WS-CSIT-TPO-SERVC NOT = 1
035600         MOVE 'TIPO DE SERVICO INATIVO NO CATALOGO'
035700             TO WS-MENSAGEM
035800         GO TO 5000-INCLUIR-SERVICO-EXIT
035900     END-IF.
036000     EXEC SQL
036100         SELECT CSIT_SERVC
036200           INTO :WS-CSIT-SERVC
036300           FROM DB2PRD.TSERVC_UND_ORGNZ
036400          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
036500            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
036600            AND CTPO_SERVC     = :WS-CTPO-SERVC
036700     END-EXEC.
036800     EVALUATE TRUE
036900         WHEN SQLCODE = ZERO AND WS-CSIT-SERVC = 1
037000             MOVE 'SERVICO JA OFERECIDO PELA UNIDADE'
037100                 TO WS-MENSAGEM
037200         WHEN SQLCODE = ZERO
037300             EXEC SQL
037400                 UPDATE DB2PRD.TSERVC_UND_ORGNZ
037500                    SET CSIT_SERVC   = 1,
037600                        HMANUT_REG   = CURRENT TIMESTAMP,
037700                        CUSUAR_MANUT = :WS-CUSUARIO
037800                  WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
037900                    AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
038000                    AND CTPO_SERVC     = :WS-CTPO-SERVC
038100             END-EXEC
038200         WHEN SQLCODE = 100
038300             EXEC SQL
038400                 INSERT INTO DB2PRD.TSERVC_UND_ORGNZ
038500                        (CPSSOA_JURID, NSEQ_UND_ORGNZ, CTPO_SERVC,
038600                         CSIT_SERVC, HINCL_REG, CUSUAR_INCL)
038700                 VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
038800                         :WS-CTPO-SERVC, 1, CURRENT TIMESTAMP,
038900                         :WS-CUSUARIO)
039000             END-EXEC
039100         WHEN OTHER
039200             MOVE 'ERRO NA CONSULTA DO SERVICO DA UNIDADE'
039300                 TO WS-MENSAGEM
039400     END-EVALUATE.
039500     IF WS-MENSAGEM NOT = SPACES
039600         GO TO 5000-INCLUIR-SERVICO-EXIT
039700     END-IF.
039800     IF SQLCODE NOT = ZERO
039900         MOVE 'ERRO NA INCLUSAO DO SERVICO DA UNIDADE'
040000             TO WS-MENSAGEM
040100         GO TO 5000-INCLUIR-SERVICO-EXIT
040200     END-IF.
040300     MOVE WS-CPSSOA-JURID TO UORGL231-CPSSOA-JURID.
040400     MOVE WS-NSEQ-UND-ORGNZ TO UORGL231-NSEQ-UND-ORGNZ.
040500     MOVE WS-CTPO-SERVC TO UORGL231-CTPO-SERVC.
040600     CALL 'UORG0231' USING UORGL231-PARMS.
040700     EVALUATE TRUE
040800         WHEN NOT UORGL231-OK
040900             MOVE 'INCLUIDO - PRE-REQUISITOS NAO CONFERIDOS'
041000                 TO WS-MENSAGEM
041100         WHEN UORGL231-QTDE-PENDENTE = ZERO
041200             MOVE 'SERVICO INCLUIDO COM SUCESSO' TO WS-MENSAGEM
041300         WHEN OTHER
041400             MOVE UORGL231-QTDE-PENDENTE TO WS-QTDE-ED
041500             STRING 'INCLUIDO COM ' WS-QTDE-ED ' PENDENCIA(S): '
041600                    UORGL231-RPENDENCIA (1)
041700                    DELIMITED BY SIZE INTO WS-MENSAGEM
041800     END-EVALUATE.
041900 5000-INCLUIR-SERVICO-EXIT.
042000     EXIT.
042100******************************************************************
042200*    6000-RETIRAR-SERVICO                                       *
042300*    RETIRADA LOGICA, VISIVEL NO MOVIMENTO DA UORG0179           *
042400******************************************************************
042500 6000-RETIRAR-SERVICO           SECTION.
042600     EXEC SQL
042700         UPDATE DB2PRD.TSERVC_UND_ORGNZ
042800            SET CSIT_SERVC   = 0,
042900                HMANUT_REG   = CURRENT TIMESTAMP,
043000                CUSUAR_MANUT = :WS-CUSUARIO
043100          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
043200            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
043300            AND CTPO_SERVC     = :WS-CTPO-SERVC
043400            AND CSIT_SERVC     = 1
043500     END-EXEC.
043600     EVALUATE TRUE
043700         WHEN SQLCODE = ZERO
043800             MOVE 'SERVICO RETIRADO DA UNIDADE' TO WS-MENSAGEM
043900         WHEN SQLCODE = 100
044000             MOVE 'SERVICO NAO OFERECIDO PELA UNIDADE'
044100                 TO WS-MENSAGEM
044200         WHEN OTHER
044300             MOVE 'ERRO NA RETIRADA DO SERVICO DA UNIDADE'
044400                 TO WS-MENSAGEM
044500     END-EVALUATE.
044600 6000-RETIRAR-SERVICO-EXIT.
044700     EXIT.
044800******************************************************************
044900*    7000-LER-UNIDADE                                           *
045000******************************************************************
045100 7000-LER-UNIDADE               SECTION.
045200     MOVE 'N' TO WS-SW-ACHOU-UNIDADE.
045300     EXEC SQL
045400         SELECT IABREV_UND_ORGNZ, CSIT_UND_ORGNZ
045500           INTO :WS-IABREV-UND-ORGNZ:WS-IND-ABREV,
045600                :WS-CSIT-UND-ORGNZ:WS-IND-CSIT
045700           FROM DB2PRD.TUND_ORGNZ
045800          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
045900            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
046000     END-EXEC.
046100     EVALUATE TRUE
046200         WHEN SQLCODE = ZERO
046300             IF WS-IND-ABREV < ZERO
046400                 MOVE SPACES TO WS-IABREV-UND-ORGNZ
046500             END-IF
046600             IF WS-IND-CSIT < ZERO
046700                 MOVE ZERO TO WS-CSIT-UND-ORGNZ
046800             END-IF
046900             MOVE 'S' TO WS-SW-ACHOU-UNIDADE
047000         WHEN SQLCODE = 100
047100             CONTINUE
047200         WHEN OTHER
047300             MOVE 'ERRO NA CONSULTA DA UNIDADE' TO WS-MENSAGEM
047400     END-EVALUATE.
047500 7000-LER-UNIDADE-EXIT.
047600     EXIT.
047700******************************************************************
047800*    8900-VERIFICAR-JANELA                                       *
047900*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
048000*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
048100******************************************************************
048200 8900-VERIFICAR-JANELA          SECTION.
048300     MOVE 'C' TO UORGL183-FUNCTION.
048400     CALL 'UORG0183' USING UORGL183-PARMS.
048500     IF UORGL183-JANELA-FECHADA
048600         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
048700     END-IF.
048800 8900-VERIFICAR-JANELA-EXIT.
048900     EXIT.
049000******************************************************************
049100*    9000-ENCERRAR                                               *
049200******************************************************************
049300 9000-ENCERRAR                  SECTION.
049400     IF EIBCALEN = ZERO
049500         EXEC CICS
049600             RETURN TRANSID('UO89')
049700                  COMMAREA(WS-COMMAREA-INICIAL)
049800         END-EXEC
049900     END-IF.
050000     EXEC CICS
050100         RETURN TRANSID('UO89') COMMAREA(DFHCOMMAREA)
050200     END-EXEC.
050300     GOBACK.
