000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0199                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0199.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - TRANSACAO UO80, MANUTENCAO ONLINE DO  *
001600*                PAR DE CONTINGENCIA DA UNIDADE (TABELA          *
001700*                TPAR_CONTNG_UND) COM VALIDACAO DE SITUACAO,     *
001800*                DISTANCIA E FOLGA DE LOTACAO DA CONTINGENCIA.   *
001900******************************************************************
002000*
002100*    FUNCAO: TRANSACAO CICS PSEUDO-CONVERSACIONAL. CADA UNIDADE
002200*    TEM NO MAXIMO UMA UNIDADE DE CONTINGENCIA DESIGNADA, QUE
002300*    ASSUME O ATENDIMENTO EM CASO DE INTERRUPCAO. FUNCAO 'C'
002400*    CONSULTA O PAR COM A DISTANCIA E A FOLGA ATUAIS; 'I' INCLUI,
002500*    'A' TROCA A UNIDADE DE CONTINGENCIA E 'E' EXCLUI O PAR.
002600*    NA INCLUSAO E NA ALTERACAO A UNIDADE DE CONTINGENCIA DEVE:
002700*    - SER OUTRA UNIDADE DO MESMO CONGLOMERADO (CPSSOA_JURID);
002800*    - ESTAR ATIVA (CSIT_UND_ORGNZ = 1);
002900*    - ESTAR A NO MAXIMO DIST-MAX-KM KM DA UNIDADE (DISTANCIA
003000*      REAL PELAS COORDENADAS, COMO NA UORG0194);
003100*    - TER FOLGA DE LOTACAO (QLOTACAO MENOS QFUNC_ATUAL) DE PELO
003200*      MENOS FOLGA-MIN POSTOS.
003300*    OS LIMITES VEM DA TABELA CENTRAL DE PARAMETROS (UORG0148,
003400*    PROGRAMA UORG0199, PARAMETROS DIST-MAX-KM E FOLGA-MIN, 3
003500*    DIGITOS); SEM O PARAMETRO VALEM 50 KM E 1 POSTO. A UNIDADE
003600*    NAO PODE ESTAR ENCERRADA. A DISTANCIA APURADA FICA GRAVADA
003700*    NO PAR. A PRONTIDAO DOS PARES E CONFERIDA SEMANALMENTE PELA
003800*    UORG0200. PF3 ENCERRA.
003900*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.         IBM-390.
004300 OBJECT-COMPUTER.         IBM-390.
004400 DATA DIVISION.
004500 WORKING-STORAGE SECTION.
004600     EXEC SQL INCLUDE SQLCA END-EXEC.
004700 01  WS-SWITCHES.
004800     05 WS-SW-ACHOU-UNIDADE      PIC X(1) VALUE 'N'.
004900        88 WS-ACHOU-UNIDADE           VALUE 'S'.
005000     05 WS-SW-ACHOU-PAR          PIC X(1) VALUE 'N'.
005100        88 WS-ACHOU-PAR               VALUE 'S'.
005200     05 WS-SW-ACHOU-CONTNG       PIC X(1) VALUE 'N'.
005300        88 WS-ACHOU-CONTNG            VALUE 'S'.
005400 01  WS-AREA-TRABALHO.
005500     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
005600     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
005700     05 WS-IABREV-UND-ORGNZ      PIC X(40).
005800     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
005900     05 WS-CPSSOA-CONTNG         PIC S9(10)V COMP-3.
006000     05 WS-NSEQ-CONTNG           PIC S9(8)V COMP-3.
006100     05 WS-IABREV-CONTNG         PIC X(40).
006200     05 WS-CSIT-CONTNG           PIC S9(3)V COMP-3.
006300     05 WS-QLOTACAO-CONTNG       PIC S9(5)V COMP-3.
006400     05 WS-QFUNC-CONTNG          PIC S9(5)V COMP-3.
006500     05 WS-QFOLGA-CONTNG         PIC S9(5)V COMP-3.
006600     05 WS-QDIST-KM              PIC S9(5)V9(3) COMP-3.
006700     05 WS-HINCL-REG             PIC X(10).
006800     05 WS-CUSUAR-INCL           PIC X(9).
006900     05 WS-SIT-ED                PIC ZZ9.
007000     05 WS-DIST-ED               PIC ZZZZ9.999.
007100     05 WS-FOLGA-ED              PIC -ZZZZ9.
007200     05 WS-LIMITE-ED             PIC ZZ9.
007300 01  WS-LIMITES.
007400     05 WS-QDIST-MAX-KM          PIC S9(3)V COMP-3 VALUE 50.
007500     05 WS-QFOLGA-MIN            PIC S9(3)V COMP-3 VALUE 1.
007600 01  WS-INDICADORES.
007700     05 WS-IND-ABREV             PIC S9(4) COMP-5.
007800     05 WS-IND-CSIT              PIC S9(4) COMP-5.
007900     05 WS-IND-ABREV-CTG         PIC S9(4) COMP-5.
008000     05 WS-IND-CSIT-CTG          PIC S9(4) COMP-5.
008100     05 WS-IND-DIST              PIC S9(4) COMP-5.
008200 01  WS-CUSUARIO                 PIC X(9).
008300 01  WS-MENSAGEM                 PIC X(60).
008400 01  WS-COMMAREA-INICIAL.
008500     05 FILLER                   PIC X(1)  VALUE SPACE.
008600     05 FILLER                   PIC X(18) VALUE ZEROS.
008700 01  WS-TECLAS-PF.
008800     05 WS-PF3                   PIC X(1) VALUE '3'.
008900 COPY UORGM199.
009000 COPY UORGL072.
009100 COPY UORGL148.
009200 COPY UORGL183.
009300 LINKAGE SECTION.
009400     COPY UORGL199 REPLACING UORGL199-COMMAREA BY DFHCOMMAREA.
009500 PROCEDURE DIVISION.
009600******************************************************************
009700*    0000-MAINLINE                                               *
009800******************************************************************
009900 0000-MAINLINE                  SECTION.
010000     IF EIBCALEN = ZERO
010100         PERFORM 1000-TELA-INICIAL
010200             THRU 1000-TELA-INICIAL-EXIT
010300     ELSE
010400         PERFORM 2000-PROCESSAR-TELA
010500             THRU 2000-PROCESSAR-TELA-EXIT
010600     END-IF.
010700     GO TO 9000-ENCERRAR.
010800******************************************************************
010900*    1000-TELA-INICIAL                                          *
011000******************************************************************
011100 1000-TELA-INICIAL              SECTION.
011200     MOVE SPACES TO UORGM199O.
011300     MOVE -1 TO FUNCAOL.
011400     EXEC CICS
011500         SEND MAP('UORGM199') MAPSET('UORGS80')
011600              FROM(UORGM199O) ERASE
011700     END-EXEC.
011800 1000-TELA-INICIAL-EXIT.
011900     EXIT.
012000******************************************************************
012100*    2000-PROCESSAR-TELA                                        *
012200******************************************************************
012300 2000-PROCESSAR-TELA            SECTION.
012400     IF EIBAID = WS-PF3
012500         EXEC CICS
012600             SEND TEXT FROM('FIM DA MANUTENCAO DE CONTINGENCIA')
012700                  ERASE FREEKB
012800         END-EXEC
012900         EXEC CICS
013000             RETURN
013100         END-EXEC
013200     END-IF.
013300     EXEC CICS
013400         RECEIVE MAP('UORGM199') MAPSET('UORGS80')
013500              INTO(UORGM199I)
013600     END-EXEC.
013700     MOVE EIBOPID TO WS-CUSUARIO.
013800     MOVE WS-CUSUARIO TO UORGL072-CUSUAR.
013900     IF FUNCAOI = 'C'
014000         MOVE 'CONSULTA' TO UORGL072-CFUNCAO
014100     ELSE
014200         MOVE 'CONTINGE' TO UORGL072-CFUNCAO
014300     END-IF.
014400     MOVE ZERO TO UORGL072-CPSSOA-JURID.
014500     CALL 'UORG0072' USING UORGL072-PARMS.
014600     IF NOT UORGL072-AUTORIZADO
014700         MOVE 'USUARIO SEM AUTORIZACAO PARA A FUNCAO'
014800             TO WS-MENSAGEM
014900         MOVE WS-MENSAGEM TO MSGO
015000         EXEC CICS
015100             SEND MAP('UORGM199') MAPSET('UORGS80')
015200                  FROM(UORGM199O) ERASE
015300         END-EXEC
015400         GO TO 2000-PROCESSAR-TELA-EXIT
015500     END-IF.
015600     MOVE SPACES TO WS-MENSAGEM.
015700     PERFORM 3000-VALIDAR-CHAVE
015800         THRU 3000-VALIDAR-CHAVE-EXIT.
015900     IF WS-MENSAGEM = SPACES
016000        AND FUNCAOI NOT = 'C'
016100         PERFORM 8900-VERIFICAR-JANELA
016200             THRU 8900-VERIFICAR-JANELA-EXIT
016300     END-IF.
016400     IF WS-MENSAGEM = SPACES
016500         EVALUATE FUNCAOI
016600             WHEN 'C'
016700                 CONTINUE
016800             WHEN 'I'
016900                 PERFORM 5000-INCLUIR-PAR
017000                     THRU 5000-INCLUIR-PAR-EXIT
017100             WHEN 'A'
017200                 PERFORM 5500-ALTERAR-PAR
017300                     THRU 5500-ALTERAR-PAR-EXIT
017400             WHEN 'E'
017500                 PERFORM 6000-EXCLUIR-PAR
017600                     THRU 6000-EXCLUIR-PAR-EXIT
017700             WHEN OTHER
017800                 MOVE 'FUNCAO INVALIDA - INFORME C, I, A OU E'
017900                     TO WS-MENSAGEM
018000         END-EVALUATE
018100     END-IF.
018200     IF WS-ACHOU-UNIDADE
018300         PERFORM 4000-EXIBIR-PAR
018400             THRU 4000-EXIBIR-PAR-EXIT
018500         MOVE WS-CPSSOA-JURID TO UORGL199-CPSSOA-JURID
018600         MOVE WS-NSEQ-UND-ORGNZ TO UORGL199-NSEQ-UND-ORGNZ
018700     END-IF.
018800     MOVE WS-MENSAGEM TO MSGO.
018900     EXEC CICS
019000         SEND MAP('UORGM199') MAPSET('UORGS80')
019100              FROM(UORGM199O) ERASE
019200     END-EXEC.
019300 2000-PROCESSAR-TELA-EXIT.
019400     EXIT.
019500******************************************************************
019600*    3000-VALIDAR-CHAVE                                         *
019700*    VALIDA A CHAVE DA UNIDADE E LE NOME E SITUACAO             *
019800******************************************************************
019900 3000-VALIDAR-CHAVE             SECTION.
020000     IF CPSSOAI IS NOT NUMERIC OR CPSSOAI = SPACES
020100         MOVE 'CPSSOA_JURID INVALIDO' TO WS-MENSAGEM
020200         GO TO 3000-VALIDAR-CHAVE-EXIT
020300     END-IF.
020400     IF NSEQI IS NOT NUMERIC OR NSEQI = SPACES
020500         MOVE 'NSEQ_UND_ORGNZ INVALIDO' TO WS-MENSAGEM
020600         GO TO 3000-VALIDAR-CHAVE-EXIT
020700     END-IF.
020800     MOVE CPSSOAI TO WS-CPSSOA-JURID.
020900     MOVE NSEQI TO WS-NSEQ-UND-ORGNZ.
021000     PERFORM 7000-LER-UNIDADE
021100         THRU 7000-LER-UNIDADE-EXIT.
021200 3000-VALIDAR-CHAVE-EXIT.
021300     EXIT.
021400******************************************************************
021500*    3100-VALIDAR-CONTINGENCIA                                  *
021600*    A UNIDADE DE CONTINGENCIA DEVE SER OUTRA UNIDADE ATIVA DO   *
021700*    MESMO CONGLOMERADO, DENTRO DA DISTANCIA MAXIMA E COM FOLGA  *
021800******************************************************************
021900 3100-VALIDAR-CONTINGENCIA      SECTION.
022000     IF WS-CSIT-UND-ORGNZ = ZERO
022100         MOVE 'UNIDADE ENCERRADA NAO RECEBE CONTINGENCIA'
022200             TO WS-MENSAGEM
022300         GO TO 3100-VALIDAR-CONTINGENCIA-EXIT
022400     END-IF.
022500     IF CPSCTGI IS NOT NUMERIC OR CPSCTGI = SPACES
022600         MOVE 'CPSSOA_JURID DA CONTINGENCIA INVALIDO'
022700             TO WS-MENSAGEM
022800         GO TO 3100-VALIDAR-CONTINGENCIA-EXIT
022900     END-IF.
023000     IF NSQCTGI IS NOT NUMERIC OR NSQCTGI = SPACES
023100         MOVE 'NSEQ_UND_ORGNZ DA CONTINGENCIA INVALIDO'
023200             TO WS-MENSAGEM
023300         GO TO 3100-VALIDAR-CONTINGENCIA-EXIT
023400     END-IF.
023500     MOVE CPSCTGI TO WS-CPSSOA-CONTNG.
023600     MOVE NSQCTGI TO WS-NSEQ-CONTNG.
023700     IF WS-CPSSOA-CONTNG = WS-CPSSOA-JURID
023800        AND WS-NSEQ-CONTNG = WS-NSEQ-UND-ORGNZ
023900         MOVE 'A CONTINGENCIA DEVE SER OUTRA UNIDADE'
024000             TO WS-MENSAGEM
024100         GO TO 3100-VALIDAR-CONTINGENCIA-EXIT
024200     END-IF.
024300     IF WS-CPSSOA-CONTNG NOT = WS-CPSSOA-JURID
024400         MOVE 'A CONTINGENCIA DEVE SER DO MESMO CONGLOMERADO'
024500             TO WS-MENSAGEM
024600         GO TO 3100-VALIDAR-CONTINGENCIA-EXIT
024700     END-IF.
024800     PERFORM 7200-LER-CONTINGENCIA
024900         THRU 7200-LER-CONTINGENCIA-EXIT.
025000     IF NOT WS-ACHOU-CONTNG
025100         MOVE 'UNIDADE DE CONTINGENCIA NAO ENCONTRADA'
025200             TO WS-MENSAGEM
025300         GO TO 3100-VALIDAR-CONTINGENCIA-EXIT
025400     END-IF.
025500     IF WS-CSIT-CONTNG NOT = 1
025600         MOVE 'UNIDADE DE CONTINGENCIA NAO ESTA ATIVA'
025700             TO WS-MENSAGEM
025800         GO TO 3100-VALIDAR-CONTINGENCIA-EXIT
025900     END-IF.
026000     PERFORM 3200-CARREGAR-LIMITES
026100         THRU 3200-CARREGAR-LIMITES-EXIT.
026200     PERFORM 7300-CALCULAR-DISTANCIA
026300         THRU 7300-CALCULAR-DISTANCIA-EXIT.
026400     IF WS-MENSAGEM NOT = SPACES
026500         GO TO 3100-VALIDAR-CONTINGENCIA-EXIT
026600     END-IF.
026700     IF WS-QDIST-KM > WS-QDIST-MAX-KM
026800         MOVE WS-QDIST-KM TO WS-DIST-ED
026900         MOVE WS-QDIST-MAX-KM TO WS-LIMITE-ED
027000         STRING 'DISTANCIA DE ' WS-DIST-ED
027100                ' KM ACIMA DO LIMITE DE ' WS-LIMITE-ED ' KM'
027200                DELIMITED BY SIZE INTO WS-MENSAGEM
027300         GO TO 3100-VALIDAR-CONTINGENCIA-EXIT
027400     END-IF.
027500     IF WS-QFOLGA-CONTNG < WS-QFOLGA-MIN
027600         MOVE WS-QFOLGA-CONTNG TO WS-FOLGA-ED
027700         MOVE WS-QFOLGA-MIN TO WS-LIMITE-ED
027800         STRING 'FOLGA DE LOTACAO ' WS-FOLGA-ED
027900                ' ABAIXO DO MINIMO DE ' WS-LIMITE-ED
028000                DELIMITED BY SIZE INTO WS-MENSAGEM
028100     END-IF.
028200 3100-VALIDAR-CONTINGENCIA-EXIT.
028300     EXIT.
028400******************************************************************
028500*    3200-CARREGAR-LIMITES                                      *
028600*    DISTANCIA MAXIMA E FOLGA MINIMA DA TABELA DE PARAMETROS;    *
028700*    SEM O PARAMETRO (OU INVALIDO) PREVALECE O VALOR PADRAO      *
028800******************************************************************
028900 3200-CARREGAR-LIMITES          SECTION.
029000     MOVE 'UORG0199' TO UORGL148-CPGM-BATCH.
029100     MOVE 'DIST-MAX-KM' TO UORGL148-CPARAM.
029200     CALL 'UORG0148' USING UORGL148-PARMS.
029300     IF UORGL148-OK
029400        AND UORGL148-VPARAM (1:3) IS NUMERIC
029500         MOVE UORGL148-VPARAM (1:3) TO WS-QDIST-MAX-KM
029600     END-IF.
029700     MOVE 'UORG0199' TO UORGL148-CPGM-BATCH.
029800     MOVE 'FOLGA-MIN' TO UORGL148-CPARAM.
029900     CALL 'UORG0148' USING UORGL148-PARMS.
030000     IF UORGL148-OK
030100        AND UORGL148-VPARAM (1:3) IS NUMERIC
030200         MOVE UORGL148-VPARAM (1:3) TO WS-QFOLGA-MIN
030300     END-IF.
030400 3200-CARREGAR-LIMITES-EXIT.
030500     EXIT.
030600******************************************************************
030700*    4000-EXIBIR-PAR                                            *
030800*    MOSTRA A UNIDADE E, SE HOUVER, A CONTINGENCIA DESIGNADA COM *
030900*    A DISTANCIA GRAVADA E A FOLGA DE LOTACAO ATUAL              *
031000******************************************************************
031100 4000-EXIBIR-PAR                SECTION.
031200     MOVE WS-IABREV-UND-ORGNZ TO ABREVO.
031300     MOVE WS-CSIT-UND-ORGNZ TO WS-SIT-ED.
031400     MOVE WS-SIT-ED TO SITO.
031500     MOVE SPACES TO CPSCTGO NSQCTGO ABRCTGO SITCTGO
031600                    DISTO FOLGAO INCLO.
031700     PERFORM 7100-LER-PAR
031800         THRU 7100-LER-PAR-EXIT.
031900     IF NOT WS-ACHOU-PAR
032000         IF WS-MENSAGEM = SPACES
032100             MOVE 'UNIDADE SEM UNIDADE DE CONTINGENCIA DESIGNADA'
032200                 TO WS-MENSAGEM
032300         END-IF
032400         GO TO 4000-EXIBIR-PAR-EXIT
032500     END-IF.
032600     MOVE WS-CPSSOA-CONTNG TO CPSCTGO.
032700     MOVE WS-NSEQ-CONTNG TO NSQCTGO.
032800     MOVE WS-QDIST-KM TO WS-DIST-ED.
032900     MOVE WS-DIST-ED TO DISTO.
033000     STRING WS-HINCL-REG ' ' WS-CUSUAR-INCL
033100            DELIMITED BY SIZE INTO INCLO.
033200     PERFORM 7200-LER-CONTINGENCIA
033300         THRU 7200-LER-CONTINGENCIA-EXIT.
033400     IF WS-ACHOU-CONTNG
033500         MOVE WS-IABREV-CONTNG TO ABRCTGO
033600         MOVE WS-CSIT-CONTNG TO WS-SIT-ED
033700         MOVE WS-SIT-ED TO SITCTGO
033800         MOVE WS-QFOLGA-CONTNG TO WS-FOLGA-ED
033900         MOVE WS-FOLGA-ED TO FOLGAO
034000     ELSE
034100         MOVE 'UNIDADE DE CONTINGENCIA NAO EXISTE MAIS' TO ABRCTGO
034200     END-IF.
034300     IF WS-MENSAGEM = SPACES
034400         MOVE 'PAR DE CONTINGENCIA CONSULTADO' TO WS-MENSAGEM
034500     END-IF.
034600 4000-EXIBIR-PAR-EXIT.
034700     EXIT.
034800******************************************************************
034900*    5000-INCLUIR-PAR                                           *
035000******************************************************************
035100 5000-INCLUIR-PAR               SECTION.
035200     PERFORM 3100-VALIDAR-CONTINGENCIA
035300         THRU 3100-VALIDAR-CONTINGENCIA-EXIT.
035400     IF WS-MENSAGEM NOT = SPACES
035500         GO TO 5000-INCLUIR-PAR-EXIT
035600     END-IF.
035700     EXEC SQL
035800         INSERT INTO DB2PRD.TPAR_CONTNG_UND
035900                (CPSSOA_JURID, NSEQ_UND_ORGNZ,
036000                 CPSSOA_JURID_CONTNG, NSEQ_UND_CONTNG, QDIST_KM,
036100                 HINCL_REG, CUSUAR_INCL)
036200         VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
036300                 :WS-CPSSOA-CONTNG, :WS-NSEQ-CONTNG, :WS-QDIST-KM,
036400                 CURRENT TIMESTAMP, :WS-CUSUARIO)
036500     END-EXEC.
036600     EVALUATE TRUE
036700         WHEN SQLCODE = ZERO
036800             MOVE 'PAR DE CONTINGENCIA INCLUIDO COM SUCESSO'
036900                 TO WS-MENSAGEM
037000         WHEN SQLCODE = -803
037100             MOVE 'UNIDADE JA TEM CONTINGENCIA - USE FUNCAO A'
037200                 TO WS-MENSAGEM
037300         WHEN OTHER
037400             MOVE 'ERRO NA INCLUSAO DO PAR DE CONTINGENCIA'
037500                 TO WS-MENSAGEM
037600     END-EVALUATE.
037700 5000-INCLUIR-PAR-EXIT.
037800     EXIT.
037900******************************************************************
038000*    5500-ALTERAR-PAR                                           *
038100******************************************************************
038200 5500-ALTERAR-PAR               SECTION.
038300     PERFORM 3100-VALIDAR-CONTINGENCIA
038400         THRU 3100-VALIDAR-CONTINGENCIA-EXIT.
038500     IF WS-MENSAGEM NOT = SPACES
038600         GO TO 5500-ALTERAR-PAR-EXIT
038700     END-IF.
038800     EXEC SQL
038900         UPDATE DB2PRD.TPAR_CONTNG_UND
039000            SET CPSSOA_JURID_CONTNG = :WS-CPSSOA-CONTNG,
039100                NSEQ_UND_CONTNG     = :WS-NSEQ-CONTNG,
039200                QDIST_KM            = :WS-QDIST-KM,
039300                HMANUT_REG          = CURRENT TIMESTAMP,
039400                CUSUAR_MANUT        = :WS-CUSUARIO
039500          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
039600            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
039700     END-EXEC.
039800     EVALUATE TRUE
039900         WHEN SQLCODE = ZERO
040000             MOVE 'PAR DE CONTINGENCIA ALTERADO COM SUCESSO'
040100                 TO WS-MENSAGEM
040200         WHEN SQLCODE = 100
040300             MOVE 'UNIDADE SEM CONTINGENCIA - USE FUNCAO I'
040400                 TO WS-MENSAGEM
040500         WHEN OTHER
040600             MOVE 'ERRO NA ALTERACAO DO PAR DE CONTINGENCIA'
040700                 TO WS-MENSAGEM
040800     END-EVALUATE.
040900 5500-ALTERAR-PAR-EXIT.
041000     EXIT.
041100******************************************************************
041200*    6000-EXCLUIR-PAR                                           *
041300******************************************************************
041400 6000-EXCLUIR-PAR               SECTION.
041500     EXEC SQL
041600         DELETE FROM DB2PRD.TPAR_CONTNG_UND
041700          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
041800            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
041900     END-EXEC.
042000     EVALUATE TRUE
042100         WHEN SQLCODE = ZERO
042200             MOVE 'PAR DE CONTINGENCIA EXCLUIDO COM SUCESSO'
042300                 TO WS-MENSAGEM
042400         WHEN SQLCODE = 100
042500             MOVE 'UNIDADE SEM UNIDADE DE CONTINGENCIA DESIGNADA'
042600                 TO WS-MENSAGEM
042700         WHEN OTHER
042800             MOVE 'ERRO NA EXCLUSAO DO PAR DE CONTINGENCIA'
042900                 TO WS-MENSAGEM
043000     END-EVALUATE.
043100 6000-EXCLUIR-PAR-EXIT.
043200     EXIT.
043300******************************************************************
043400*    7000-LER-UNIDADE                                           *
043500******************************************************************
043600 7000-LER-UNIDADE               SECTION.
043700     MOVE 'N' TO WS-SW-ACHOU-UNIDADE.
043800     EXEC SQL
043900         SELECT IABREV_UND_ORGNZ, CSIT_UND_ORGNZ
044000           INTO :WS-IABREV-UND-ORGNZ:WS-IND-ABREV,
044100                :WS-CSIT-UND-ORGNZ:WS-IND-CSIT
044200           FROM DB2PRD.TUND_ORGNZ
044300          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
044400            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
044500     END-EXEC.
044600     EVALUATE TRUE
044700         WHEN SQLCODE = ZERO
044800             IF WS-IND-ABREV < ZERO
044900                 MOVE SPACES TO WS-IABREV-UND-ORGNZ
045000             END-IF
045100             IF WS-IND-CSIT < ZERO
045200                 MOVE ZERO TO WS-CSIT-UND-ORGNZ
045300             END-IF
045400             MOVE 'S' TO WS-SW-ACHOU-UNIDADE
045500         WHEN SQLCODE = 100
045600             MOVE 'UNIDADE NAO ENCONTRADA' TO WS-MENSAGEM
045700         WHEN OTHER
045800             MOVE 'ERRO NA CONSULTA DA UNIDADE' TO WS-MENSAGEM
045900     END-EVALUATE.
046000 7000-LER-UNIDADE-EXIT.
046100     EXIT.
046200******************************************************************
046300*    7100-LER-PAR                                               *
046400******************************************************************
046500 7100-LER-PAR                   SECTION.
046600     MOVE 'N' TO WS-SW-ACHOU-PAR.
046700     EXEC SQL
046800         SELECT CPSSOA_JURID_CONTNG, NSEQ_UND_CONTNG,
046900                COALESCE(QDIST_KM, 0), CHAR(DATE(HINCL_REG), ISO),
047000                CUSUAR_INCL
047100           INTO :WS-CPSSOA-CONTNG, :WS-NSEQ-CONTNG, :WS-QDIST-KM,
047200                :WS-HINCL-REG, :WS-CUSUAR-INCL
047300           FROM DB2PRD.TPAR_CONTNG_UND
047400          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
047500            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
047600     END-EXEC.
047700     EVALUATE TRUE
047800         WHEN SQLCODE = ZERO
047900             MOVE 'S' TO WS-SW-ACHOU-PAR
048000         WHEN SQLCODE = 100
048100             CONTINUE
048200         WHEN OTHER
048300             MOVE 'ERRO NA CONSULTA DO PAR DE CONTINGENCIA'
048400                 TO WS-MENSAGEM
048500     END-EVALUATE.
048600 7100-LER-PAR-EXIT.
048700     EXIT.
048800******************************************************************
048900*    7200-LER-CONTINGENCIA                                      *
049000*    NOME, SITUACAO E FOLGA DE LOTACAO DA UNIDADE DE CONTINGENCIA*
049100******************************************************************
049200 7200-LER-CONTINGENCIA          SECTION.
049300     MOVE 'N' TO WS-SW-ACHOU-CONTNG.
049400     EXEC SQL
049500         SELECT IABREV_UND_ORGNZ, CSIT_UND_ORGNZ,
049600                COALESCE(QLOTACAO_UND_ORGNZ, 0),
049700                COALESCE(QFUNC_ATUAL_UND_ORGNZ, 0)
049800           INTO :WS-IABREV-CONTNG:WS-IND-ABREV-CTG,
049900                :WS-CSIT-CONTNG:WS-IND-CSIT-CTG,
050000                :WS-QLOTACAO-CONTNG, :WS-QFUNC-CONTNG
050100           FROM DB2PRD.TUND_ORGNZ
050200          WHERE CPSSOA_JURID   = :WS-CPSSOA-CONTNG
050300            AND NSEQ_UND_ORGNZ = :WS-NSEQ-CONTNG
050400     END-EXEC.
050500     EVALUATE TRUE
050600         WHEN SQLCODE = ZERO
050700             IF WS-IND-ABREV-CTG < ZERO
050800                 MOVE SPACES TO WS-IABREV-CONTNG
050900             END-IF
051000             IF WS-IND-CSIT-CTG < ZERO
051100                 MOVE ZERO TO WS-CSIT-CONTNG
051200             END-IF
051300             COMPUTE WS-QFOLGA-CONTNG =
051400                 WS-QLOTACAO-CONTNG - WS-QFUNC-CONTNG
051500             MOVE 'S' TO WS-SW-ACHOU-CONTNG
051600         WHEN SQLCODE = 100
051700             CONTINUE
051800         WHEN OTHER
051900             MOVE 'ERRO NA CONSULTA DA UNIDADE DE CONTINGENCIA'
052000                 TO WS-MENSAGEM
052100     END-EVALUATE.
052200 7200-LER-CONTINGENCIA-EXIT.
052300     EXIT.
052400******************************************************************
052500*    7300-CALCULAR-DISTANCIA                                    *
052600*    DISTANCIA REAL EM KM ENTRE AS DUAS UNIDADES PELA FORMULA DE *
052700*    HAVERSINE SOBRE AS COORDENADAS (DIAMETRO DA TERRA 12742 KM) *
052800******************************************************************
052900 7300-CALCULAR-DISTANCIA        SECTION.
053000     EXEC SQL
053100         SELECT 12742 * ASIN(SQRT(
053200                  POWER(SIN(RADIANS(B.VLATD_UND_ORGNZ
053300                        - A.VLATD_UND_ORGNZ) / 2), 2)
053400                  + COS(RADIANS(A.VLATD_UND_ORGNZ))
053500                  * COS(RADIANS(B.VLATD_UND_ORGNZ))
053600                  * POWER(SIN(RADIANS(B.VLONGD_UND_ORGNZ
053700                        - A.VLONGD_UND_ORGNZ) / 2), 2)))
053800           INTO :WS-QDIST-KM:WS-IND-DIST
053900           FROM DB2PRD.TUND_ORGNZ A,
054000                DB2PRD.TUND_ORGNZ B
054100          WHERE A.CPSSOA_JURID   = :WS-CPSSOA-JURID
054200            AND A.NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
054300            AND B.CPSSOA_JURID   = :WS-CPSSOA-CONTNG
054400            AND B.NSEQ_UND_ORGNZ = :WS-NSEQ-CONTNG
054500     END-EXEC.
054600     EVALUATE TRUE
054700         WHEN SQLCODE = ZERO AND WS-IND-DIST >= ZERO
054800             CONTINUE
054900         WHEN SQLCODE = ZERO OR SQLCODE = 100
055000             MOVE 'SEM COORDENADAS - DISTANCIA NAO APURADA'
055100                 TO WS-MENSAGEM
055200         WHEN OTHER
055300             MOVE 'ERRO NO CALCULO DA DISTANCIA' TO WS-MENSAGEM
055400     END-EVALUATE.
055500 7300-CALCULAR-DISTANCIA-EXIT.
055600     EXIT.
055700******************************************************************
055800*    8900-VERIFICAR-JANELA                                       *
055900*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
056000*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
056100******************************************************************
056200 8900-VERIFICAR-JANELA          SECTION.
056300     MOVE 'C' TO UORGL183-FUNCTION.
056400     CALL 'UORG0183' USING UORGL183-PARMS.
056500     IF UORGL183-JANELA-FECHADA
056600         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
056700     END-IF.
056800 8900-VERIFICAR-JANELA-EXIT.
056900     EXIT.
057000******************************************************************
057100*    9000-ENCERRAR                                               *
057200******************************************************************
057300 9000-ENCERRAR                  SECTION.
057400     IF EIBCALEN = ZERO
057500         EXEC CICS
057600             RETURN TRANSID('UO80')
057700                  COMMAREA(WS-COMMAREA-INICIAL)
057800         END-EXEC
057900     END-IF.
058000     EXEC CICS
058100         RETURN TRANSID('UO80') COMMAREA(DFHCOMMAREA)
058200     END-EXEC.
058300     GOBACK.
