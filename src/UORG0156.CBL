000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0156                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0156.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - TRANSACAO UO76, MANUTENCAO ONLINE DAS *
001600*                SOLICITACOES DE INSTALACAO (TMANUT_EMPR_GRP):   *
001700*                CONSULTA, INCLUSAO, ALTERACAO E CANCELAMENTO,   *
001800*                COM DATAS VIA UORG0007, NINSCR_REG_EMPR VIA     *
001900*                UORG0023, PLANO DE CONTAS VIA UORG0077 E        *
002000*                HISTORICO VIA UORG0065. AUTORIZACAO UORG0072.   *
002010* 15/10/2026 ES  TIPO DE DOCUMENTO EM BRANCO NA CHAMADA DA       *
002020*                UORG0023 (VALIDA NINSCR-REG-EMPR, NAO CNPJ).    *
002030* 15/10/2026 ES  ATUALIZACAO RECUSADA COM MENSAGEM DO CATALOGO   *
002040*                ENQUANTO A CADEIA BATCH MANTEM A JANELA DE      *
002050*                PROCESSAMENTO FECHADA (UORG0183).               *
002100******************************************************************
002200*
002300*    FUNCAO: TRANSACAO CICS DE MANUTENCAO PSEUDO-CONVERSACIONAL
002400*    DA SOLICITACAO DE INSTALACAO (NSEQ_SOLTC_MANUT), QUE ATE
002500*    ENTAO SO CHEGAVA DE FORA E ERA CONSULTADA PELA UO06.
002600*    FUNCAO 'C' CONSULTA A SOLICITACAO E GUARDA O HMANUT_REG
002700*    LIDO NA COMMAREA; 'I' INCLUI; 'A' ALTERA A SOLICITACAO
002800*    PREVIAMENTE CONSULTADA; 'X' CANCELA A SOLICITACAO
002900*    PREVIAMENTE CONSULTADA (CSIT_DOCTO_FSCAL = 9, FORA DAS
003000*    FILAS DE PENDENCIA DE UORG0018/UORG0033/UORG0118/UORG0151).
003100*    ANTES DE GRAVAR, TODA INCLUSAO/ALTERACAO PASSA PELAS MESMAS
003200*    VALIDACOES DA PRE-VALIDACAO UORG0033 - DATAS CRUZADAS
003300*    (UORG0007), DIGITO DO NINSCR_REG_EMPR (UORG0023) E PLANO DE
003400*    CONTAS (UORG0077) - E A SOLICITACAO RUIM E RECUSADA NA
003500*    TELA. A ALTERACAO E O CANCELAMENTO RECUSAM A GRAVACAO
003600*    QUANDO O HMANUT_REG ATUAL DIFERE DO GUARDADO NA COMMAREA.
003700*    TODA MANUTENCAO GRAVA AS IMAGENS ANTES/DEPOIS EM
003800*    TMANUT_EMPR_HIST PELA UORG0065. PF3 ENCERRA.
003900*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.         IBM-390.
004300 OBJECT-COMPUTER.         IBM-390.
004400 DATA DIVISION.
004500 WORKING-STORAGE SECTION.
004600     EXEC SQL INCLUDE SQLCA END-EXEC.
004700 01  WS-SWITCHES.
004800     05 WS-SW-ACHOU-SOLTC        PIC X(1) VALUE 'N'.
004900        88 WS-ACHOU-SOLTC             VALUE 'S'.
005000 01  WS-CONSTANTES.
005100     05 WS-CSIT-CANCELADA        PIC S9(2)V COMP-3 VALUE 9.
005200 01  WS-AREA-TRABALHO.
005300     05 WS-NSEQ-SOLTC-MANUT      PIC S9(10)V COMP-3.
005400     05 WS-CPSSOA-JURID-CONGL    PIC S9(10)V COMP-3.
005500     05 WS-CTPO-PLANO-CTA        PIC S9(2)V COMP-3.
005600     05 WS-CTPO-PRTCP-EMPR       PIC S9(2)V COMP-3.
005700     05 WS-DATA-INSTA-EMPR       PIC X(10).
005800     05 WS-HINSTA-EMPR           PIC X(8).
005900     05 WS-NATA-INSTA-EMPR       PIC S9(10)V COMP-3.
006000     05 WS-DENCRR-CTBIL          PIC X(10).
006100     05 WS-DULT-ALT-ATA-INSTA    PIC X(10).
006200     05 WS-DENCRR-LEGAL          PIC X(10).
006300     05 WS-NARQ-ATA-INSTA-UND    PIC S9(12)V COMP-3.
006400     05 WS-DARQ-ATA-INSTA-UND    PIC X(10).
006500     05 WS-NARQ-ATA-SEDE         PIC S9(12)V COMP-3.
006600     05 WS-DARQ-INSTA-SEDE       PIC X(10).
006700     05 WS-NINSCR-REG-EMPR       PIC S9(11)V COMP-3.
006800     05 WS-CSIT-DOCTO-FSCAL      PIC S9(2)V COMP-3.
006900     05 WS-HMANUT-REG            PIC X(26).
007000     05 WS-QTDE-EXISTE           PIC S9(7) COMP VALUE ZERO.
007100 01  WS-IMAGEM-ANTERIOR.
007200     05 WS-DATA-INSTA-ANT        PIC X(10).
007300     05 WS-DENCRR-CTBIL-ANT      PIC X(10).
007400     05 WS-DENCRR-LEGAL-ANT      PIC X(10).
007500     05 WS-NINSCR-ANT            PIC S9(11)V COMP-3.
007600     05 WS-CSIT-DOCTO-ANT        PIC S9(2)V COMP-3.
007700 01  WS-INDICADORES.
007800     05 WS-IND-CONGL             PIC S9(4) COMP-5.
007900     05 WS-IND-PLANO             PIC S9(4) COMP-5.
008000     05 WS-IND-PRTCP             PIC S9(4) COMP-5.
008100     05 WS-IND-DINST             PIC S9(4) COMP-5.
008200     05 WS-IND-HINST             PIC S9(4) COMP-5.
008300     05 WS-IND-NATA              PIC S9(4) COMP-5.
008400     05 WS-IND-DCTBIL            PIC S9(4) COMP-5.
008500     05 WS-IND-DALTAT            PIC S9(4) COMP-5.
008600     05 WS-IND-DLEGAL            PIC S9(4) COMP-5.
008700     05 WS-IND-NARQU             PIC S9(4) COMP-5.
008800     05 WS-IND-DARQU             PIC S9(4) COMP-5.
008900     05 WS-IND-NARQS             PIC S9(4) COMP-5.
009000     05 WS-IND-DARQS             PIC S9(4) COMP-5.
009100     05 WS-IND-SITDOC            PIC S9(4) COMP-5.
009200     05 WS-IND-HMANUT            PIC S9(4) COMP-5.
009300 01  WS-CUSUARIO                 PIC X(9).
009400 01  WS-MENSAGEM                 PIC X(60).
009500 01  WS-COMMAREA-INICIAL.
009600     05 FILLER                   PIC X(1)  VALUE SPACE.
009700     05 FILLER                   PIC X(10) VALUE ZEROS.
009800     05 FILLER                   PIC X(26) VALUE SPACES.
009900 01  WS-TECLAS-PF.
010000     05 WS-PF3                   PIC X(1) VALUE '3'.
010100 COPY UORGM156.
010200 COPY UORGL007.
010300 COPY UORGL023.
010400 COPY UORGL065.
010500 COPY UORGL072.
010600 COPY UORGL077.
010610 COPY UORGL183.
010700 LINKAGE SECTION.
010800     COPY UORGL156 REPLACING UORGL156-COMMAREA BY DFHCOMMAREA.
010900 PROCEDURE DIVISION.
011000******************************************************************
011100*    0000-MAINLINE                                               *
011200******************************************************************
011300 0000-MAINLINE                  SECTION.
011400     IF EIBCALEN = ZERO
011500         PERFORM 1000-TELA-INICIAL
011600             THRU 1000-TELA-INICIAL-EXIT
011700     ELSE
011800         PERFORM 2000-PROCESSAR-TELA
011900             THRU 2000-PROCESSAR-TELA-EXIT
012000     END-IF.
012100     GO TO 9000-ENCERRAR.
012200******************************************************************
012300*    1000-TELA-INICIAL                                          *
012400******************************************************************
012500 1000-TELA-INICIAL              SECTION.
012600     MOVE SPACES TO UORGM156O.
012700     MOVE -1 TO FUNCAOL.
012800     EXEC CICS
012900         SEND MAP('UORGM156') MAPSET('UORGS76')
013000              FROM(UORGM156O) ERASE
013100     END-EXEC.
013200 1000-TELA-INICIAL-EXIT.
013300     EXIT.
013400******************************************************************
013500*    2000-PROCESSAR-TELA                                        *
013600******************************************************************
013700 2000-PROCESSAR-TELA            SECTION.
013800     IF EIBAID = WS-PF3
013900         EXEC CICS
014000             SEND TEXT FROM('FIM DA MANUTENCAO')
014100                  ERASE FREEKB
014200         END-EXEC
014300         EXEC CICS
014400             RETURN
014500         END-EXEC
014600     END-IF.
014700     EXEC CICS
014800         RECEIVE MAP('UORGM156') MAPSET('UORGS76')
014900              INTO(UORGM156I)
015000     END-EXEC.
015100     MOVE EIBOPID TO WS-CUSUARIO.
015200     MOVE WS-CUSUARIO TO UORGL072-CUSUAR.
015300     IF FUNCAOI = 'C'
015400         MOVE 'CONSULTA' TO UORGL072-CFUNCAO
015500     ELSE
015600         MOVE 'INSTALAC' TO UORGL072-CFUNCAO
015700     END-IF.
015800     MOVE ZERO TO UORGL072-CPSSOA-JURID.
015900     CALL 'UORG0072' USING UORGL072-PARMS.
016000     IF NOT UORGL072-AUTORIZADO
016100         MOVE 'USUARIO SEM AUTORIZACAO PARA A FUNCAO'
016200             TO WS-MENSAGEM
016300         MOVE WS-MENSAGEM TO MSGO
016400         EXEC CICS
016500             SEND MAP('UORGM156') MAPSET('UORGS76')
016600                  FROM(UORGM156O) ERASE
016700         END-EXEC
016800         GO TO 2000-PROCESSAR-TELA-EXIT
016900     END-IF.
017000     MOVE SPACES TO WS-MENSAGEM.
017100     PERFORM 3000-VALIDAR-CHAVE
017200         THRU 3000-VALIDAR-CHAVE-EXIT.
017210     IF WS-MENSAGEM = SPACES
017220        AND (FUNCAOI = 'I' OR FUNCAOI = 'A' OR FUNCAOI = 'X')
017230         PERFORM 8900-VERIFICAR-JANELA
017240             THRU 8900-VERIFICAR-JANELA-EXIT
017250     END-IF.
017300     IF WS-MENSAGEM = SPACES
017400         EVALUATE FUNCAOI
017500             WHEN 'C'
017600                 PERFORM 4000-CONSULTAR
017700                     THRU 4000-CONSULTAR-EXIT
017800             WHEN 'I'
017900                 PERFORM 5000-INCLUIR
018000                     THRU 5000-INCLUIR-EXIT
018100             WHEN 'A'
018200                 PERFORM 6000-ALTERAR
018300                     THRU 6000-ALTERAR-EXIT
018400             WHEN 'X'
018500                 PERFORM 6500-CANCELAR
018600                     THRU 6500-CANCELAR-EXIT
018700             WHEN OTHER
018800                 MOVE 'FUNCAO INVALIDA - INFORME C, I, A OU X'
018900                     TO WS-MENSAGEM
019000         END-EVALUATE
019100     END-IF.
019200     MOVE WS-MENSAGEM TO MSGO.
019300     EXEC CICS
019400         SEND MAP('UORGM156') MAPSET('UORGS76')
019500              FROM(UORGM156O) ERASE
019600     END-EXEC.
019700 2000-PROCESSAR-TELA-EXIT.
019800     EXIT.
019900******************************************************************
020000*    3000-VALIDAR-CHAVE                                         *
020100******************************************************************
020200 3000-VALIDAR-CHAVE             SECTION.
020300     IF NSEQI IS NOT NUMERIC OR NSEQI = SPACES
020400         MOVE 'NUMERO DA SOLICITACAO INVALIDO' TO WS-MENSAGEM
020500         GO TO 3000-VALIDAR-CHAVE-EXIT
020600     END-IF.
020700     MOVE NSEQI TO WS-NSEQ-SOLTC-MANUT.
020800     IF WS-NSEQ-SOLTC-MANUT = ZERO
020900         MOVE 'NUMERO DA SOLICITACAO INVALIDO' TO WS-MENSAGEM
021000     END-IF.
021100 3000-VALIDAR-CHAVE-EXIT.
021200     EXIT.
021300******************************************************************
021400*    3100-VALIDAR-DADOS                                         *
021500*    CRITICA OS CAMPOS DA TELA (CAMPO EM BRANCO = COLUNA NULA)  *
021600*    E SUBMETE A SOLICITACAO AOS SERVICOS DE VALIDACAO ANTES    *
021700*    DE QUALQUER GRAVACAO                                       *
021800******************************************************************
021900 3100-VALIDAR-DADOS             SECTION.
022000     MOVE ZERO TO WS-CPSSOA-JURID-CONGL.
022100     MOVE -1 TO WS-IND-CONGL.
022200     IF CONGLI NOT = SPACES AND CONGLI NOT = LOW-VALUES
022300         IF CONGLI IS NOT NUMERIC
022400             MOVE 'CONGLOMERADO INVALIDO' TO WS-MENSAGEM
022500             GO TO 3100-VALIDAR-DADOS-EXIT
022600         END-IF
022700         MOVE CONGLI TO WS-CPSSOA-JURID-CONGL
022800         MOVE ZERO TO WS-IND-CONGL
022900     END-IF.
023000     MOVE ZERO TO WS-CTPO-PLANO-CTA.
023100     MOVE -1 TO WS-IND-PLANO.
023200     IF PLANOI NOT = SPACES AND PLANOI NOT = LOW-VALUES
023300         IF PLANOI IS NOT NUMERIC
023400             MOVE 'TIPO DE PLANO DE CONTAS INVALIDO'
023500                 TO WS-MENSAGEM
023600             GO TO 3100-VALIDAR-DADOS-EXIT
023700         END-IF
023800         MOVE PLANOI TO WS-CTPO-PLANO-CTA
023900         MOVE ZERO TO WS-IND-PLANO
024000     END-IF.
024100     MOVE ZERO TO WS-CTPO-PRTCP-EMPR.
024200     MOVE -1 TO WS-IND-PRTCP.
024300     IF PRTCPI NOT = SPACES AND PRTCPI NOT = LOW-VALUES
024400         IF PRTCPI IS NOT NUMERIC
024500             MOVE 'TIPO DE PARTICIPACAO INVALIDO' TO WS-MENSAGEM
024600             GO TO 3100-VALIDAR-DADOS-EXIT
024700         END-IF
024800         MOVE PRTCPI TO WS-CTPO-PRTCP-EMPR
024900         MOVE ZERO TO WS-IND-PRTCP
025000     END-IF.
025100     MOVE ZERO TO WS-NATA-INSTA-EMPR.
025200     MOVE -1 TO WS-IND-NATA.
025300     IF NATAI NOT = SPACES AND NATAI NOT = LOW-VALUES
025400         IF NATAI IS NOT NUMERIC
025500             MOVE 'NUMERO DA ATA DE INSTALACAO INVALIDO'
025600                 TO WS-MENSAGEM
025700             GO TO 3100-VALIDAR-DADOS-EXIT
025800         END-IF
025900         MOVE NATAI TO WS-NATA-INSTA-EMPR
026000         MOVE ZERO TO WS-IND-NATA
026100     END-IF.
026200     MOVE ZERO TO WS-NARQ-ATA-INSTA-UND.
026300     MOVE -1 TO WS-IND-NARQU.
026400     IF NARQUI NOT = SPACES AND NARQUI NOT = LOW-VALUES
026500         IF NARQUI IS NOT NUMERIC
026600             MOVE 'NUMERO DE ARQUIVAMENTO DA UNIDADE INVALIDO'
026700                 TO WS-MENSAGEM
026800             GO TO 3100-VALIDAR-DADOS-EXIT
026900         END-IF
027000         MOVE NARQUI TO WS-NARQ-ATA-INSTA-UND
027100         MOVE ZERO TO WS-IND-NARQU
027200     END-IF.
027300     MOVE ZERO TO WS-NARQ-ATA-SEDE.
027400     MOVE -1 TO WS-IND-NARQS.
027500     IF NARQSI NOT = SPACES AND NARQSI NOT = LOW-VALUES
027600         IF NARQSI IS NOT NUMERIC
027700             MOVE 'NUMERO DE ARQUIVAMENTO DA SEDE INVALIDO'
027800                 TO WS-MENSAGEM
027900             GO TO 3100-VALIDAR-DADOS-EXIT
028000         END-IF
028100         MOVE NARQSI TO WS-NARQ-ATA-SEDE
028200         MOVE ZERO TO WS-IND-NARQS
028300     END-IF.
028400     MOVE ZERO TO WS-CSIT-DOCTO-FSCAL.
028500     MOVE -1 TO WS-IND-SITDOC.
028600     IF SITDOCI NOT = SPACES AND SITDOCI NOT = LOW-VALUES
028700         IF SITDOCI IS NOT NUMERIC
028800             MOVE 'SITUACAO DA DOCUMENTACAO FISCAL INVALIDA'
028900                 TO WS-MENSAGEM
029000             GO TO 3100-VALIDAR-DADOS-EXIT
029100         END-IF
029200         MOVE SITDOCI TO WS-CSIT-DOCTO-FSCAL
029300         MOVE ZERO TO WS-IND-SITDOC
029400         IF WS-CSIT-DOCTO-FSCAL = WS-CSIT-CANCELADA
029500             MOVE 'SITUACAO 9 SO PELO CANCELAMENTO (FUNCAO X)'
029600                 TO WS-MENSAGEM
029700             GO TO 3100-VALIDAR-DADOS-EXIT
029800         END-IF
029900     END-IF.
030000     MOVE SPACES TO WS-HINSTA-EMPR.
030100     MOVE -1 TO WS-IND-HINST.
030200     IF HINSTI NOT = SPACES AND HINSTI NOT = LOW-VALUES
030300         MOVE HINSTI TO WS-HINSTA-EMPR
030400         MOVE ZERO TO WS-IND-HINST
030500     END-IF.
030600     PERFORM 3200-MOVER-DATAS
030700         THRU 3200-MOVER-DATAS-EXIT.
030800     IF NINSCRI IS NOT NUMERIC OR NINSCRI = SPACES
030900         MOVE 'NINSCR_REG_EMPR OBRIGATORIO E NUMERICO'
031000             TO WS-MENSAGEM
031100         GO TO 3100-VALIDAR-DADOS-EXIT
031200     END-IF.
031300     MOVE NINSCRI TO WS-NINSCR-REG-EMPR.
031400     MOVE WS-NINSCR-REG-EMPR TO UORGL023-NINSCR-REG-EMPR.
031410     MOVE SPACE TO UORGL023-CTPO-DOCTO.
031500     CALL 'UORG0023' USING UORGL023-PARMS.
031600     EVALUATE TRUE
031700         WHEN UORGL023-DIGITO-INVALIDO
031800             MOVE 'NINSCR_REG_EMPR COM DIGITO INVALIDO'
031900                 TO WS-MENSAGEM
032000             GO TO 3100-VALIDAR-DADOS-EXIT
032100         WHEN UORGL023-NAO-INFORMADO
032200             MOVE 'NINSCR_REG_EMPR OBRIGATORIO E NUMERICO'
032300                 TO WS-MENSAGEM
032400             GO TO 3100-VALIDAR-DADOS-EXIT
032500         WHEN OTHER
032600             CONTINUE
032700     END-EVALUATE.
032800     CALL 'UORG0007' USING UORGL007-PARMS.
032900     EVALUATE TRUE
033000         WHEN UORGL007-OK
033100             CONTINUE
033200         WHEN UORGL007-ALTERACAO-INVALIDA
033300             MOVE 'ALTERACAO DE ATA ANTERIOR A INSTALACAO'
033400                 TO WS-MENSAGEM
033500             GO TO 3100-VALIDAR-DADOS-EXIT
033600         WHEN UORGL007-ENCERRAMENTO-INVALIDO
033700             MOVE 'ENCERRAMENTO LEGAL ANTERIOR AO CONTABIL'
033800                 TO WS-MENSAGEM
033900             GO TO 3100-VALIDAR-DADOS-EXIT
034000         WHEN UORGL007-ARQUIVAMENTO-INVALIDO
034100             MOVE 'ARQUIVAMENTO ANTERIOR A INSTALACAO'
034200                 TO WS-MENSAGEM
034300             GO TO 3100-VALIDAR-DADOS-EXIT
034400         WHEN OTHER
034500             MOVE 'DATA INVALIDA - USE O FORMATO AAAA-MM-DD'
034600                 TO WS-MENSAGEM
034700             GO TO 3100-VALIDAR-DADOS-EXIT
034800     END-EVALUATE.
034900     IF WS-IND-PLANO >= ZERO
035000         MOVE WS-CTPO-PLANO-CTA TO UORGL077-CTPO-PLANO-CTA
035100         CALL 'UORG0077' USING UORGL077-PARMS
035200         EVALUATE TRUE
035300             WHEN UORGL077-OK
035400                 CONTINUE
035500             WHEN UORGL077-PLANO-INATIVO
035600                 MOVE 'PLANO DE CONTAS APOSENTADO' TO WS-MENSAGEM
035700             WHEN UORGL077-PLANO-INEXISTENTE
035800                 MOVE 'PLANO DE CONTAS DESCONHECIDO'
035900                     TO WS-MENSAGEM
036000             WHEN OTHER
036100                 MOVE 'ERRO NA VALIDACAO DO PLANO DE CONTAS'
036200                     TO WS-MENSAGEM
036300         END-EVALUATE
036400     END-IF.
036500 3100-VALIDAR-DADOS-EXIT.
036600     EXIT.
036700******************************************************************
036800*    3200-MOVER-DATAS                                           *
036900*    DATAS DA TELA (AAAA-MM-DD) PARA A AREA DE TRABALHO E PARA  *
037000*    OS PARAMETROS DA UORG0007; DATA EM BRANCO = COLUNA NULA    *
037100******************************************************************
037200 3200-MOVER-DATAS               SECTION.
037300     MOVE SPACES TO WS-DATA-INSTA-EMPR WS-DENCRR-CTBIL
037400                    WS-DULT-ALT-ATA-INSTA WS-DENCRR-LEGAL
037500                    WS-DARQ-ATA-INSTA-UND WS-DARQ-INSTA-SEDE.
037600     MOVE -1 TO WS-IND-DINST WS-IND-DCTBIL WS-IND-DALTAT
037700                WS-IND-DLEGAL WS-IND-DARQU WS-IND-DARQS.
037800     IF DINSTI NOT = SPACES AND DINSTI NOT = LOW-VALUES
037900         MOVE DINSTI TO WS-DATA-INSTA-EMPR
038000         MOVE ZERO TO WS-IND-DINST
038100     END-IF.
038200     IF DCTBILI NOT = SPACES AND DCTBILI NOT = LOW-VALUES
038300         MOVE DCTBILI TO WS-DENCRR-CTBIL
038400         MOVE ZERO TO WS-IND-DCTBIL
038500     END-IF.
038600     IF DALTATI NOT = SPACES AND DALTATI NOT = LOW-VALUES
038700         MOVE DALTATI TO WS-DULT-ALT-ATA-INSTA
038800         MOVE ZERO TO WS-IND-DALTAT
038900     END-IF.
039000     IF DLEGALI NOT = SPACES AND DLEGALI NOT = LOW-VALUES
039100         MOVE DLEGALI TO WS-DENCRR-LEGAL
039200         MOVE ZERO TO WS-IND-DLEGAL
039300     END-IF.
039400     IF DARQUI NOT = SPACES AND DARQUI NOT = LOW-VALUES
039500         MOVE DARQUI TO WS-DARQ-ATA-INSTA-UND
039600         MOVE ZERO TO WS-IND-DARQU
039700     END-IF.
039800     IF DARQSI NOT = SPACES AND DARQSI NOT = LOW-VALUES
039900         MOVE DARQSI TO WS-DARQ-INSTA-SEDE
040000         MOVE ZERO TO WS-IND-DARQS
040100     END-IF.
040200     MOVE WS-DATA-INSTA-EMPR TO UORGL007-DATA-INSTA-EMPR.
040300     MOVE WS-DENCRR-CTBIL TO UORGL007-DENCRR-CTBIL.
040400     MOVE WS-DULT-ALT-ATA-INSTA TO UORGL007-DULT-ALT-ATA-INSTA.
040500     MOVE WS-DENCRR-LEGAL TO UORGL007-DENCRR-LEGAL.
040600     MOVE WS-DARQ-ATA-INSTA-UND TO UORGL007-DARQ-ATA-INSTA-UND.
040700     MOVE WS-DARQ-INSTA-SEDE TO UORGL007-DARQ-INSTA-SEDE.
040800 3200-MOVER-DATAS-EXIT.
040900     EXIT.
041000******************************************************************
041100*    4000-CONSULTAR                                             *
041200*    LE A SOLICITACAO, MONTA A TELA E GUARDA O HMANUT_REG NA    *
041300*    COMMAREA PARA A CONFERENCIA DE CONCORRENCIA                *
041400******************************************************************
041500 4000-CONSULTAR                 SECTION.
041600     PERFORM 7000-LER-SOLICITACAO
041700         THRU 7000-LER-SOLICITACAO-EXIT.
041800     IF NOT WS-ACHOU-SOLTC
041900         GO TO 4000-CONSULTAR-EXIT
042000     END-IF.
042100     MOVE SPACES TO UORGM156O.
042200     MOVE 'C' TO FUNCAOO.
042300     MOVE WS-NSEQ-SOLTC-MANUT TO NSEQO.
042400     IF WS-IND-CONGL >= ZERO
042500         MOVE WS-CPSSOA-JURID-CONGL TO CONGLO
042600     END-IF.
042700     IF WS-IND-PLANO >= ZERO
042800         MOVE WS-CTPO-PLANO-CTA TO PLANOO
042900     END-IF.
043000     IF WS-IND-PRTCP >= ZERO
043100         MOVE WS-CTPO-PRTCP-EMPR TO PRTCPO
043200     END-IF.
043300     MOVE WS-DATA-INSTA-EMPR TO DINSTO.
043400     MOVE WS-HINSTA-EMPR TO HINSTO.
043500     IF WS-IND-NATA >= ZERO
043600         MOVE WS-NATA-INSTA-EMPR TO NATAO
043700     END-IF.
043800     MOVE WS-DENCRR-CTBIL TO DCTBILO.
043900     MOVE WS-DULT-ALT-ATA-INSTA TO DALTATO.
044000     MOVE WS-DENCRR-LEGAL TO DLEGALO.
044100     IF WS-IND-NARQU >= ZERO
044200         MOVE WS-NARQ-ATA-INSTA-UND TO NARQUO
044300     END-IF.
044400     MOVE WS-DARQ-ATA-INSTA-UND TO DARQUO.
044500     IF WS-IND-NARQS >= ZERO
044600         MOVE WS-NARQ-ATA-SEDE TO NARQSO
044700     END-IF.
044800     MOVE WS-DARQ-INSTA-SEDE TO DARQSO.
044900     MOVE WS-NINSCR-REG-EMPR TO NINSCRO.
045000     IF WS-IND-SITDOC >= ZERO
045100         MOVE WS-CSIT-DOCTO-FSCAL TO SITDOCO
045200     END-IF.
045300     MOVE WS-NSEQ-SOLTC-MANUT TO UORGL156-NSEQ-SOLTC-MANUT.
045400     MOVE WS-HMANUT-REG TO UORGL156-HMANUT-REG.
045500     IF WS-IND-SITDOC >= ZERO
045600         AND WS-CSIT-DOCTO-FSCAL = WS-CSIT-CANCELADA
045700         MOVE 'SOLICITACAO CANCELADA - SOMENTE CONSULTA'
045800             TO WS-MENSAGEM
045900     ELSE
046000         MOVE 'CONSULTA REALIZADA - ALTERE (A) OU CANCELE (X)'
046100             TO WS-MENSAGEM
046200     END-IF.
046300 4000-CONSULTAR-EXIT.
046400     EXIT.
046500******************************************************************
046600*    5000-INCLUIR                                               *
046700******************************************************************
046800 5000-INCLUIR                   SECTION.
046900     PERFORM 3100-VALIDAR-DADOS
047000         THRU 3100-VALIDAR-DADOS-EXIT.
047100     IF WS-MENSAGEM NOT = SPACES
047200         GO TO 5000-INCLUIR-EXIT
047300     END-IF.
047400     MOVE ZERO TO WS-QTDE-EXISTE.
047500     EXEC SQL
047600         SELECT COUNT(*)
047700           INTO :WS-QTDE-EXISTE
047800           FROM DB2PRD.TMANUT_EMPR_GRP
047900          WHERE NSEQ_SOLTC_MANUT = :WS-NSEQ-SOLTC-MANUT
048000     END-EXEC.
048100     IF WS-QTDE-EXISTE > ZERO
048200         MOVE 'SOLICITACAO JA EXISTE - USE FUNCAO A PARA ALTERAR'
048300             TO WS-MENSAGEM
048400         GO TO 5000-INCLUIR-EXIT
048500     END-IF.
048600     EXEC SQL
048700         INSERT INTO DB2PRD.TMANUT_EMPR_GRP
048800                (NSEQ_SOLTC_MANUT, CPSSOA_JURID_CONGL,
048900                 CSIT_DOCTO_FSCAL, CTPO_PLANO_CTA,
049000                 CTPO_PRTCP_EMPR, DATA_INSTA_EMPR, HINSTA_EMPR,
049100                 NATA_INSTA_EMPR, DENCRR_CTBIL,
049200                 DULT_ALT_ATA_INSTA, DENCRR_LEGAL,
049300                 NARQ_ATA_INSTA_UND, NINSCR_REG_EMPR,
049400                 DARQ_ATA_INSTA_UND, NARQ_ATA_SEDE,
049500                 DARQ_INSTA_SEDE, HINCL_REG, CUSUAR_INCL)
049600         VALUES (:WS-NSEQ-SOLTC-MANUT,
049700                 :WS-CPSSOA-JURID-CONGL:WS-IND-CONGL,
049800                 :WS-CSIT-DOCTO-FSCAL:WS-IND-SITDOC,
049900                 :WS-CTPO-PLANO-CTA:WS-IND-PLANO,
050000                 :WS-CTPO-PRTCP-EMPR:WS-IND-PRTCP,
050100                 :WS-DATA-INSTA-EMPR:WS-IND-DINST,
050200                 :WS-HINSTA-EMPR:WS-IND-HINST,
050300                 :WS-NATA-INSTA-EMPR:WS-IND-NATA,
050400                 :WS-DENCRR-CTBIL:WS-IND-DCTBIL,
050500                 :WS-DULT-ALT-ATA-INSTA:WS-IND-DALTAT,
050600                 :WS-DENCRR-LEGAL:WS-IND-DLEGAL,
050700                 :WS-NARQ-ATA-INSTA-UND:WS-IND-NARQU,
050800                 :WS-NINSCR-REG-EMPR,
050900                 :WS-DARQ-ATA-INSTA-UND:WS-IND-DARQU,
051000                 :WS-NARQ-ATA-SEDE:WS-IND-NARQS,
051100                 :WS-DARQ-INSTA-SEDE:WS-IND-DARQS,
051200                 CURRENT TIMESTAMP, :WS-CUSUARIO)
051300     END-EXEC.
051400     IF SQLCODE NOT = ZERO
051500         MOVE 'ERRO NA INCLUSAO DA SOLICITACAO' TO WS-MENSAGEM
051600         GO TO 5000-INCLUIR-EXIT
051700     END-IF.
051800     MOVE SPACES TO WS-DATA-INSTA-ANT WS-DENCRR-CTBIL-ANT
051900                    WS-DENCRR-LEGAL-ANT.
052000     MOVE ZERO TO WS-NINSCR-ANT WS-CSIT-DOCTO-ANT.
052100     PERFORM 8000-GRAVAR-HISTORICO
052200         THRU 8000-GRAVAR-HISTORICO-EXIT.
052300     IF UORGL065-ERRO-SQL
052400         MOVE 'INCLUIDA, ERRO NA GRAVACAO DO HISTORICO'
052500             TO WS-MENSAGEM
052600         GO TO 5000-INCLUIR-EXIT
052700     END-IF.
052800     MOVE 'SOLICITACAO INCLUIDA COM SUCESSO' TO WS-MENSAGEM.
052900 5000-INCLUIR-EXIT.
053000     EXIT.
053100******************************************************************
053200*    6000-ALTERAR                                               *
053300*    ALTERA A SOLICITACAO PREVIAMENTE CONSULTADA, COM           *
053400*    CONFERENCIA DE CONCORRENCIA PELO HMANUT_REG DA COMMAREA    *
053500******************************************************************
053600 6000-ALTERAR                   SECTION.
053700     IF UORGL156-NSEQ-SOLTC-MANUT NOT = NSEQI
053800         MOVE 'CONSULTE (FUNCAO C) ANTES DE ALTERAR'
053900             TO WS-MENSAGEM
054000         GO TO 6000-ALTERAR-EXIT
054100     END-IF.
054200     PERFORM 7000-LER-SOLICITACAO
054300         THRU 7000-LER-SOLICITACAO-EXIT.
054400     IF NOT WS-ACHOU-SOLTC
054500         GO TO 6000-ALTERAR-EXIT
054600     END-IF.
054700     IF WS-HMANUT-REG NOT = UORGL156-HMANUT-REG
054800         MOVE 'REGISTRO ALTERADO POR OUTRO OPERADOR, RECONSULTE'
054900             TO WS-MENSAGEM
055000         GO TO 6000-ALTERAR-EXIT
055100     END-IF.
055200     IF WS-IND-SITDOC >= ZERO
055300         AND WS-CSIT-DOCTO-FSCAL = WS-CSIT-CANCELADA
055400         MOVE 'SOLICITACAO CANCELADA NAO PODE SER ALTERADA'
055500             TO WS-MENSAGEM
055600         GO TO 6000-ALTERAR-EXIT
055700     END-IF.
055800     PERFORM 7100-GUARDAR-IMAGEM
055900         THRU 7100-GUARDAR-IMAGEM-EXIT.
056000     PERFORM 3100-VALIDAR-DADOS
056100         THRU 3100-VALIDAR-DADOS-EXIT.
056200     IF WS-MENSAGEM NOT = SPACES
056300         GO TO 6000-ALTERAR-EXIT
056400     END-IF.
056500     EXEC SQL
056600         UPDATE DB2PRD.TMANUT_EMPR_GRP
056700            SET CPSSOA_JURID_CONGL =
056800                    :WS-CPSSOA-JURID-CONGL:WS-IND-CONGL,
056900                CSIT_DOCTO_FSCAL =
057000                    :WS-CSIT-DOCTO-FSCAL:WS-IND-SITDOC,
057100                CTPO_PLANO_CTA = :WS-CTPO-PLANO-CTA:WS-IND-PLANO,
057200                CTPO_PRTCP_EMPR =
057300                    :WS-CTPO-PRTCP-EMPR:WS-IND-PRTCP,
057400                DATA_INSTA_EMPR =
057500                    :WS-DATA-INSTA-EMPR:WS-IND-DINST,
057600                HINSTA_EMPR = :WS-HINSTA-EMPR:WS-IND-HINST,
057700                NATA_INSTA_EMPR = :WS-NATA-INSTA-EMPR:WS-IND-NATA,
057800                DENCRR_CTBIL = :WS-DENCRR-CTBIL:WS-IND-DCTBIL,
057900                DULT_ALT_ATA_INSTA =
058000                    :WS-DULT-ALT-ATA-INSTA:WS-IND-DALTAT,
058100                DENCRR_LEGAL = :WS-DENCRR-LEGAL:WS-IND-DLEGAL,
058200                NARQ_ATA_INSTA_UND =
058300                    :WS-NARQ-ATA-INSTA-UND:WS-IND-NARQU,
058400                NINSCR_REG_EMPR = :WS-NINSCR-REG-EMPR,
058500                DARQ_ATA_INSTA_UND =
058600                    :WS-DARQ-ATA-INSTA-UND:WS-IND-DARQU,
058700                NARQ_ATA_SEDE = :WS-NARQ-ATA-SEDE:WS-IND-NARQS,
058800                DARQ_INSTA_SEDE =
058900                    :WS-DARQ-INSTA-SEDE:WS-IND-DARQS,
059000                CUSUAR_MANUT = :WS-CUSUARIO,
059100                HMANUT_REG = CURRENT TIMESTAMP
059200          WHERE NSEQ_SOLTC_MANUT = :WS-NSEQ-SOLTC-MANUT
059300     END-EXEC.
059400     IF SQLCODE NOT = ZERO
059500         MOVE 'ERRO NA ALTERACAO DA SOLICITACAO' TO WS-MENSAGEM
059600         GO TO 6000-ALTERAR-EXIT
059700     END-IF.
059800     PERFORM 8000-GRAVAR-HISTORICO
059900         THRU 8000-GRAVAR-HISTORICO-EXIT.
060000     IF UORGL065-ERRO-SQL
060100         MOVE 'ALTERADA, ERRO NA GRAVACAO DO HISTORICO'
060200             TO WS-MENSAGEM
060300         GO TO 6000-ALTERAR-EXIT
060400     END-IF.
060500     MOVE SPACES TO UORGL156-HMANUT-REG.
060600     MOVE 'SOLICITACAO ALTERADA COM SUCESSO' TO WS-MENSAGEM.
060700 6000-ALTERAR-EXIT.
060800     EXIT.
060900******************************************************************
061000*    6500-CANCELAR                                              *
061100*    CANCELA A SOLICITACAO PREVIAMENTE CONSULTADA: A LINHA      *
061200*    PERMANECE, COM CSIT_DOCTO_FSCAL = 9, E O CANCELAMENTO      *
061300*    FICA NO HISTORICO                                          *
061400******************************************************************
061500 6500-CANCELAR                  SECTION.
061600     IF UORGL156-NSEQ-SOLTC-MANUT NOT = NSEQI
061700         MOVE 'CONSULTE (FUNCAO C) ANTES DE CANCELAR'
061800             TO WS-MENSAGEM
061900         GO TO 6500-CANCELAR-EXIT
062000     END-IF.
062100     PERFORM 7000-LER-SOLICITACAO
062200         THRU 7000-LER-SOLICITACAO-EXIT.
062300     IF NOT WS-ACHOU-SOLTC
062400         GO TO 6500-CANCELAR-EXIT
062500     END-IF.
062600     IF WS-HMANUT-REG NOT = UORGL156-HMANUT-REG
062700         MOVE 'REGISTRO ALTERADO POR OUTRO OPERADOR, RECONSULTE'
062800             TO WS-MENSAGEM
062900         GO TO 6500-CANCELAR-EXIT
063000     END-IF.
063100     IF WS-IND-SITDOC >= ZERO
063200         AND WS-CSIT-DOCTO-FSCAL = WS-CSIT-CANCELADA
063300         MOVE 'SOLICITACAO JA ESTA CANCELADA' TO WS-MENSAGEM
063400         GO TO 6500-CANCELAR-EXIT
063500     END-IF.
063600     PERFORM 7100-GUARDAR-IMAGEM
063700         THRU 7100-GUARDAR-IMAGEM-EXIT.
063800     MOVE WS-CSIT-CANCELADA TO WS-CSIT-DOCTO-FSCAL.
063900     EXEC SQL
064000         UPDATE DB2PRD.TMANUT_EMPR_GRP
064100            SET CSIT_DOCTO_FSCAL = :WS-CSIT-DOCTO-FSCAL,
064200                CUSUAR_MANUT     = :WS-CUSUARIO,
064300                HMANUT_REG       = CURRENT TIMESTAMP
064400          WHERE NSEQ_SOLTC_MANUT = :WS-NSEQ-SOLTC-MANUT
064500     END-EXEC.
064600     IF SQLCODE NOT = ZERO
064700         MOVE 'ERRO NO CANCELAMENTO DA SOLICITACAO' TO WS-MENSAGEM
064800         GO TO 6500-CANCELAR-EXIT
064900     END-IF.
065000     PERFORM 8000-GRAVAR-HISTORICO
065100         THRU 8000-GRAVAR-HISTORICO-EXIT.
065200     IF UORGL065-ERRO-SQL
065300         MOVE 'CANCELADA, ERRO NA GRAVACAO DO HISTORICO'
065400             TO WS-MENSAGEM
065500         GO TO 6500-CANCELAR-EXIT
065600     END-IF.
065700     MOVE SPACES TO UORGL156-HMANUT-REG.
065800     MOVE 'SOLICITACAO CANCELADA COM SUCESSO' TO WS-MENSAGEM.
065900 6500-CANCELAR-EXIT.
066000     EXIT.
066100******************************************************************
066200*    7000-LER-SOLICITACAO                                       *
066300******************************************************************
066400 7000-LER-SOLICITACAO           SECTION.
066500     MOVE 'N' TO WS-SW-ACHOU-SOLTC.
066600     MOVE SPACES TO WS-HMANUT-REG.
066700     EXEC SQL
066800         SELECT CPSSOA_JURID_CONGL, CSIT_DOCTO_FSCAL,
066900                CTPO_PLANO_CTA, CTPO_PRTCP_EMPR,
067000                CHAR(DATA_INSTA_EMPR, ISO),
067100                CHAR(HINSTA_EMPR, ISO),
067200                NATA_INSTA_EMPR, CHAR(DENCRR_CTBIL, ISO),
067300                CHAR(DULT_ALT_ATA_INSTA, ISO),
067400                CHAR(DENCRR_LEGAL, ISO), NARQ_ATA_INSTA_UND,
067500                CHAR(DARQ_ATA_INSTA_UND, ISO), NARQ_ATA_SEDE,
067600                CHAR(DARQ_INSTA_SEDE, ISO), NINSCR_REG_EMPR,
067700                HMANUT_REG
067800           INTO :WS-CPSSOA-JURID-CONGL:WS-IND-CONGL,
067900                :WS-CSIT-DOCTO-FSCAL:WS-IND-SITDOC,
068000                :WS-CTPO-PLANO-CTA:WS-IND-PLANO,
068100                :WS-CTPO-PRTCP-EMPR:WS-IND-PRTCP,
068200                :WS-DATA-INSTA-EMPR:WS-IND-DINST,
068300                :WS-HINSTA-EMPR:WS-IND-HINST,
068400                :WS-NATA-INSTA-EMPR:WS-IND-NATA,
068500                :WS-DENCRR-CTBIL:WS-IND-DCTBIL,
068600                :WS-DULT-ALT-ATA-INSTA:WS-IND-DALTAT,
068700                :WS-DENCRR-LEGAL:WS-IND-DLEGAL,
068800                :WS-NARQ-ATA-INSTA-UND:WS-IND-NARQU,
068900                :WS-DARQ-ATA-INSTA-UND:WS-IND-DARQU,
069000                :WS-NARQ-ATA-SEDE:WS-IND-NARQS,
069100                :WS-DARQ-INSTA-SEDE:WS-IND-DARQS,
069200                :WS-NINSCR-REG-EMPR,
069300                :WS-HMANUT-REG:WS-IND-HMANUT
069400           FROM DB2PRD.TMANUT_EMPR_GRP
069500          WHERE NSEQ_SOLTC_MANUT = :WS-NSEQ-SOLTC-MANUT
069600     END-EXEC.
069700     EVALUATE TRUE
069800         WHEN SQLCODE = ZERO
069900             IF WS-IND-DINST < ZERO
070000                 MOVE SPACES TO WS-DATA-INSTA-EMPR
070100             END-IF
070200             IF WS-IND-HINST < ZERO
070300                 MOVE SPACES TO WS-HINSTA-EMPR
070400             END-IF
070500             IF WS-IND-DCTBIL < ZERO
070600                 MOVE SPACES TO WS-DENCRR-CTBIL
070700             END-IF
070800             IF WS-IND-DALTAT < ZERO
070900                 MOVE SPACES TO WS-DULT-ALT-ATA-INSTA
071000             END-IF
071100             IF WS-IND-DLEGAL < ZERO
071200                 MOVE SPACES TO WS-DENCRR-LEGAL
071300             END-IF
071400             IF WS-IND-DARQU < ZERO
071500                 MOVE SPACES TO WS-DARQ-ATA-INSTA-UND
071600             END-IF
071700             IF WS-IND-DARQS < ZERO
071800                 MOVE SPACES TO WS-DARQ-INSTA-SEDE
071900             END-IF
072000             IF WS-IND-SITDOC < ZERO
072100                 MOVE ZERO TO WS-CSIT-DOCTO-FSCAL
072200             END-IF
072300             IF WS-IND-HMANUT < ZERO
072400                 MOVE SPACES TO WS-HMANUT-REG
072500             END-IF
072600             MOVE 'S' TO WS-SW-ACHOU-SOLTC
072700         WHEN SQLCODE = 100
072800             MOVE 'SOLICITACAO NAO ENCONTRADA' TO WS-MENSAGEM
072900         WHEN OTHER
073000             MOVE 'ERRO NA CONSULTA DA SOLICITACAO' TO WS-MENSAGEM
073100     END-EVALUATE.
073200 7000-LER-SOLICITACAO-EXIT.
073300     EXIT.
073400******************************************************************
073500*    7100-GUARDAR-IMAGEM                                        *
073600*    IMAGEM ANTERIOR DAS COLUNAS SENSIVEIS PARA A UORG0065      *
073700******************************************************************
073800 7100-GUARDAR-IMAGEM            SECTION.
073900     MOVE WS-DATA-INSTA-EMPR TO WS-DATA-INSTA-ANT.
074000     MOVE WS-DENCRR-CTBIL TO WS-DENCRR-CTBIL-ANT.
074100     MOVE WS-DENCRR-LEGAL TO WS-DENCRR-LEGAL-ANT.
074200     MOVE WS-NINSCR-REG-EMPR TO WS-NINSCR-ANT.
074300     MOVE WS-CSIT-DOCTO-FSCAL TO WS-CSIT-DOCTO-ANT.
074400 7100-GUARDAR-IMAGEM-EXIT.
074500     EXIT.
074600******************************************************************
074700*    8000-GRAVAR-HISTORICO                                      *
074800*    IMAGENS ANTES/DEPOIS EM TMANUT_EMPR_HIST VIA UORG0065      *
074900******************************************************************
075000 8000-GRAVAR-HISTORICO          SECTION.
075100     MOVE WS-NSEQ-SOLTC-MANUT TO UORGL065-NSEQ-SOLTC-MANUT.
075200     MOVE WS-DATA-INSTA-ANT TO UORGL065-DATA-INSTA-ANT.
075300     MOVE WS-DATA-INSTA-EMPR TO UORGL065-DATA-INSTA-NOVO.
075400     MOVE WS-DENCRR-CTBIL-ANT TO UORGL065-DENCRR-CTBIL-ANT.
075500     MOVE WS-DENCRR-CTBIL TO UORGL065-DENCRR-CTBIL-NOVO.
075600     MOVE WS-DENCRR-LEGAL-ANT TO UORGL065-DENCRR-LEGAL-ANT.
075700     MOVE WS-DENCRR-LEGAL TO UORGL065-DENCRR-LEGAL-NOVO.
075800     MOVE WS-NINSCR-ANT TO UORGL065-NINSCR-ANT.
075900     MOVE WS-NINSCR-REG-EMPR TO UORGL065-NINSCR-NOVO.
076000     MOVE WS-CSIT-DOCTO-ANT TO UORGL065-CSIT-DOCTO-ANT.
076100     MOVE WS-CSIT-DOCTO-FSCAL TO UORGL065-CSIT-DOCTO-NOVO.
076200     MOVE WS-CUSUARIO TO UORGL065-CUSUAR-MANUT.
076300     CALL 'UORG0065' USING UORGL065-PARMS.
076400 8000-GRAVAR-HISTORICO-EXIT.
076500     EXIT.
076505******************************************************************
076510*    8900-VERIFICAR-JANELA                                       *
076515*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
076520*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
076525******************************************************************
076530 8900-VERIFICAR-JANELA          SECTION.
076535     MOVE 'C' TO UORGL183-FUNCTION.
076540     CALL 'UORG0183' USING UORGL183-PARMS.
076545     IF UORGL183-JANELA-FECHADA
076550         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
076555     END-IF.
076560 8900-VERIFICAR-JANELA-EXIT.
076565     EXIT.
076600******************************************************************
076700*    9000-ENCERRAR                                               *
076800******************************************************************
076900 9000-ENCERRAR                  SECTION.
077000     IF EIBCALEN = ZERO
077100         EXEC CICS
077200             RETURN TRANSID('UO76')
077300                  COMMAREA(WS-COMMAREA-INICIAL)
077400         END-EXEC
077500     END-IF.
077600     EXEC CICS
077700         RETURN TRANSID('UO76') COMMAREA(DFHCOMMAREA)
077800     END-EXEC.
077900     GOBACK.
