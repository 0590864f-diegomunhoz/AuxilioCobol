000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0206                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0206.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - CORRECAO RETROATIVA DE EVENTO DE      *
001600*                TUND_ORGNZ_HIST APROVADA NA UO71: EVENTO        *
001700*                ORIGINAL MARCADO COMO SUPERADO, SUBSTITUTO NA   *
001800*                DATA CORRETA, AJUSTE EM TAJUST_HIST_UND PARA    *
001900*                UORG0129/UORG0024 E RECALCULO DOS MESES DE      *
002000*                TRESMO_MENSAL_UND ATINGIDOS.                    *
002100******************************************************************
002200*
002300*    FUNCAO: SUBPROGRAMA DE SERVICO CHAMADO PELA UO71 (UORG0071)
002400*    NA APROVACAO DE PENDENCIA COM CTAB_DESTINO 'TUND_ORGNZ_HIST'
002500*    (SOLICITADA PELA UO82, UORG0205). NAO FAZ COMMIT - TUDO FICA
002600*    NA UNIDADE DE TRABALHO DA TRANSACAO, QUE DESFAZ EM ERRO.
002700*    - 'R' RETROAGE: O EVENTO VAI PARA A NOVA DATA, MANTIDA A
002800*      HORA ORIGINAL. A NOVA DATA NAO PODE SER FUTURA NEM SAIR DO
002900*      INTERVALO ENTRE O EVENTO VALIDO ANTERIOR E O SEGUINTE DA
003000*      UNIDADE (A ORDEM DO HISTORICO E PRESERVADA);
003100*    - 'C' CANCELA: O EVENTO DEIXA DE VALER. SO E PERMITIDO SE
003200*      HOUVER EVENTO VALIDO POSTERIOR - O ULTIMO EVENTO REFLETE A
003300*      SITUACAO CORRENTE E E CORRIGIDO PELA MANUTENCAO NORMAL.
003400*    O EVENTO ORIGINAL NAO E APAGADO: FICA VISIVEL COM
003500*    CINDCD_EVENTO_SUPERD = 'S', MOTIVO E NUMERO DA PENDENCIA. NA
003600*    RETROACAO UM EVENTO SUBSTITUTO E INCLUIDO NA NOVA DATA COM
003700*    HEVENTO_ORIGEM APONTANDO O ORIGINAL. UMA LINHA EM
003800*    TAJUST_HIST_UND LEVA O AJUSTE A PROXIMA EXECUCAO DA UORG0129
003900*    (ESTORNO/RELANCAMENTO CONTABIL) E DA UORG0024 (NOTIFICACAO
004000*    TIPO 3), CADA UMA COM SEU INDICADOR DE ENVIO.
004100*    FOTOGRAFIA MENSAL: A LINHA DO MES AAAAMM EM TRESMO_MENSAL_UND
004200*    RETRATA A SITUACAO NO FECHAMENTO DO MES (UORG0066). OS MESES
004300*    JA FOTOGRAFADOS ENTRE A DATA ORIGINAL E A CORRIGIDA (OU, NO
004400*    CANCELAMENTO, ATE O EVENTO SEGUINTE) TEM A CONTRIBUICAO DA
004500*    UNIDADE TROCADA: SAI A SITUACAO/CLASSE QUE VALIA E ENTRA A
004600*    CORRETA, NA LINHA DA CLASSE E NA LINHA 99 (REDE) - UNIDADE
004700*    ATIVA, EFETIVO E AREA EM M2 (UORG0030) ATUAIS DA UNIDADE.
004800*
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.         IBM-390.
005200 OBJECT-COMPUTER.         IBM-390.
005300 DATA DIVISION.
005400 WORKING-STORAGE SECTION.
005500     EXEC SQL INCLUDE SQLCA END-EXEC.
005600 01  WS-SWITCHES.
005700     05 WS-SW-FIM-AREA           PIC X(1) VALUE 'N'.
005800        88 WS-FIM-AREA                VALUE 'S'.
005900 01  WS-AREA-TRABALHO.
006000     05 WS-HORA-ATUAL            PIC X(26).
006100     05 WS-HEVENTO-NOVO          PIC X(26).
006200     05 WS-HEVENTO-ANTERIOR      PIC X(26).
006300     05 WS-HEVENTO-SEGUINTE      PIC X(26).
006400     05 WS-HEVENTO-AUX           PIC X(26).
006500     05 WS-CSIT-ANT              PIC S9(3)V COMP-3.
006600     05 WS-CSIT-NOVO             PIC S9(3)V COMP-3.
006700     05 WS-CCLASF-ANT            PIC S9(1)V COMP-3.
006800     05 WS-CCLASF-NOVO           PIC S9(1)V COMP-3.
006900     05 WS-QTDE-EXISTE           PIC S9(7) COMP VALUE ZERO.
007000     05 WS-NSEQ-AJUST            PIC S9(10)V COMP-3.
007100     05 WS-ANO-AUX               PIC 9(4).
007200     05 WS-MES-AUX               PIC 9(2).
007300     05 WS-AAMM-AUX              PIC S9(6)V COMP-3.
007400     05 WS-AAMM-INICIO           PIC S9(6)V COMP-3.
007500     05 WS-AAMM-FIM              PIC S9(6)V COMP-3.
007600     05 WS-SINAL                 PIC S9(1)V COMP-3.
007700     05 WS-CSIT-DELTA            PIC S9(3)V COMP-3.
007800     05 WS-CCLASF-DELTA          PIC S9(2)V COMP-3.
007900     05 WS-QUND-DELTA            PIC S9(7)V COMP-3.
008000     05 WS-QFUNC-DELTA           PIC S9(9)V COMP-3.
008100     05 WS-AREA-DELTA            PIC S9(9)V99 COMP-3.
008200     05 WS-QFUNC-UND             PIC S9(5)V COMP-3.
008300     05 WS-AREA-UND-M2           PIC S9(9)V99 COMP-3.
008400     05 WS-CUND-MEDD             PIC S9(3)V COMP-3.
008500     05 WS-MAREA-CONSD           PIC S9(5)V9(4) COMP-3.
008600     05 WS-CUSUARIO              PIC X(9) VALUE 'UORG0206'.
008700 01  WS-INDICADORES.
008800     05 WS-IND-CSIT-ANT          PIC S9(4) COMP-5.
008900     05 WS-IND-CSIT-NOVO         PIC S9(4) COMP-5.
009000     05 WS-IND-CCLASF-ANT        PIC S9(4) COMP-5.
009100     05 WS-IND-CCLASF-NOVO       PIC S9(4) COMP-5.
009200     05 WS-IND-ANTERIOR          PIC S9(4) COMP-5.
009300     05 WS-IND-SEGUINTE          PIC S9(4) COMP-5.
009400     05 WS-IND-HEVENTO-NOVO      PIC S9(4) COMP-5.
009500     05 WS-IND-CSIT-DELTA        PIC S9(4) COMP-5.
009600     05 WS-IND-CCLASF-DELTA      PIC S9(4) COMP-5.
009700     05 WS-IND-MAREA             PIC S9(4) COMP-5.
009800 COPY UORGL030.
009900 LINKAGE SECTION.
010000 COPY UORGL206.
010100 PROCEDURE DIVISION USING UORGL206-PARMS.
010200******************************************************************
010300*    0000-MAINLINE                                               *
010400******************************************************************
010500 0000-MAINLINE                  SECTION.
010600     MOVE '00' TO UORGL206-RETORNO.
010700     MOVE ZERO TO UORGL206-QMES-RECALC.
010800     PERFORM 1000-LER-EVENTO
010900         THRU 1000-LER-EVENTO-EXIT.
011000     IF NOT UORGL206-OK
011100         GO TO 0000-MAINLINE-EXIT
011200     END-IF.
011300     PERFORM 1100-VALIDAR-MOTIVO
011400         THRU 1100-VALIDAR-MOTIVO-EXIT.
011500     IF NOT UORGL206-OK
011600         GO TO 0000-MAINLINE-EXIT
011700     END-IF.
011800     PERFORM 1200-LER-VIZINHOS
011900         THRU 1200-LER-VIZINHOS-EXIT.
012000     IF NOT UORGL206-OK
012100         GO TO 0000-MAINLINE-EXIT
012200     END-IF.
012300     PERFORM 1300-VALIDAR-CORRECAO
012400         THRU 1300-VALIDAR-CORRECAO-EXIT.
012500     IF NOT UORGL206-OK
012600         GO TO 0000-MAINLINE-EXIT
012700     END-IF.
012800     PERFORM 2000-SUPERAR-EVENTO
012900         THRU 2000-SUPERAR-EVENTO-EXIT.
013000     IF NOT UORGL206-OK
013100         GO TO 0000-MAINLINE-EXIT
013200     END-IF.
013300     IF UORGL206-RETROAGIR
013400         PERFORM 2100-INCLUIR-SUBSTITUTO
013500             THRU 2100-INCLUIR-SUBSTITUTO-EXIT
013600         IF NOT UORGL206-OK
013700             GO TO 0000-MAINLINE-EXIT
013800         END-IF
013900     END-IF.
014000     PERFORM 3000-GRAVAR-AJUSTE
014100         THRU 3000-GRAVAR-AJUSTE-EXIT.
014200     IF NOT UORGL206-OK
014300         GO TO 0000-MAINLINE-EXIT
014400     END-IF.
014500     PERFORM 4000-RECALCULAR-FOTOGRAFIA
014600         THRU 4000-RECALCULAR-FOTOGRAFIA-EXIT.
014700 0000-MAINLINE-EXIT.
014800     GOBACK.
014900******************************************************************
015000*    1000-LER-EVENTO                                             *
015100*    O EVENTO A CORRIGIR PRECISA EXISTIR E AINDA NAO TER SIDO    *
015200*    SUPERADO POR CORRECAO ANTERIOR                              *
015300******************************************************************
015400 1000-LER-EVENTO                SECTION.
015500     EXEC SQL
015600         SELECT CSIT_UND_ORGNZ_ANT, CSIT_UND_ORGNZ_NOVO,
015700                CCLASF_UND_ORGNZ_ANT, CCLASF_UND_ORGNZ_NOVO
015800           INTO :WS-CSIT-ANT:WS-IND-CSIT-ANT,
015900                :WS-CSIT-NOVO:WS-IND-CSIT-NOVO,
016000                :WS-CCLASF-ANT:WS-IND-CCLASF-ANT,
016100                :WS-CCLASF-NOVO:WS-IND-CCLASF-NOVO
016200           FROM DB2PRD.TUND_ORGNZ_HIST
016300          WHERE CPSSOA_JURID   = :UORGL206-CPSSOA-JURID
016400            AND NSEQ_UND_ORGNZ = :UORGL206-NSEQ-UND-ORGNZ
016500            AND HEVENTO_HIST   = :UORGL206-HEVENTO-HIST
016600            AND COALESCE(CINDCD_EVENTO_SUPERD, 'N') = 'N'
016700     END-EXEC.
016800     EVALUATE TRUE
016900         WHEN SQLCODE = ZERO
017000             CONTINUE
017100         WHEN SQLCODE = 100
017200             MOVE '04' TO UORGL206-RETORNO
017300         WHEN OTHER
017400             MOVE '99' TO UORGL206-RETORNO
017500     END-EVALUATE.
017600 1000-LER-EVENTO-EXIT.
017700     EXIT.
017800******************************************************************
017900*    1100-VALIDAR-MOTIVO                                         *
018000*    MOTIVO OBRIGATORIO E ATIVO NO CATALOGO TMOTVO_CORRC_HIST    *
018100******************************************************************
018200 1100-VALIDAR-MOTIVO            SECTION.
018300     MOVE ZERO TO WS-QTDE-EXISTE.
018400     EXEC SQL
018500         SELECT COUNT(*)
018600           INTO :WS-QTDE-EXISTE
018700           FROM DB2PRD.TMOTVO_CORRC_HIST
018800          WHERE CMOTVO_CORRC_HIST = :UORGL206-CMOTVO-CORRC
018900            AND CSIT_ATUAL_REG    = 1
019000     END-EXEC.
019100     IF SQLCODE NOT = ZERO
019200         MOVE '99' TO UORGL206-RETORNO
019300     ELSE
019400     IF WS-QTDE-EXISTE = ZERO
019500         MOVE '16' TO UORGL206-RETORNO
019600     END-IF
019700     END-IF.
019800 1100-VALIDAR-MOTIVO-EXIT.
019900     EXIT.
020000******************************************************************
020100*    1200-LER-VIZINHOS                                           *
020200*    EVENTOS VALIDOS IMEDIATAMENTE ANTERIOR E SEGUINTE DA UNIDADE*
020300*    (NULOS QUANDO NAO HA)                                       *
020400******************************************************************
020500 1200-LER-VIZINHOS              SECTION.
020600     EXEC SQL
020700         SELECT MAX(HEVENTO_HIST)
020800           INTO :WS-HEVENTO-ANTERIOR:WS-IND-ANTERIOR
020900           FROM DB2PRD.TUND_ORGNZ_HIST
021000          WHERE CPSSOA_JURID   = :UORGL206-CPSSOA-JURID
021100            AND NSEQ_UND_ORGNZ = :UORGL206-NSEQ-UND-ORGNZ
021200            AND HEVENTO_HIST   < :UORGL206-HEVENTO-HIST
021300            AND COALESCE(CINDCD_EVENTO_SUPERD, 'N') = 'N'
021400     END-EXEC.
021500     IF SQLCODE NOT = ZERO
021600         MOVE '99' TO UORGL206-RETORNO
021700         GO TO 1200-LER-VIZINHOS-EXIT
021800     END-IF.
021900     EXEC SQL
022000         SELECT MIN(HEVENTO_HIST)
022100           INTO :WS-HEVENTO-SEGUINTE:WS-IND-SEGUINTE
022200           FROM DB2PRD.TUND_ORGNZ_HIST
022300          WHERE CPSSOA_JURID   = :UORGL206-CPSSOA-JURID
022400            AND NSEQ_UND_ORGNZ = :UORGL206-NSEQ-UND-ORGNZ
022500            AND HEVENTO_HIST   > :UORGL206-HEVENTO-HIST
022600            AND COALESCE(CINDCD_EVENTO_SUPERD, 'N') = 'N'
022700     END-EXEC.
022800     IF SQLCODE NOT = ZERO
022900         MOVE '99' TO UORGL206-RETORNO
023000     END-IF.
023100 1200-LER-VIZINHOS-EXIT.
023200     EXIT.
023300******************************************************************
023400*    1300-VALIDAR-CORRECAO                                       *
023500*    CANCELAMENTO EXIGE EVENTO POSTERIOR; RETROACAO MONTA O NOVO *
023600*    MOMENTO (NOVA DATA + HORA ORIGINAL) E O MANTEM ENTRE OS     *
023700*    VIZINHOS, DIFERENTE DO ORIGINAL E NAO FUTURO                *
023800******************************************************************
023900 1300-VALIDAR-CORRECAO          SECTION.
024000     IF UORGL206-CANCELAR
024100         IF WS-IND-SEGUINTE < ZERO
024200             MOVE '12' TO UORGL206-RETORNO
024300         END-IF
024400         GO TO 1300-VALIDAR-CORRECAO-EXIT
024500     END-IF.
024600     IF NOT UORGL206-RETROAGIR
024700         MOVE '08' TO UORGL206-RETORNO
024800         GO TO 1300-VALIDAR-CORRECAO-EXIT
024900     END-IF.
025000     MOVE UORGL206-HEVENTO-HIST TO WS-HEVENTO-NOVO.
025100     MOVE UORGL206-DNOVA-EVENTO TO WS-HEVENTO-NOVO (1:10).
025200     EXEC SQL
025300         SELECT CHAR(TIMESTAMP(:WS-HEVENTO-NOVO)),
025400                CHAR(CURRENT TIMESTAMP)
025500           INTO :WS-HEVENTO-AUX, :WS-HORA-ATUAL
025600           FROM SYSIBM.SYSDUMMY1
025700     END-EXEC.
025800     IF SQLCODE NOT = ZERO
025900         MOVE '08' TO UORGL206-RETORNO
026000         GO TO 1300-VALIDAR-CORRECAO-EXIT
026100     END-IF.
026200     IF WS-HEVENTO-NOVO = UORGL206-HEVENTO-HIST
026300         OR WS-HEVENTO-NOVO > WS-HORA-ATUAL
026400         MOVE '08' TO UORGL206-RETORNO
026500         GO TO 1300-VALIDAR-CORRECAO-EXIT
026600     END-IF.
026700     IF WS-IND-ANTERIOR >= ZERO
026800         AND WS-HEVENTO-NOVO NOT > WS-HEVENTO-ANTERIOR
026900         MOVE '08' TO UORGL206-RETORNO
027000         GO TO 1300-VALIDAR-CORRECAO-EXIT
027100     END-IF.
027200     IF WS-IND-SEGUINTE >= ZERO
027300         AND WS-HEVENTO-NOVO NOT < WS-HEVENTO-SEGUINTE
027400         MOVE '08' TO UORGL206-RETORNO
027500     END-IF.
027600 1300-VALIDAR-CORRECAO-EXIT.
027700     EXIT.
027800******************************************************************
027900*    2000-SUPERAR-EVENTO                                         *
028000*    O ORIGINAL PERMANECE, MARCADO COMO SUPERADO COM O MOTIVO E  *
028100*    A PENDENCIA APROVADA (QUE GUARDA SOLICITANTE E APROVADOR)   *
028200******************************************************************
028300 2000-SUPERAR-EVENTO            SECTION.
028400     EXEC SQL
028500         UPDATE DB2PRD.TUND_ORGNZ_HIST
028600            SET CINDCD_EVENTO_SUPERD = 'S',
028700                CMOTVO_CORRC_HIST    = :UORGL206-CMOTVO-CORRC,
028800                NSEQ_PEND_APRVC      = :UORGL206-NSEQ-PEND-APRVC
028900          WHERE CPSSOA_JURID   = :UORGL206-CPSSOA-JURID
029000            AND NSEQ_UND_ORGNZ = :UORGL206-NSEQ-UND-ORGNZ
029100            AND HEVENTO_HIST   = :UORGL206-HEVENTO-HIST
029200     END-EXEC.
029300     IF SQLCODE NOT = ZERO
029400         MOVE '99' TO UORGL206-RETORNO
029500     END-IF.
029600 2000-SUPERAR-EVENTO-EXIT.
029700     EXIT.
029800******************************************************************
029900*    2100-INCLUIR-SUBSTITUTO                                     *
030000*    MESMAS IMAGENS ANTES/DEPOIS DO ORIGINAL, NA NOVA DATA       *
030100******************************************************************
030200 2100-INCLUIR-SUBSTITUTO        SECTION.
030300     EXEC SQL
030400         INSERT INTO DB2PRD.TUND_ORGNZ_HIST
030500                (CPSSOA_JURID, NSEQ_UND_ORGNZ, HEVENTO_HIST,
030600                 CSIT_UND_ORGNZ_ANT, CSIT_UND_ORGNZ_NOVO,
030700                 CCLASF_UND_ORGNZ_ANT, CCLASF_UND_ORGNZ_NOVO,
030800                 CUSUAR_MANUT, HMANUT_REG, CINDCD_GERADO_SIST,
030900                 CINDCD_EVENTO_SUPERD, CMOTVO_CORRC_HIST,
031000                 NSEQ_PEND_APRVC, HEVENTO_ORIGEM)
031100         VALUES (:UORGL206-CPSSOA-JURID,
031200                 :UORGL206-NSEQ-UND-ORGNZ, :WS-HEVENTO-NOVO,
031300                 :WS-CSIT-ANT:WS-IND-CSIT-ANT,
031400                 :WS-CSIT-NOVO:WS-IND-CSIT-NOVO,
031500                 :WS-CCLASF-ANT:WS-IND-CCLASF-ANT,
031600                 :WS-CCLASF-NOVO:WS-IND-CCLASF-NOVO,
031700                 :UORGL206-CUSUAR-APRVC, CURRENT TIMESTAMP, 'N',
031800                 'N', :UORGL206-CMOTVO-CORRC,
031900                 :UORGL206-NSEQ-PEND-APRVC,
032000                 :UORGL206-HEVENTO-HIST)
032100     END-EXEC.
032200     IF SQLCODE = -803
032300         MOVE '08' TO UORGL206-RETORNO
032400     ELSE
032500     IF SQLCODE NOT = ZERO
032600         MOVE '99' TO UORGL206-RETORNO
032700     END-IF
032800     END-IF.
032900 2100-INCLUIR-SUBSTITUTO-EXIT.
033000     EXIT.
033100******************************************************************
033200*    3000-GRAVAR-AJUSTE                                          *
033300*    AJUSTE PENDENTE DE ENVIO PARA A CONTABILIDADE (UORG0129) E  *
033400*    PARA A INTERFACE DE NOTIFICACAO (UORG0024)                  *
033500******************************************************************
033600 3000-GRAVAR-AJUSTE             SECTION.
033700     MOVE ZERO TO WS-NSEQ-AJUST.
033800     EXEC SQL
033900         SELECT COALESCE(MAX(NSEQ_AJUST_HIST), 0) + 1
034000           INTO :WS-NSEQ-AJUST
034100           FROM DB2PRD.TAJUST_HIST_UND
034200     END-EXEC.
034300     IF SQLCODE NOT = ZERO
034400         MOVE '99' TO UORGL206-RETORNO
034500         GO TO 3000-GRAVAR-AJUSTE-EXIT
034600     END-IF.
034700     IF UORGL206-RETROAGIR
034800         MOVE ZERO TO WS-IND-HEVENTO-NOVO
034900     ELSE
035000         MOVE -1 TO WS-IND-HEVENTO-NOVO
035100         MOVE SPACES TO WS-HEVENTO-NOVO
035200     END-IF.
035300     EXEC SQL
035400         INSERT INTO DB2PRD.TAJUST_HIST_UND
035500                (NSEQ_AJUST_HIST, CPSSOA_JURID, NSEQ_UND_ORGNZ,
035600                 HEVENTO_ORIGEM, HEVENTO_CORRIGIDO, CTPO_CORRC,
035700                 CMOTVO_CORRC_HIST, CSIT_UND_ORGNZ_ANT,
035800                 CSIT_UND_ORGNZ_NOVO, CCLASF_UND_ORGNZ_ANT,
035900                 CCLASF_UND_ORGNZ_NOVO, NSEQ_PEND_APRVC,
036000                 CINDCD_ENVIO_CTBIL, CINDCD_ENVIO_NOTIF,
036100                 CUSUAR_INCL, HINCL_REG)
036200         VALUES (:WS-NSEQ-AJUST, :UORGL206-CPSSOA-JURID,
036300                 :UORGL206-NSEQ-UND-ORGNZ,
036400                 :UORGL206-HEVENTO-HIST,
036500                 :WS-HEVENTO-NOVO:WS-IND-HEVENTO-NOVO,
036600                 :UORGL206-CTPO-CORRC, :UORGL206-CMOTVO-CORRC,
036700                 :WS-CSIT-ANT:WS-IND-CSIT-ANT,
036800                 :WS-CSIT-NOVO:WS-IND-CSIT-NOVO,
036900                 :WS-CCLASF-ANT:WS-IND-CCLASF-ANT,
037000                 :WS-CCLASF-NOVO:WS-IND-CCLASF-NOVO,
037100                 :UORGL206-NSEQ-PEND-APRVC, 'N', 'N',
037200                 :UORGL206-CUSUAR-APRVC, CURRENT TIMESTAMP)
037300     END-EXEC.
037400     IF SQLCODE NOT = ZERO
037500         MOVE '99' TO UORGL206-RETORNO
037600     END-IF.
037700 3000-GRAVAR-AJUSTE-EXIT.
037800     EXIT.
037900******************************************************************
038000*    4000-RECALCULAR-FOTOGRAFIA                                  *
038100*    MESES [INICIO, FIM) CUJA FOTOGRAFIA MUDA COM A CORRECAO:    *
038200*    - CANCELAMENTO: DO MES DO ORIGINAL AO MES ANTERIOR AO DO    *
038300*      EVENTO SEGUINTE - SAI A IMAGEM NOVA, ENTRA A ANTIGA;      *
038400*    - RETROACAO PARA TRAS: DO MES DA NOVA DATA AO MES ANTERIOR  *
038500*      AO DO ORIGINAL - SAI A IMAGEM ANTIGA, ENTRA A NOVA;       *
038600*    - RETROACAO PARA FRENTE: DO MES DO ORIGINAL AO MES ANTERIOR *
038700*      AO DA NOVA DATA - SAI A IMAGEM NOVA, ENTRA A ANTIGA       *
038800******************************************************************
038900 4000-RECALCULAR-FOTOGRAFIA     SECTION.
039000     MOVE UORGL206-HEVENTO-HIST TO WS-HEVENTO-AUX.
039100     PERFORM 4900-CALCULAR-AAMM
039200         THRU 4900-CALCULAR-AAMM-EXIT.
039300     EVALUATE TRUE
039400         WHEN UORGL206-CANCELAR
039500             MOVE WS-AAMM-AUX TO WS-AAMM-INICIO
039600             MOVE WS-HEVENTO-SEGUINTE TO WS-HEVENTO-AUX
039700             PERFORM 4900-CALCULAR-AAMM
039800                 THRU 4900-CALCULAR-AAMM-EXIT
039900             MOVE WS-AAMM-AUX TO WS-AAMM-FIM
040000         WHEN WS-HEVENTO-NOVO < UORGL206-HEVENTO-HIST
040100             MOVE WS-AAMM-AUX TO WS-AAMM-FIM
040200             MOVE WS-HEVENTO-NOVO TO WS-HEVENTO-AUX
040300             PERFORM 4900-CALCULAR-AAMM
040400                 THRU 4900-CALCULAR-AAMM-EXIT
040500             MOVE WS-AAMM-AUX TO WS-AAMM-INICIO
040600         WHEN OTHER
040700             MOVE WS-AAMM-AUX TO WS-AAMM-INICIO
040800             MOVE WS-HEVENTO-NOVO TO WS-HEVENTO-AUX
040900             PERFORM 4900-CALCULAR-AAMM
041000                 THRU 4900-CALCULAR-AAMM-EXIT
041100             MOVE WS-AAMM-AUX TO WS-AAMM-FIM
041200     END-EVALUATE.
041300     IF WS-AAMM-INICIO NOT < WS-AAMM-FIM
041400         GO TO 4000-RECALCULAR-FOTOGRAFIA-EXIT
041500     END-IF.
041600     EXEC SQL
041700         SELECT COUNT(*)
041800           INTO :UORGL206-QMES-RECALC
041900           FROM DB2PRD.TRESMO_MENSAL_UND
042000          WHERE CCLASF_UND_ORGNZ = 99
042100            AND AAMM_REFER      >= :WS-AAMM-INICIO
042200            AND AAMM_REFER      <  :WS-AAMM-FIM
042300     END-EXEC.
042400     IF SQLCODE NOT = ZERO
042500         MOVE '99' TO UORGL206-RETORNO
042600         GO TO 4000-RECALCULAR-FOTOGRAFIA-EXIT
042700     END-IF.
042800     IF UORGL206-QMES-RECALC = ZERO
042900         GO TO 4000-RECALCULAR-FOTOGRAFIA-EXIT
043000     END-IF.
043100     PERFORM 4100-APURAR-UNIDADE
043200         THRU 4100-APURAR-UNIDADE-EXIT.
043300     IF NOT UORGL206-OK
043400         GO TO 4000-RECALCULAR-FOTOGRAFIA-EXIT
043500     END-IF.
043600     MOVE -1 TO WS-SINAL.
043700     IF WS-HEVENTO-NOVO < UORGL206-HEVENTO-HIST
043800         AND UORGL206-RETROAGIR
043900         PERFORM 4300-IMAGEM-ANTIGA
044000             THRU 4300-IMAGEM-ANTIGA-EXIT
044100     ELSE
044200         PERFORM 4400-IMAGEM-NOVA
044300             THRU 4400-IMAGEM-NOVA-EXIT
044400     END-IF.
044500     PERFORM 4200-APLICAR-DELTA
044600         THRU 4200-APLICAR-DELTA-EXIT.
044700     IF NOT UORGL206-OK
044800         GO TO 4000-RECALCULAR-FOTOGRAFIA-EXIT
044900     END-IF.
045000     MOVE +1 TO WS-SINAL.
045100     IF WS-HEVENTO-NOVO < UORGL206-HEVENTO-HIST
045200         AND UORGL206-RETROAGIR
045300         PERFORM 4400-IMAGEM-NOVA
045400             THRU 4400-IMAGEM-NOVA-EXIT
045500     ELSE
045600         PERFORM 4300-IMAGEM-ANTIGA
045700             THRU 4300-IMAGEM-ANTIGA-EXIT
045800     END-IF.
045900     PERFORM 4200-APLICAR-DELTA
046000         THRU 4200-APLICAR-DELTA-EXIT.
046100 4000-RECALCULAR-FOTOGRAFIA-EXIT.
046200     EXIT.
046300******************************************************************
046400*    4100-APURAR-UNIDADE                                         *
046500*    EFETIVO ATUAL E AREA EM M2 DA UNIDADE (MESMA CONVERSAO DA   *
046600*    UORG0066)                                                   *
046700******************************************************************
046800 4100-APURAR-UNIDADE            SECTION.
046900     MOVE ZERO TO WS-QFUNC-UND WS-AREA-UND-M2.
047000     EXEC SQL
047100         SELECT COALESCE(QFUNC_ATUAL_UND_ORGNZ, 0)
047200           INTO :WS-QFUNC-UND
047300           FROM DB2PRD.TUND_ORGNZ
047400          WHERE CPSSOA_JURID   = :UORGL206-CPSSOA-JURID
047500            AND NSEQ_UND_ORGNZ = :UORGL206-NSEQ-UND-ORGNZ
047600     END-EXEC.
047700     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
047800         MOVE '99' TO UORGL206-RETORNO
047900         GO TO 4100-APURAR-UNIDADE-EXIT
048000     END-IF.
048100     EXEC SQL
048200         DECLARE CUR-UORG0206-ARE CURSOR FOR
048300         SELECT CUND_MEDD, MAREA_CONSD
048400           FROM DB2PRD.TAREA_CONSD_UND
048500          WHERE CPSSOA_JURID   = :UORGL206-CPSSOA-JURID
048600            AND NSEQ_UND_ORGNZ = :UORGL206-NSEQ-UND-ORGNZ
048700     END-EXEC.
048800     EXEC SQL
048900         OPEN CUR-UORG0206-ARE
049000     END-EXEC.
049100     MOVE 'N' TO WS-SW-FIM-AREA.
049200     PERFORM 8100-LER-AREA
049300         THRU 8100-LER-AREA-EXIT.
049400     PERFORM 4110-CONVERTER-AREA
049500         THRU 4110-CONVERTER-AREA-EXIT
049600         UNTIL WS-FIM-AREA.
049700     EXEC SQL
049800         CLOSE CUR-UORG0206-ARE
049900     END-EXEC.
050000 4100-APURAR-UNIDADE-EXIT.
050100     EXIT.
050200******************************************************************
050300*    4110-CONVERTER-AREA                                         *
050400******************************************************************
050500 4110-CONVERTER-AREA            SECTION.
050600     MOVE WS-CUND-MEDD TO UORGL030-CUND-MEDD.
050700     MOVE WS-MAREA-CONSD TO UORGL030-MAREA-CONSD.
050800     CALL 'UORG0030' USING UORGL030-PARMS.
050900     ADD UORGL030-AREA-M2 TO WS-AREA-UND-M2.
051000     PERFORM 8100-LER-AREA
051100         THRU 8100-LER-AREA-EXIT.
051200 4110-CONVERTER-AREA-EXIT.
051300     EXIT.
051400******************************************************************
051500*    4200-APLICAR-DELTA                                          *
051600*    SO A UNIDADE ATIVA COM CLASSE CONTA NA FOTOGRAFIA. AO       *
051700*    SOMAR, O MES SEM LINHA DA CLASSE GANHA A LINHA ZERADA ANTES *
051800*    DO UPDATE, QUE ATINGE A CLASSE E A LINHA 99 (REDE)          *
051900******************************************************************
052000 4200-APLICAR-DELTA             SECTION.
052100     IF WS-IND-CSIT-DELTA < ZERO
052200         OR WS-IND-CCLASF-DELTA < ZERO
052300         OR WS-CSIT-DELTA NOT = 1
052400         GO TO 4200-APLICAR-DELTA-EXIT
052500     END-IF.
052600     IF WS-SINAL > ZERO
052700         EXEC SQL
052800             INSERT INTO DB2PRD.TRESMO_MENSAL_UND
052900                    (AAMM_REFER, CCLASF_UND_ORGNZ, QUND_ATIVA,
053000                     VAREA_TOTAL_M2, QOCPDO_ABERTA, QFUNC_TOTAL,
053100                     HINCL_REG, CUSUAR_INCL)
053200             SELECT R.AAMM_REFER, :WS-CCLASF-DELTA, 0, 0, 0, 0,
053300                    CURRENT TIMESTAMP, :WS-CUSUARIO
053400               FROM DB2PRD.TRESMO_MENSAL_UND R
053500              WHERE R.CCLASF_UND_ORGNZ = 99
053600                AND R.AAMM_REFER      >= :WS-AAMM-INICIO
053700                AND R.AAMM_REFER      <  :WS-AAMM-FIM
053800                AND NOT EXISTS
053900                    (SELECT 1
054000                       FROM DB2PRD.TRESMO_MENSAL_UND C
054100                      WHERE C.AAMM_REFER       = R.AAMM_REFER
054200                        AND C.CCLASF_UND_ORGNZ = :WS-CCLASF-DELTA)
054300         END-EXEC
054400         IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
054500             MOVE '99' TO UORGL206-RETORNO
054600             GO TO 4200-APLICAR-DELTA-EXIT
054700         END-IF
054800     END-IF.
054900     MOVE WS-SINAL TO WS-QUND-DELTA.
055000     COMPUTE WS-QFUNC-DELTA = WS-SINAL * WS-QFUNC-UND.
055100     COMPUTE WS-AREA-DELTA = WS-SINAL * WS-AREA-UND-M2.
055200     EXEC SQL
055300         UPDATE DB2PRD.TRESMO_MENSAL_UND
055400            SET QUND_ATIVA     = QUND_ATIVA + :WS-QUND-DELTA,
055500                QFUNC_TOTAL    = QFUNC_TOTAL + :WS-QFUNC-DELTA,
055600                VAREA_TOTAL_M2 = VAREA_TOTAL_M2 + :WS-AREA-DELTA
055700          WHERE AAMM_REFER      >= :WS-AAMM-INICIO
055800            AND AAMM_REFER      <  :WS-AAMM-FIM
055900            AND CCLASF_UND_ORGNZ IN (:WS-CCLASF-DELTA, 99)
056000     END-EXEC.
056100     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
056200         MOVE '99' TO UORGL206-RETORNO
056300     END-IF.
056400 4200-APLICAR-DELTA-EXIT.
056500     EXIT.
056600******************************************************************
056700*    4300-IMAGEM-ANTIGA                                          *
056800******************************************************************
056900 4300-IMAGEM-ANTIGA             SECTION.
057000     MOVE WS-CSIT-ANT TO WS-CSIT-DELTA.
057100     MOVE WS-CCLASF-ANT TO WS-CCLASF-DELTA.
057200     MOVE WS-IND-CSIT-ANT TO WS-IND-CSIT-DELTA.
057300     MOVE WS-IND-CCLASF-ANT TO WS-IND-CCLASF-DELTA.
057400 4300-IMAGEM-ANTIGA-EXIT.
057500     EXIT.
057600******************************************************************
057700*    4400-IMAGEM-NOVA                                            *
057800******************************************************************
057900 4400-IMAGEM-NOVA               SECTION.
058000     MOVE WS-CSIT-NOVO TO WS-CSIT-DELTA.
058100     MOVE WS-CCLASF-NOVO TO WS-CCLASF-DELTA.
058200     MOVE WS-IND-CSIT-NOVO TO WS-IND-CSIT-DELTA.
058300     MOVE WS-IND-CCLASF-NOVO TO WS-IND-CCLASF-DELTA.
058400 4400-IMAGEM-NOVA-EXIT.
058500     EXIT.
058600******************************************************************
058700*    4900-CALCULAR-AAMM                                          *
058800*    AAAAMM DO MOMENTO EM WS-HEVENTO-AUX                         *
058900******************************************************************
059000 4900-CALCULAR-AAMM             SECTION.
059100     MOVE WS-HEVENTO-AUX (1:4) TO WS-ANO-AUX.
059200     MOVE WS-HEVENTO-AUX (6:2) TO WS-MES-AUX.
059300     COMPUTE WS-AAMM-AUX = WS-ANO-AUX * 100 + WS-MES-AUX.
059400 4900-CALCULAR-AAMM-EXIT.
059500     EXIT.
059600******************************************************************
059700*    8100-LER-AREA                                               *
059800******************************************************************
059900 8100-LER-AREA                  SECTION.
060000     EXEC SQL
060100         FETCH CUR-UORG0206-ARE
060200          INTO :WS-CUND-MEDD,
060300               :WS-MAREA-CONSD:WS-IND-MAREA
060400     END-EXEC.
060500     IF SQLCODE = 100
060600         MOVE 'S' TO WS-SW-FIM-AREA
060700     ELSE
060800     IF SQLCODE NOT = ZERO
060900         MOVE '99' TO UORGL206-RETORNO
061000         MOVE 'S' TO WS-SW-FIM-AREA
061100     ELSE
061200         IF WS-IND-MAREA < ZERO
061300             MOVE ZERO TO WS-MAREA-CONSD
061400         END-IF
061500     END-IF
061600     END-IF.
061700 8100-LER-AREA-EXIT.
061800     EXIT.
