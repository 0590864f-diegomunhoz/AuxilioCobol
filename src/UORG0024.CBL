001910*                CENTRAL DE PARAMETROS (TPARAM_BATCH VIA       *
001915*                UORG0148, PARAMETRO 'MARCA-DAGUA'), COM RECUO *
001920*                PARA O CARTAO UORGK024 QUANDO NAO CADASTRADO. *
001922* 14/10/2026 ES  RENUMERACOES DO CODIGO PUBLICO                *
001924*                (TCUND_ANT_UND, UORG0193) NOTIFICADAS         *
001926*                COMO DETALHE TIPO 2, NA MESMA ORDEM           *
001928*                CRONOLOGICA DO HISTORICO.                     *
001929* 15/10/2026 ES  CORRECOES RETROATIVAS DO HISTORICO            *
001930*                (TAJUST_HIST_UND, UORG0206) NOTIFICADAS       *
001931*                COMO DETALHE TIPO 3 E BAIXADAS; O EVENTO      *
001932*                SUBSTITUTO NAO E NOTIFICADO COMO NOVO.        *
001933******************************************************************
001966*
002000*    FUNCAO: LE TUND_ORGNZ_HIST (GRAVADO POR UORG0002 A CADA
002700*    PROXIMA EXECUCAO SO NOTIFIQUE EVENTOS NOVOS. SE O ARQUIVO
002800*    DE MARCA D'AGUA NAO EXISTIR (PRIMEIRA EXECUCAO), TODO O
002900*    HISTORICO EXISTENTE E NOTIFICADO.
002910*    AS RENUMERACOES DO CODIGO PUBLICO CUND_ORGNZ GRAVADAS PELA
002920*    UORG0193 EM TCUND_ANT_UND ENTRAM NO MESMO CURSOR (UNION
002930*    ALL, PELO HRENUM_REG) E SAEM COMO DETALHE TIPO 2 COM OS
002940*    CODIGOS ANTIGO E NOVO; A MARCA D'AGUA VALE PARA OS DOIS.
002945*    AS CORRECOES RETROATIVAS APROVADAS NA UO82/UO71 (UORG0206)
002950*    SAO NOTIFICADAS A PARTIR DA FILA TAJUST_HIST_UND, FORA DA
002955*    MARCA D'AGUA: CADA AJUSTE AINDA NAO ENVIADO SAI COMO DETALHE
002960*    TIPO 3 E E BAIXADO (CINDCD_ENVIO_NOTIF = 'S'). A LINHA
002965*    SUBSTITUTA GRAVADA NA CORRECAO (HEVENTO_ORIGEM PREENCHIDO)
002970*    NAO ENTRA NO CURSOR PRINCIPAL.
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005400 01  WS-SWITCHES.
005500     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005600        88 WS-FIM-CURSOR              VALUE 'S'.
005610     05 WS-SW-FIM-CORRECAO       PIC X(1) VALUE 'N'.
005620        88 WS-FIM-CORRECAO            VALUE 'S'.
005700 01  WS-FS-CKPT                  PIC X(2).
005800 01  WS-CONTADORES.
005900     05 WS-QTDE-NOTIFIC          PIC S9(9) COMP VALUE ZERO.
005910     05 WS-QTDE-CORRECAO         PIC S9(9) COMP VALUE ZERO.
005920     05 WS-QTDE-TOTAL-REGS       PIC S9(9) COMP VALUE ZERO.
006000 01  WS-AREA-TRABALHO.
006100     05 WS-DATA-ATUAL            PIC 9(8).
006200     05 WS-ULT-HEVENTO-ANTERIOR  PIC X(26) VALUE LOW-VALUES.
006900     05 WS-CCLASF-ANT            PIC S9(1)V COMP-3.
007000     05 WS-CCLASF-NOVO           PIC S9(1)V COMP-3.
007100     05 WS-CUSUAR-MANUT          PIC X(9).
007110     05 WS-CTPO-EVENTO           PIC X(1).
007120     05 WS-CUND-ORGNZ-ANT        PIC S9(6)V COMP-3.
007130     05 WS-CDIG-UND-ORGNZ-ANT    PIC X(1).
007140     05 WS-CUND-ORGNZ-NOVO       PIC S9(6)V COMP-3.
007150     05 WS-CDIG-UND-ORGNZ-NOVO   PIC X(1).
007155     05 WS-NSEQ-AJUST            PIC S9(10)V COMP-3.
007160     05 WS-HEVENTO-CORRIGIDO     PIC X(26).
007165     05 WS-CTPO-CORRC            PIC X(1).
007170     05 WS-CMOTVO-CORRC          PIC S9(2)V COMP-3.
007175     05 WS-IND-CORRIGIDO         PIC S9(4) COMP-5.
007180     05 WS-IND-CSIT-ANT          PIC S9(4) COMP-5.
007185     05 WS-IND-CSIT-NOVO         PIC S9(4) COMP-5.
007190     05 WS-IND-CCLASF-ANT        PIC S9(4) COMP-5.
007195     05 WS-IND-CCLASF-NOVO       PIC S9(4) COMP-5.
007200 COPY UORGK024.
007300 COPY UORGS024.
007302 COPY UORGL043.
008100     PERFORM 2000-PROCESSAR-CURSOR
008200         THRU 2000-PROCESSAR-CURSOR-EXIT
008300         UNTIL WS-FIM-CURSOR.
008310     PERFORM 4000-PROCESSAR-CORRECOES
008320         THRU 4000-PROCESSAR-CORRECOES-EXIT.
008400     PERFORM 7000-ENCERRAR
008500         THRU 7000-ENCERRAR-EXIT.
008502     PERFORM 9600-REGISTRAR-FIM
010000     WRITE REL-UORGS024-REG FROM UORGS024-REGISTRO.
010100     EXEC SQL
010200         DECLARE CUR-UORG0024 CURSOR FOR
010210         SELECT '1', CPSSOA_JURID, NSEQ_UND_ORGNZ, HEVENTO_HIST,
010220                CSIT_UND_ORGNZ_ANT, CSIT_UND_ORGNZ_NOVO,
010230                CCLASF_UND_ORGNZ_ANT, CCLASF_UND_ORGNZ_NOVO,
010240                CUSUAR_MANUT, 0, ' ', 0, ' '
010245           FROM DB2PRD.TUND_ORGNZ_HIST
010250          WHERE HEVENTO_HIST > :WS-ULT-HEVENTO-ANTERIOR
010255            AND HEVENTO_ORIGEM IS NULL
010270         UNION ALL
010280         SELECT '2', CPSSOA_JURID, NSEQ_UND_ORGNZ, HRENUM_REG,
010290                0, 0, 0, 0, CUSUAR_RENUM,
010300                CUND_ORGNZ_ANT, CDIG_UND_ORGNZ_ANT,
010310                CUND_ORGNZ_NOVO, CDIG_UND_ORGNZ_NOVO
010320           FROM DB2PRD.TCUND_ANT_UND
010330          WHERE HRENUM_REG > :WS-ULT-HEVENTO-ANTERIOR
010340          ORDER BY 4
011000     END-EXEC.
011100     EXEC SQL
011200         OPEN CUR-UORG0024
014600*    3000-GRAVAR-DETALHE                                         *
014700******************************************************************
014800 3000-GRAVAR-DETALHE            SECTION.
014810     IF WS-CTPO-EVENTO = '2'
014820         PERFORM 3100-GRAVAR-RENUMERACAO
014830             THRU 3100-GRAVAR-RENUMERACAO-EXIT
014840         GO TO 3000-GRAVAR-DETALHE-EXIT
014850     END-IF.
014900     MOVE SPACES TO UORGS024-REGISTRO.
015000     MOVE '1' TO UORGS024-TIPO-REG.
015100     MOVE WS-CPSSOA-JURID TO UORGS024-CPSSOA-JURID.
015900     WRITE REL-UORGS024-REG FROM UORGS024-REGISTRO.
016000 3000-GRAVAR-DETALHE-EXIT.
016100     EXIT.
016105******************************************************************
016110*    3100-GRAVAR-RENUMERACAO                                     *
016115******************************************************************
016120 3100-GRAVAR-RENUMERACAO        SECTION.
016125     MOVE SPACES TO UORGS024-REGISTRO.
016130     MOVE '2' TO UORGS024-TIPO-REG.
016135     MOVE WS-CPSSOA-JURID TO UORGS024-REN-CPSSOA-JURID.
016140     MOVE WS-NSEQ-UND-ORGNZ TO UORGS024-REN-NSEQ-UND-ORGNZ.
016145     MOVE WS-HEVENTO-HIST TO UORGS024-REN-HRENUM-REG.
016150     MOVE WS-CUND-ORGNZ-ANT TO UORGS024-REN-CUND-ANT.
016155     MOVE WS-CDIG-UND-ORGNZ-ANT TO UORGS024-REN-CDIG-ANT.
016160     MOVE WS-CUND-ORGNZ-NOVO TO UORGS024-REN-CUND-NOVO.
016165     MOVE WS-CDIG-UND-ORGNZ-NOVO TO UORGS024-REN-CDIG-NOVO.
016170     MOVE WS-CUSUAR-MANUT TO UORGS024-REN-CUSUAR-RENUM.
016175     WRITE REL-UORGS024-REG FROM UORGS024-REGISTRO.
016180 3100-GRAVAR-RENUMERACAO-EXIT.
016185     EXIT.
016186******************************************************************
016187*    4000-PROCESSAR-CORRECOES                                    *
016188*    CORRECOES RETROATIVAS AINDA NAO NOTIFICADAS                 *
016189******************************************************************
016190 4000-PROCESSAR-CORRECOES       SECTION.
016191     EXEC SQL
016192         DECLARE CUR-UORG0024-COR CURSOR FOR
016193         SELECT NSEQ_AJUST_HIST, CPSSOA_JURID, NSEQ_UND_ORGNZ,
016194                HEVENTO_ORIGEM, HEVENTO_CORRIGIDO, CTPO_CORRC,
016195                CMOTVO_CORRC_HIST,
016196                CSIT_UND_ORGNZ_ANT, CSIT_UND_ORGNZ_NOVO,
016197                CCLASF_UND_ORGNZ_ANT, CCLASF_UND_ORGNZ_NOVO,
016198                CUSUAR_INCL
016199           FROM DB2PRD.TAJUST_HIST_UND
016200          WHERE CINDCD_ENVIO_NOTIF = 'N'
016201          ORDER BY NSEQ_AJUST_HIST
016202     END-EXEC.
016203     EXEC SQL
016204         OPEN CUR-UORG0024-COR
016205     END-EXEC.
016206     PERFORM 8100-LER-CORRECAO
016207         THRU 8100-LER-CORRECAO-EXIT.
016208     PERFORM 4100-GRAVAR-CORRECAO
016209         THRU 4100-GRAVAR-CORRECAO-EXIT
016210         UNTIL WS-FIM-CORRECAO.
016211     EXEC SQL
016212         CLOSE CUR-UORG0024-COR
016213     END-EXEC.
016214 4000-PROCESSAR-CORRECOES-EXIT.
016215     EXIT.
016216******************************************************************
016217*    4100-GRAVAR-CORRECAO                                        *
016218******************************************************************
016219 4100-GRAVAR-CORRECAO           SECTION.
016220     MOVE SPACES TO UORGS024-REGISTRO.
016221     MOVE '3' TO UORGS024-TIPO-REG.
016222     MOVE WS-CPSSOA-JURID TO UORGS024-COR-CPSSOA-JURID.
016223     MOVE WS-NSEQ-UND-ORGNZ TO UORGS024-COR-NSEQ-UND-ORGNZ.
016224     MOVE WS-HEVENTO-HIST TO UORGS024-COR-HEVENTO-ORIGEM.
016225     IF WS-IND-CORRIGIDO >= ZERO
016226         MOVE WS-HEVENTO-CORRIGIDO
016227             TO UORGS024-COR-HEVENTO-CORRIGIDO
016228     END-IF.
016229     MOVE WS-CTPO-CORRC TO UORGS024-COR-CTPO-CORRC.
016230     MOVE WS-CMOTVO-CORRC TO UORGS024-COR-CMOTVO-CORRC.
016231     MOVE WS-CSIT-ANT TO UORGS024-COR-CSIT-ANT.
016232     MOVE WS-CSIT-NOVO TO UORGS024-COR-CSIT-NOVO.
016233     MOVE WS-CCLASF-ANT TO UORGS024-COR-CCLASF-ANT.
016234     MOVE WS-CCLASF-NOVO TO UORGS024-COR-CCLASF-NOVO.
016235     MOVE WS-CUSUAR-MANUT TO UORGS024-COR-CUSUAR-CORRC.
016236     WRITE REL-UORGS024-REG FROM UORGS024-REGISTRO.
016237     ADD 1 TO WS-QTDE-CORRECAO.
016238     EXEC SQL
016239         UPDATE DB2PRD.TAJUST_HIST_UND
016240            SET CINDCD_ENVIO_NOTIF = 'S',
016241                HENVIO_NOTIF       = CURRENT TIMESTAMP
016242          WHERE NSEQ_AJUST_HIST = :WS-NSEQ-AJUST
016243     END-EXEC.
016244     IF SQLCODE NOT = ZERO
016245         DISPLAY 'UORG0024 - ERRO SQLCODE=' SQLCODE
016246             ' NA BAIXA DA CORRECAO ' WS-NSEQ-AJUST
016247     END-IF.
016248     PERFORM 8100-LER-CORRECAO
016249         THRU 8100-LER-CORRECAO-EXIT.
016250 4100-GRAVAR-CORRECAO-EXIT.
016251     EXIT.
016252******************************************************************
016300*    7000-ENCERRAR                                               *
016400******************************************************************
016500 7000-ENCERRAR                  SECTION.
016600     MOVE SPACES TO UORGS024-REGISTRO.
016700     MOVE '9' TO UORGS024-TIPO-REG.
016710     COMPUTE WS-QTDE-TOTAL-REGS =
016720         WS-QTDE-NOTIFIC + WS-QTDE-CORRECAO.
016730     MOVE WS-QTDE-TOTAL-REGS TO UORGS024-TRL-QTDE-NOTIFIC.
016801     MOVE 'G' TO UORGL087-FUNCTION.
016802     MOVE 'UORGS024' TO UORGL087-CINTERF.
016803     MOVE WS-QTDE-TOTAL-REGS TO UORGL087-QREG-ARQUIVO
016804                             UORGL087-QTOTAL-TRAILER.
016805     MOVE 'UORG0024' TO UORGL087-CUSUAR.
016806     CALL 'UORG0087' USING UORGL087-PARMS.
018100     WRITE REL-UORGK024-REG FROM UORGK024-REGISTRO.
018200     CLOSE REL-UORGK024.
018300     DISPLAY 'UORG0024 - NOTIFICACOES GERADAS: ' WS-QTDE-NOTIFIC.
018310     DISPLAY 'UORG0024 - CORRECOES NOTIFICADAS: '
018320         WS-QTDE-CORRECAO.
018400 7000-ENCERRAR-EXIT.
018500     EXIT.
018600******************************************************************
018900 8000-LER-CURSOR                SECTION.
019000     EXEC SQL
019100         FETCH CUR-UORG0024
019110          INTO :WS-CTPO-EVENTO,
019120               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
019130               :WS-HEVENTO-HIST, :WS-CSIT-ANT, :WS-CSIT-NOVO,
019140               :WS-CCLASF-ANT, :WS-CCLASF-NOVO,
019150               :WS-CUSUAR-MANUT, :WS-CUND-ORGNZ-ANT,
019160               :WS-CDIG-UND-ORGNZ-ANT, :WS-CUND-ORGNZ-NOVO,
019170               :WS-CDIG-UND-ORGNZ-NOVO
019600     END-EXEC.
019700     IF SQLCODE = 100
019800         MOVE 'S' TO WS-SW-FIM-CURSOR
020500     END-IF.
020600 8000-LER-CURSOR-EXIT.
020700     EXIT.
020702******************************************************************
020704*    8100-LER-CORRECAO                                           *
020706******************************************************************
020708 8100-LER-CORRECAO              SECTION.
020710     EXEC SQL
020712         FETCH CUR-UORG0024-COR
020714          INTO :WS-NSEQ-AJUST, :WS-CPSSOA-JURID,
020716               :WS-NSEQ-UND-ORGNZ, :WS-HEVENTO-HIST,
020718               :WS-HEVENTO-CORRIGIDO:WS-IND-CORRIGIDO,
020720               :WS-CTPO-CORRC, :WS-CMOTVO-CORRC,
020722               :WS-CSIT-ANT:WS-IND-CSIT-ANT,
020724               :WS-CSIT-NOVO:WS-IND-CSIT-NOVO,
020726               :WS-CCLASF-ANT:WS-IND-CCLASF-ANT,
020728               :WS-CCLASF-NOVO:WS-IND-CCLASF-NOVO,
020730               :WS-CUSUAR-MANUT
020732     END-EXEC.
020734     IF SQLCODE = 100
020736         MOVE 'S' TO WS-SW-FIM-CORRECAO
020738     ELSE
020740     IF SQLCODE NOT = ZERO
020742         DISPLAY 'UORG0024 - ERRO SQLCODE=' SQLCODE
020744             ' NO FETCH DAS CORRECOES'
020746         MOVE 'S' TO WS-SW-FIM-CORRECAO
020748     ELSE
020750         IF WS-IND-CSIT-ANT < ZERO
020752             MOVE ZERO TO WS-CSIT-ANT
020754         END-IF
020756         IF WS-IND-CSIT-NOVO < ZERO
020758             MOVE ZERO TO WS-CSIT-NOVO
020760         END-IF
020762         IF WS-IND-CCLASF-ANT < ZERO
020764             MOVE ZERO TO WS-CCLASF-ANT
020766         END-IF
020768         IF WS-IND-CCLASF-NOVO < ZERO
020770             MOVE ZERO TO WS-CCLASF-NOVO
020772         END-IF
020774     END-IF
020776     END-IF.
020778 8100-LER-CORRECAO-EXIT.
020780     EXIT.
020800******************************************************************
020900*    9500-REGISTRAR-INICIO                                      *
021000*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
022800******************************************************************
022900 9600-REGISTRAR-FIM            SECTION.
023000     MOVE 'F' TO UORGL043-FUNCTION.
023010     COMPUTE WS-QTDE-TOTAL-REGS =
023020         WS-QTDE-NOTIFIC + WS-QTDE-CORRECAO.
023030     MOVE WS-QTDE-TOTAL-REGS TO UORGL043-QTDE-LIDOS
023040                                UORGL043-QTDE-GRAVADOS.
023300     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
023400     MOVE ZERO TO UORGL043-CCOD-TERMINO.
023500     CALL 'UORG0043' USING UORGL043-PARMS.
