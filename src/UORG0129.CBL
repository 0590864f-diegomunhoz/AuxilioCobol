001930*                CATALOGO TPLANO_CTA_CTBIL (UORG0077), COM       *
001940*                FALTAS CONTADAS A PARTE; REGISTRO DO ARQUIVO    *
001950*                CORRIGIDO PARA 81 POSICOES (= UORGS129).        *
001955* 15/10/2026 ES  CORRECOES RETROATIVAS APROVADAS (UO82/UO71,     *
001960*                TAJUST_HIST_UND) AINDA NAO ENVIADAS SAEM COMO   *
001965*                DETALHE TIPO 2: ESTORNO NA DATA ORIGINAL E,     *
001970*                NA RETROACAO, RELANCAMENTO NA DATA CORRIGIDA.   *
001975*                EVENTO SUBSTITUTO FICA FORA DA EXTRACAO DO MES. *
001980* 15/10/2026 ES  DETALHE TRAZ O CENTRO DE CUSTO DA UNIDADE,      *
001985*                TRADUZIDO PELA UORG0213 (TIDENT_EXTER_UND);     *
001990*                SEM O CODIGO SAI EM BRANCO E E CONTADO.         *
002000******************************************************************
002100*
002200*    FUNCAO: EXECUCAO MENSAL. DELIMITA O MES ANTERIOR A PARTIR
003100*    CONTROLE DE TRANSMISSAO PELA UORG0087; O ACUSE DA
003200*    CONTABILIDADE VOLTA PELO PROCESSADOR GENERICO UORG0088 -
003300*    ACABA A REDIGITACAO DO MES SEGUINTE.
003310*    CORRECOES RETROATIVAS: O EVENTO SUBSTITUTO GRAVADO PELA
003320*    UORG0206 (HEVENTO_ORIGEM PREENCHIDO) NAO ENTRA NA EXTRACAO DO
003330*    MES; CADA AJUSTE DE TAJUST_HIST_UND AINDA NAO ENVIADO A
003340*    CONTABILIDADE (CINDCD_ENVIO_CTBIL = 'N') GERA, COM A MESMA
003350*    ACAO CONTABIL DO EVENTO, UM DETALHE TIPO 2 DE ESTORNO ('E')
003360*    NA DATA ORIGINAL E, NA RETROACAO, OUTRO DE RELANCAMENTO ('L')
003370*    NA DATA CORRIGIDA, COM O MOTIVO DA CORRECAO; O AJUSTE E
003380*    MARCADO COMO ENVIADO NO MESMO COMMIT DO REGISTRO DA EXECUCAO.
003382*    O CENTRO DE CUSTO DE CADA DETALHE VEM DA TABELA DE CODIGOS
003384*    EXTERNOS PELA UORG0213 (SISTEMA 'CTBIL'), NO LUGAR DA
003386*    DERIVACAO PELA CHAVE DA UNIDADE FEITA NA CONTABILIDADE; SEM
003388*    O CODIGO (UNIDADE RECEM-ABERTA OU LACUNA DA UORG0215) O
003390*    CAMPO SAI EM BRANCO E E CONTADO NO SYSOUT.
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
005100 01  WS-SWITCHES.
005200     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005300        88 WS-FIM-CURSOR              VALUE 'S'.
005310     05 WS-SW-FIM-AJUSTE         PIC X(1) VALUE 'N'.
005320        88 WS-FIM-AJUSTE              VALUE 'S'.
005400 01  WS-CONTADORES.
005500     05 WS-QTDE-EXTRAIDA         PIC S9(9) COMP VALUE ZERO.
005600     05 WS-QTDE-SEM-ACAO         PIC S9(9) COMP VALUE ZERO.
005610     05 WS-QTDE-PLANO-INVAL      PIC S9(9) COMP VALUE ZERO.
005620     05 WS-QTDE-AJUSTE           PIC S9(9) COMP VALUE ZERO.
005630     05 WS-QTDE-TOTAL-REGS       PIC S9(9) COMP VALUE ZERO.
005640     05 WS-QTDE-SEM-CENTRO       PIC S9(9) COMP VALUE ZERO.
005700 01  WS-AREA-TRABALHO.
005800     05 WS-DATA-HOJE             PIC 9(8).
005900     05 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
007400     05 WS-CCLASF-NOVO           PIC S9(1)V COMP-3.
007500     05 WS-CACAO-CTBIL           PIC X(1).
007510     05 WS-CTPO-PLANO-CTA        PIC S9(2)V COMP-3.
007520     05 WS-CTPO-REG              PIC X(1).
007530     05 WS-CTPO-AJUST            PIC X(1).
007540     05 WS-NSEQ-AJUST            PIC S9(10)V COMP-3.
007550     05 WS-HEVENTO-CORRIGIDO     PIC X(26).
007560     05 WS-CTPO-CORRC            PIC X(1).
007570     05 WS-CMOTVO-CORRC          PIC S9(2)V COMP-3.
007600 01  WS-INDICADORES.
007700     05 WS-IND-CSIT-ANT          PIC S9(4) COMP-5.
007800     05 WS-IND-CSIT-NOVO         PIC S9(4) COMP-5.
007900     05 WS-IND-CCLASF-ANT        PIC S9(4) COMP-5.
008000     05 WS-IND-CCLASF-NOVO       PIC S9(4) COMP-5.
008010     05 WS-IND-CORRIGIDO         PIC S9(4) COMP-5.
008100 COPY UORGS129.
008200 COPY UORGL043.
008300 COPY UORGL087.
008310 COPY UORGL077.
008320 COPY UORGL213.
008400 PROCEDURE DIVISION.
008500******************************************************************
008600*    0000-MAINLINE                                               *
009300     PERFORM 2000-PROCESSAR-EVENTO
009400         THRU 2000-PROCESSAR-EVENTO-EXIT
009500         UNTIL WS-FIM-CURSOR.
009510     PERFORM 3000-PROCESSAR-AJUSTES
009520         THRU 3000-PROCESSAR-AJUSTES-EXIT.
009600     PERFORM 7000-ENCERRAR
009700         THRU 7000-ENCERRAR-EXIT.
009800     PERFORM 9600-REGISTRAR-FIM
013300           FROM DB2PRD.TUND_ORGNZ_HIST
013400          WHERE HEVENTO_HIST >= :WS-TS-INICIO
013500            AND HEVENTO_HIST <  :WS-TS-FIM
013510            AND HEVENTO_ORIGEM IS NULL
013600          ORDER BY CPSSOA_JURID, NSEQ_UND_ORGNZ, HEVENTO_HIST
013700     END-EXEC.
013800     EXEC SQL
014700*    MAPEIA O EVENTO PARA A ACAO CONTABIL                       *
014800******************************************************************
014900 2000-PROCESSAR-EVENTO          SECTION.
014910     PERFORM 2100-MAPEAR-ACAO
014920         THRU 2100-MAPEAR-ACAO-EXIT.
014930     IF WS-CACAO-CTBIL = SPACES
014940         ADD 1 TO WS-QTDE-SEM-ACAO
014950         GO TO 2000-PROCESSAR-EVENTO-LER
014960     END-IF.
014970     MOVE '1' TO WS-CTPO-REG.
014980     MOVE SPACE TO WS-CTPO-AJUST.
014990     MOVE ZERO TO WS-CMOTVO-CORRC.
015000     PERFORM 2200-GRAVAR-DETALHE
015010         THRU 2200-GRAVAR-DETALHE-EXIT.
015020     ADD 1 TO WS-QTDE-EXTRAIDA.
017500 2000-PROCESSAR-EVENTO-LER.
017600     PERFORM 8000-LER-CURSOR
017700         THRU 8000-LER-CURSOR-EXIT.
017800 2000-PROCESSAR-EVENTO-EXIT.
017900     EXIT.
017901******************************************************************
017902*    2100-MAPEAR-ACAO                                           *
017903*    ACAO CONTABIL E PLANO DE CONTAS DA TRANSICAO ANTES/DEPOIS; *
017904*    ACAO EM BRANCO QUANDO A TRANSICAO NAO GERA LANCAMENTO      *
017905******************************************************************
017906 2100-MAPEAR-ACAO               SECTION.
017907     MOVE SPACES TO WS-CACAO-CTBIL.
017908     EVALUATE TRUE
017909         WHEN WS-CSIT-NOVO = 1 AND WS-CSIT-ANT NOT = 1
017910             MOVE 'A' TO WS-CACAO-CTBIL
017911         WHEN WS-CSIT-NOVO = 0 AND WS-CSIT-ANT NOT = 0
017912             MOVE 'E' TO WS-CACAO-CTBIL
017913         WHEN WS-CSIT-NOVO = 1 AND WS-CSIT-ANT = 1
017914              AND WS-CCLASF-ANT NOT = WS-CCLASF-NOVO
017915             MOVE 'R' TO WS-CACAO-CTBIL
017916         WHEN OTHER
017917             GO TO 2100-MAPEAR-ACAO-EXIT
017918     END-EVALUATE.
017919     IF WS-CACAO-CTBIL = 'E'
017920         MOVE WS-CCLASF-ANT TO WS-CTPO-PLANO-CTA
017921     ELSE
017922         MOVE WS-CCLASF-NOVO TO WS-CTPO-PLANO-CTA
017923     END-IF.
017924     MOVE WS-CTPO-PLANO-CTA TO UORGL077-CTPO-PLANO-CTA.
017925     CALL 'UORG0077' USING UORGL077-PARMS.
017926     IF NOT UORGL077-OK
017927         ADD 1 TO WS-QTDE-PLANO-INVAL
017928     END-IF.
017929 2100-MAPEAR-ACAO-EXIT.
017930     EXIT.
017931******************************************************************
017932*    2200-GRAVAR-DETALHE                                        *
017933******************************************************************
017934 2200-GRAVAR-DETALHE            SECTION.
017935     MOVE SPACES TO UORGS129-REGISTRO.
017936     MOVE WS-CTPO-REG TO UORGS129-TIPO-REG.
017937     MOVE WS-CPSSOA-JURID TO UORGS129-CPSSOA-JURID.
017938     MOVE WS-NSEQ-UND-ORGNZ TO UORGS129-NSEQ-UND-ORGNZ.
017939     MOVE WS-HEVENTO-HIST (1:19) TO UORGS129-HEVENTO.
017940     MOVE WS-CACAO-CTBIL TO UORGS129-CACAO-CTBIL.
017941     MOVE WS-CCLASF-ANT TO UORGS129-CCLASF-ANT.
017942     MOVE WS-CCLASF-NOVO TO UORGS129-CCLASF-NOVO.
017943     MOVE WS-CSIT-ANT TO UORGS129-CSIT-ANT.
017944     MOVE WS-CSIT-NOVO TO UORGS129-CSIT-NOVO.
017945     MOVE WS-CTPO-PLANO-CTA TO UORGS129-CTPO-PLANO-CTA.
017946     MOVE WS-CTPO-AJUST TO UORGS129-CTPO-AJUST.
017947     MOVE WS-CMOTVO-CORRC TO UORGS129-CMOTVO-CORRC.
017948     MOVE 'E' TO UORGL213-FUNCTION.
017949     MOVE 'CTBIL' TO UORGL213-CSIST-EXTER.
017950     MOVE WS-CPSSOA-JURID TO UORGL213-CPSSOA-JURID.
017951     MOVE WS-NSEQ-UND-ORGNZ TO UORGL213-NSEQ-UND-ORGNZ.
017952     CALL 'UORG0213' USING UORGL213-PARMS.
017953     EVALUATE TRUE
017954         WHEN UORGL213-OK
017955             MOVE UORGL213-CIDENT-EXTER TO UORGS129-CCENTR-CUSTO
017956         WHEN UORGL213-SEM-MAPEAMENTO
017957             ADD 1 TO WS-QTDE-SEM-CENTRO
017958         WHEN OTHER
017959             DISPLAY 'UORG0129 - ERRO ' UORGL213-RETORNO
017960                 ' NA TRADUCAO DO CENTRO DE CUSTO'
017961     END-EVALUATE.
017962     WRITE SAI-UORGS129-REG FROM UORGS129-REGISTRO.
017963 2200-GRAVAR-DETALHE-EXIT.
017964     EXIT.
017965******************************************************************
017966*    3000-PROCESSAR-AJUSTES                                     *
017967*    CORRECOES RETROATIVAS AINDA NAO ENVIADAS A CONTABILIDADE   *
017968******************************************************************
017969 3000-PROCESSAR-AJUSTES         SECTION.
017970     EXEC SQL
017971         DECLARE CUR-UORG0129-AJU CURSOR FOR
017972         SELECT NSEQ_AJUST_HIST, CPSSOA_JURID, NSEQ_UND_ORGNZ,
017973                HEVENTO_ORIGEM, HEVENTO_CORRIGIDO, CTPO_CORRC,
017974                CMOTVO_CORRC_HIST,
017975                CSIT_UND_ORGNZ_ANT, CSIT_UND_ORGNZ_NOVO,
017976                CCLASF_UND_ORGNZ_ANT, CCLASF_UND_ORGNZ_NOVO
017977           FROM DB2PRD.TAJUST_HIST_UND
017978          WHERE CINDCD_ENVIO_CTBIL = 'N'
017979          ORDER BY NSEQ_AJUST_HIST
017980     END-EXEC.
017981     EXEC SQL
017982         OPEN CUR-UORG0129-AJU
017983     END-EXEC.
017984     PERFORM 8100-LER-AJUSTE
017985         THRU 8100-LER-AJUSTE-EXIT.
017986     PERFORM 3100-PROCESSAR-AJUSTE
017987         THRU 3100-PROCESSAR-AJUSTE-EXIT
017988         UNTIL WS-FIM-AJUSTE.
017989     EXEC SQL
017990         CLOSE CUR-UORG0129-AJU
017991     END-EXEC.
017992 3000-PROCESSAR-AJUSTES-EXIT.
017993     EXIT.
017994******************************************************************
017995*    3100-PROCESSAR-AJUSTE                                      *
017996*    ESTORNO NA DATA ORIGINAL; NA RETROACAO, RELANCAMENTO NA    *
017997*    DATA CORRIGIDA. O AJUSTE SEM ACAO CONTABIL SO E BAIXADO    *
017998******************************************************************
017999 3100-PROCESSAR-AJUSTE          SECTION.
018000     PERFORM 2100-MAPEAR-ACAO
018001         THRU 2100-MAPEAR-ACAO-EXIT.
018002     IF WS-CACAO-CTBIL = SPACES
018003         ADD 1 TO WS-QTDE-SEM-ACAO
018004     ELSE
018005         MOVE '2' TO WS-CTPO-REG
018006         MOVE 'E' TO WS-CTPO-AJUST
018007         PERFORM 2200-GRAVAR-DETALHE
018008             THRU 2200-GRAVAR-DETALHE-EXIT
018009         ADD 1 TO WS-QTDE-AJUSTE
018010         IF WS-CTPO-CORRC = 'R' AND WS-IND-CORRIGIDO >= ZERO
018011             MOVE WS-HEVENTO-CORRIGIDO TO WS-HEVENTO-HIST
018012             MOVE 'L' TO WS-CTPO-AJUST
018013             PERFORM 2200-GRAVAR-DETALHE
018014                 THRU 2200-GRAVAR-DETALHE-EXIT
018015             ADD 1 TO WS-QTDE-AJUSTE
018016         END-IF
018017     END-IF.
018018     EXEC SQL
018019         UPDATE DB2PRD.TAJUST_HIST_UND
018020            SET CINDCD_ENVIO_CTBIL = 'S',
018021                HENVIO_CTBIL       = CURRENT TIMESTAMP
018022          WHERE NSEQ_AJUST_HIST = :WS-NSEQ-AJUST
018023     END-EXEC.
018024     IF SQLCODE NOT = ZERO
018025         DISPLAY 'UORG0129 - ERRO SQLCODE=' SQLCODE
018026             ' NA BAIXA DO AJUSTE ' WS-NSEQ-AJUST
018027     END-IF.
018028     PERFORM 8100-LER-AJUSTE
018029         THRU 8100-LER-AJUSTE-EXIT.
018030 3100-PROCESSAR-AJUSTE-EXIT.
018031     EXIT.
018032******************************************************************
018100*    7000-ENCERRAR                                               *
018200******************************************************************
018300 7000-ENCERRAR                  SECTION.
018400     MOVE SPACES TO UORGS129-REGISTRO.
018500     MOVE '9' TO UORGS129-TIPO-REG.
018510     COMPUTE WS-QTDE-TOTAL-REGS =
018520         WS-QTDE-EXTRAIDA + WS-QTDE-AJUSTE.
018530     MOVE WS-QTDE-TOTAL-REGS TO UORGS129-TRL-QTDE-REGS.
018700     WRITE SAI-UORGS129-REG FROM UORGS129-REGISTRO.
018800     EXEC SQL
018900         CLOSE CUR-UORG0129
019100     CLOSE SAI-UORGS129.
019200     MOVE 'G' TO UORGL087-FUNCTION.
019300     MOVE 'UORGS129' TO UORGL087-CINTERF.
019310     MOVE WS-QTDE-TOTAL-REGS TO UORGL087-QREG-ARQUIVO
019500                             UORGL087-QTOTAL-TRAILER.
019600     MOVE 'UORG0129' TO UORGL087-CUSUAR.
019700     CALL 'UORG0087' USING UORGL087-PARMS.
020600         ' SEM ACAO CONTABIL: ' WS-QTDE-SEM-ACAO.
020610     DISPLAY 'UORG0129 - PLANOS DE CONTAS INVALIDOS NO '
020620         'CATALOGO: ' WS-QTDE-PLANO-INVAL.
020630     DISPLAY 'UORG0129 - AJUSTES DE CORRECAO RETROATIVA: '
020640         WS-QTDE-AJUSTE.
020650     DISPLAY 'UORG0129 - DETALHES SEM CENTRO DE CUSTO: '
020660         WS-QTDE-SEM-CENTRO.
020700 7000-ENCERRAR-EXIT.
020800     EXIT.
020900******************************************************************
024300     END-IF.
024400 8000-LER-CURSOR-EXIT.
024500     EXIT.
024501******************************************************************
024502*    8100-LER-AJUSTE                                            *
024503******************************************************************
024504 8100-LER-AJUSTE                SECTION.
024505     EXEC SQL
024506         FETCH CUR-UORG0129-AJU
024507          INTO :WS-NSEQ-AJUST, :WS-CPSSOA-JURID,
024508               :WS-NSEQ-UND-ORGNZ, :WS-HEVENTO-HIST,
024509               :WS-HEVENTO-CORRIGIDO:WS-IND-CORRIGIDO,
024510               :WS-CTPO-CORRC, :WS-CMOTVO-CORRC,
024511               :WS-CSIT-ANT:WS-IND-CSIT-ANT,
024512               :WS-CSIT-NOVO:WS-IND-CSIT-NOVO,
024513               :WS-CCLASF-ANT:WS-IND-CCLASF-ANT,
024514               :WS-CCLASF-NOVO:WS-IND-CCLASF-NOVO
024515     END-EXEC.
024516     IF SQLCODE = 100
024517         MOVE 'S' TO WS-SW-FIM-AJUSTE
024518     ELSE
024519     IF SQLCODE NOT = ZERO
024520         DISPLAY 'UORG0129 - ERRO SQLCODE=' SQLCODE
024521             ' NO FETCH DOS AJUSTES'
024522         MOVE 'S' TO WS-SW-FIM-AJUSTE
024523     ELSE
024524         IF WS-IND-CSIT-ANT < ZERO
024525             MOVE ZERO TO WS-CSIT-ANT
024526         END-IF
024527         IF WS-IND-CSIT-NOVO < ZERO
024528             MOVE ZERO TO WS-CSIT-NOVO
024529         END-IF
024530         IF WS-IND-CCLASF-ANT < ZERO
024531             MOVE ZERO TO WS-CCLASF-ANT
024532         END-IF
024533         IF WS-IND-CCLASF-NOVO < ZERO
024534             MOVE ZERO TO WS-CCLASF-NOVO
024535         END-IF
024536     END-IF
024537     END-IF.
024538 8100-LER-AJUSTE-EXIT.
024539     EXIT.
024600******************************************************************
024700*    9500-REGISTRAR-INICIO                                      *
024800*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
026700 9600-REGISTRAR-FIM             SECTION.
026800     MOVE 'F' TO UORGL043-FUNCTION.
026900     COMPUTE UORGL043-QTDE-LIDOS =
026910         WS-QTDE-EXTRAIDA + WS-QTDE-SEM-ACAO + WS-QTDE-AJUSTE.
026920     MOVE WS-QTDE-TOTAL-REGS TO UORGL043-QTDE-GRAVADOS.
027200     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
027300     MOVE ZERO TO UORGL043-CCOD-TERMINO.
027400     CALL 'UORG0043' USING UORGL043-PARMS.
