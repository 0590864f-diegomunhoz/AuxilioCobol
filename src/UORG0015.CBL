001774*                TABELA CENTRAL DE PARAMETROS (TPARAM_BATCH VIA*
001776*                UORG0148, PARAMETRO 'REINICIO'), COM RECUO    *
001778*                PARA O CARTAO UORGK015 QUANDO NAO CADASTRADO. *
001780* 14/10/2026 ES  NA FUSAO, OS BENS DO PATRIMONIO EM CUSTODIA DA*
001784*                ORIGEM (TBEM_PATRIM_UND) GERAM INSTRUCOES DE   *
001788*                TRANSFERENCIA PARA A DESTINO EM                *
001792*                TINSTR_TRANSF_BEM, ENVIADAS PELA UORG0173.     *
001793* 14/10/2026 ES  PONTO DE CONTROLE NA TABELA COMUM              *
001794*                TCTRL_CKPT_BATCH (SERVICO UORG0185), GRAVADO   *
001795*                ANTES DO COMMIT DO COMANDO, NO LUGAR DO        *
001796*                ARQUIVO UORGK015.                              *
001806* 14/10/2026 ES  NA FUSAO, INSTRUCAO PENDENTE DE                *
001816*                TRANSFERENCIA DA CARTEIRA DE CLIENTES DA       *
001826*                ORIGEM PARA A DESTINO EM TTRANSF_CART_UND,     *
001836*                ENVIADA PELA UORG0195.                         *
001899******************************************************************
001900*
002000*    FUNCAO: PROCESSA UM ARQUIVO DE COMANDOS DE FUSAO (UNIDADE
002100*    ORIGEM ABSORVIDA POR UNIDADE DESTINO, AMBAS JA EXISTENTES)
002900*    INCLUIDA HERDANDO DA ORIGEM A RAZAO SOCIAL (IUND_ORGNZ) E A
003000*    CORRETORA DE CAMBIO (CLOGDR_CMBIO_ORGNZ), COM OS DEMAIS
003100*    DADOS INFORMADOS NO PROPRIO REGISTRO DE CONTROLE. CADA
003110*    COMANDO E TRATADO COMO UMA UNIDADE DE TRABALHO: ANTES DO
003120*    COMMIT DO COMANDO, O PONTO DE CONTROLE COMUM TCTRL_CKPT_BATCH
003130*    (SERVICO UORG0185) E GRAVADO COM A QUANTIDADE DE COMANDOS JA
003140*    APLICADOS, DE FORMA QUE DADOS E PONTO DE CONTROLE SAO
003150*    EFETIVADOS JUNTOS. SE HOUVER PONTO DE CONTROLE ABERTO, A
003160*    EXECUCAO ANTERIOR FOI INTERROMPIDA E OS PRIMEIROS COMANDOS
003170*    DO ARQUIVO DE CONTROLE SAO SALTADOS ATE A POSICAO GRAVADA.
003175*    NA FUSAO, A CARTEIRA DE CLIENTES DA ORIGEM GANHA INSTRUCAO
003180*    PENDENTE DE TRANSFERENCIA PARA A DESTINO EM TTRANSF_CART_UND
003185*    (MOTIVO 'F'), ENVIADA AO SISTEMA DE CONTAS PELA UORG0195.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003800 FILE-CONTROL.
003900     SELECT REL-UORGS015 ASSIGN TO UORGS015
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  REL-UORGS015
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600 01  REL-UORGS015-REG            PIC X(128).
004700 WORKING-STORAGE SECTION.
004800     EXEC SQL INCLUDE SQLCA END-EXEC.
004900 01  WS-SWITCHES.
005300        88 WS-UNIDADES-VALIDAS        VALUE 'S'.
005310     05 WS-SW-REINICIO           PIC X(1) VALUE 'N'.
005320        88 WS-REINICIO                VALUE 'S'.
005340 01  WS-SW-SIMULACAO             PIC X(1) VALUE 'N'.
005350     88 WS-SIMULACAO                  VALUE 'S'.
005400 01  WS-CONTADORES.
006450 COPY UORGL000.
006480 COPY UORGL002.
006490 COPY UORGL148.
006495 COPY UORGL185.
006500 PROCEDURE DIVISION.
006600******************************************************************
006700*    0000-MAINLINE                                               *
008849             'PARAMETROS: ' UORGL148-VPARAM (1:10)
008850         GO TO 1100-LER-CHECKPOINT-AVALIAR
008851     END-IF.
008852     MOVE 'L' TO UORGL185-FUNCTION.
008853     MOVE 'UORG0015' TO UORGL185-CPGM-BATCH.
008854     MOVE 'UNICA' TO UORGL185-CEXEC-BATCH.
008855     CALL 'UORG0185' USING UORGL185-PARMS.
008856     IF UORGL185-ERRO-SQL
008857         DISPLAY 'UORG0015 - ERRO NA LEITURA DO PONTO DE CONTROLE'
008858     END-IF.
008859     IF NOT UORGL185-OK
008860         GO TO 1100-LER-CHECKPOINT-EXIT
008861     END-IF.
008862     MOVE UORGL185-QREG-PROCES TO UORGK015-QTDE-PROCESSADA.
008863     MOVE 'N' TO UORGK015-SW-COMPLETO.
008864     MOVE UORGL185-QREG-REJEIT TO WS-QTDE-REJEITADAS.
008865     DISPLAY 'UORG0015 - REINICIO DO PONTO DE CONTROLE DE '
008866         UORGL185-HULT-CKPT ' ULTIMO COMANDO '
008867         UORGL185-CCHAVE-CKPT.
008868 1100-LER-CHECKPOINT-AVALIAR.
008869     IF NOT UORGK015-CARGA-COMPLETA
008870         MOVE 'S' TO WS-SW-REINICIO
008871         MOVE UORGK015-QTDE-PROCESSADA TO WS-QTDE-CKPT
008872                                          WS-QTDE-PROCESSADA
008873     END-IF.
008874 1100-LER-CHECKPOINT-EXIT.
008875     EXIT.
008878******************************************************************
008880*    1200-SALTAR-COMANDO                                         *
008882******************************************************************
010300         ADD 1 TO WS-QTDE-REJEITADAS
010400     END-IF
010500     END-IF.
010510 2000-PROCESSAR-CONTROLE-COMMIT.
010520     ADD 1 TO WS-QTDE-PROCESSADA.
010530     MOVE 'G' TO UORGL185-FUNCTION.
010540     PERFORM 2100-GRAVAR-CHECKPOINT
010550         THRU 2100-GRAVAR-CHECKPOINT-EXIT.
010560     EXEC SQL
010570         COMMIT
010580     END-EXEC.
010900     PERFORM 8000-LER-CONTROLE
011000         THRU 8000-LER-CONTROLE-EXIT.
011100 2000-PROCESSAR-CONTROLE-EXIT.
011200     EXIT.
011210******************************************************************
011220*    2100-GRAVAR-CHECKPOINT                                      *
011225*    GRAVA ('G') OU ENCERRA ('E') O PONTO DE CONTROLE COMUM      *
011230*    (UORG0185) ANTES DO COMMIT DO COMANDO                       *
011240******************************************************************
011250 2100-GRAVAR-CHECKPOINT         SECTION.
011251     IF WS-SIMULACAO
011253         GO TO 2100-GRAVAR-CHECKPOINT-EXIT
011255     END-IF.
011257     MOVE WS-QTDE-PROCESSADA TO UORGK015-QTDE-PROCESSADA.
011259     MOVE 'UORG0015' TO UORGL185-CPGM-BATCH.
011261     MOVE 'UNICA' TO UORGL185-CEXEC-BATCH.
011263     MOVE SPACES TO UORGL185-CCHAVE-CKPT.
011265     STRING UORGK015-QTDE-PROCESSADA ' ' UORGS015-TIPO-OPER ' '
011267         UORGS015-CPSSOA-JURID '/' UORGS015-NSEQ-ORIGEM
011269         DELIMITED BY SIZE INTO UORGL185-CCHAVE-CKPT.
011271     MOVE WS-QTDE-PROCESSADA TO UORGL185-QREG-PROCES.
011273     MOVE WS-QTDE-REJEITADAS TO UORGL185-QREG-REJEIT.
011275     CALL 'UORG0185' USING UORGL185-PARMS.
011277     IF NOT UORGL185-OK
011279         DISPLAY 'UORG0015 - ERRO ' UORGL185-RETORNO
011281             ' NO PONTO DE CONTROLE ' UORGL185-FUNCTION
011283     END-IF.
011315 2100-GRAVAR-CHECKPOINT-EXIT.
011325     EXIT.
011335******************************************************************
011545                 THRU 3200-REDIRECIONAR-ACESSO-EXIT
011555             PERFORM 3300-REDIRECIONAR-AREA
011565                 THRU 3300-REDIRECIONAR-AREA-EXIT
011568             PERFORM 3500-INSTRUIR-TRANSF-BENS
011571                 THRU 3500-INSTRUIR-TRANSF-BENS-EXIT
011572             PERFORM 3600-INSTRUIR-TRANSF-CARTEIRA
011573                 THRU 3600-INSTRUIR-TRANSF-CARTEIRA-EXIT
011575             PERFORM 3400-INATIVAR-ORIGEM
011585                 THRU 3400-INATIVAR-ORIGEM-EXIT
011595         END-IF
012615 3400-INATIVAR-ORIGEM-EXIT.
012625     EXIT.
012635******************************************************************
012645*    3500-INSTRUIR-TRANSF-BENS                                   *
012655*    BENS EM CUSTODIA DA ORIGEM GANHAM INSTRUCAO PENDENTE DE     *
012665*    TRANSFERENCIA PARA A DESTINO (ENVIO PELA UORG0173); BEM COM *
012675*    INSTRUCAO AINDA PENDENTE NAO E DUPLICADO                    *
012685******************************************************************
012695 3500-INSTRUIR-TRANSF-BENS      SECTION.
012705     EXEC SQL
012715         INSERT INTO DB2PRD.TINSTR_TRANSF_BEM
012725                (NBEM_PATRIM, CPSSOA_JURID_ORIG, NSEQ_UND_ORIG,
012735                 CPSSOA_JURID_DEST, NSEQ_UND_DEST, CMOTVO_TRANSF,
012745                 CSIT_INSTR, CUSUAR_INCL, HINCL_REG)
012755         SELECT B.NBEM_PATRIM, B.CPSSOA_JURID, B.NSEQ_UND_ORGNZ,
012765                :UORGS015-CPSSOA-JURID, :UORGS015-NSEQ-DESTINO,
012775                'F', 1, :UORGS015-CUSUARIO, CURRENT TIMESTAMP
012785           FROM DB2PRD.TBEM_PATRIM_UND B
012795          WHERE B.CPSSOA_JURID   = :UORGS015-CPSSOA-JURID
012805            AND B.NSEQ_UND_ORGNZ = :UORGS015-NSEQ-ORIGEM
012815            AND NOT EXISTS
012825                (SELECT 1
012835                   FROM DB2PRD.TINSTR_TRANSF_BEM I
012845                  WHERE I.NBEM_PATRIM = B.NBEM_PATRIM
012855                    AND I.CSIT_INSTR  = 1)
012865     END-EXEC.
012875     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
012885         DISPLAY 'UORG0015 - ERRO SQLCODE=' SQLCODE
012895             ' NA INSTRUCAO DE TRANSFERENCIA DOS BENS, ORIGEM='
012905             UORGS015-NSEQ-ORIGEM
012915     END-IF.
012925 3500-INSTRUIR-TRANSF-BENS-EXIT.
012935     EXIT.
012936******************************************************************
012937*    3600-INSTRUIR-TRANSF-CARTEIRA                               *
012938*    CARTEIRA DE CLIENTES DA ORIGEM GANHA INSTRUCAO PENDENTE     *
012939*    DE TRANSFERENCIA PARA A DESTINO (ENVIO PELA UORG0195)       *
012940******************************************************************
012941 3600-INSTRUIR-TRANSF-CARTEIRA  SECTION.
012942     EXEC SQL
012943         INSERT INTO DB2PRD.TTRANSF_CART_UND
012944                (CPSSOA_JURID_ORIG, NSEQ_UND_ORIG,
012945                 DEFETIV_TRANSF, CPSSOA_JURID_DEST, NSEQ_UND_DEST,
012946                 CMOTVO_TRANSF, CSIT_TRANSF, CUSUAR_INCL,
012947                 HINCL_REG)
012948         VALUES (:UORGS015-CPSSOA-JURID, :UORGS015-NSEQ-ORIGEM,
012949                 CURRENT DATE, :UORGS015-CPSSOA-JURID,
012950                 :UORGS015-NSEQ-DESTINO, 'F', 1,
012951                 :UORGS015-CUSUARIO, CURRENT TIMESTAMP)
012952     END-EXEC.
012953     IF SQLCODE NOT = ZERO
012954         DISPLAY 'UORG0015 - ERRO SQLCODE=' SQLCODE
012955             ' NA INSTRUCAO DE TRANSFERENCIA DA CARTEIRA, ORIGEM='
012956             UORGS015-NSEQ-ORIGEM
012957     END-IF.
012958 3600-INSTRUIR-TRANSF-CARTEIRA-EXIT.
012959     EXIT.
012960******************************************************************
012961*    4000-EXECUTAR-DIVISAO                                       *
012965******************************************************************
012975 4000-EXECUTAR-DIVISAO          SECTION.
012985     PERFORM 4100-VALIDAR-ORIGEM
012995         THRU 4100-VALIDAR-ORIGEM-EXIT.
013005     IF WS-UNIDADES-VALIDAS
013015         IF NOT WS-SIMULACAO
013025             PERFORM 4200-INCLUIR-UNIDADE-NOVA
013035                 THRU 4200-INCLUIR-UNIDADE-NOVA-EXIT
013045         END-IF
013055         ADD 1 TO WS-QTDE-DIVISOES
013065     ELSE
013075         DISPLAY 'UORG0015 - DIVISAO REJEITADA CPSSOA_JURID='
013085             UORGS015-CPSSOA-JURID ' ORIGEM='
013095             UORGS015-NSEQ-ORIGEM ' NOVO='
013105             UORGS015-NSEQ-NOVO
013115         ADD 1 TO WS-QTDE-REJEITADAS
013125     END-IF.
013135 4000-EXECUTAR-DIVISAO-EXIT.
013145     EXIT.
013155******************************************************************
013165*    4100-VALIDAR-ORIGEM                                         *
013175******************************************************************
013185 4100-VALIDAR-ORIGEM            SECTION.
013195     MOVE 'N' TO WS-SW-UNIDADES-VALIDAS.
013205     MOVE ZERO TO WS-QTDE-EXISTE.
013215     EXEC SQL
013225         SELECT COUNT(*)
013235           INTO :WS-QTDE-EXISTE
013245           FROM DB2PRD.TUND_ORGNZ
013255          WHERE CPSSOA_JURID = :UORGS015-CPSSOA-JURID
013265            AND NSEQ_UND_ORGNZ = :UORGS015-NSEQ-NOVO
013275     END-EXEC.
013285     IF SQLCODE = ZERO AND WS-QTDE-EXISTE = ZERO
013295         EXEC SQL
013305             SELECT IUND_ORGNZ, CLOGDR_CMBIO_ORGNZ
013315               INTO :WS-IUND-ORGNZ-ORIGEM,
013325                    :WS-CLOGDR-CMBIO-ORIGEM
013335               FROM DB2PRD.TUND_ORGNZ
013345              WHERE CPSSOA_JURID = :UORGS015-CPSSOA-JURID
013355                AND NSEQ_UND_ORGNZ = :UORGS015-NSEQ-ORIGEM
013365                AND CSIT_UND_ORGNZ = 1
013375         END-EXEC
013385         IF SQLCODE = ZERO
013395             MOVE 'S' TO WS-SW-UNIDADES-VALIDAS
013405         END-IF
013415     END-IF.
013425 4100-VALIDAR-ORIGEM-EXIT.
013435     EXIT.
013445******************************************************************
013455*    4200-INCLUIR-UNIDADE-NOVA                                   *
013465******************************************************************
013475 4200-INCLUIR-UNIDADE-NOVA      SECTION.
013485     EXEC SQL
013495         INSERT INTO DB2PRD.TUND_ORGNZ
013505                (CPSSOA_JURID, NSEQ_UND_ORGNZ, CPSSOA_UND_ORGNZ,
013515                 CSIT_UND_ORGNZ, CCLASF_UND_ORGNZ, CTPO_UND_ORGNZ,
013525                 IUND_ORGNZ, IABREV_UND_ORGNZ, CUND_ORGNZ,
013535                 CDIG_UND_ORGNZ, CLOGDR_CMBIO_ORGNZ, HINCL_REG,
013545                 CUSUAR_INCL)
013555         VALUES (:UORGS015-CPSSOA-JURID, :UORGS015-NSEQ-NOVO,
013565                 :UORGS015-CPSSOA-UND-NOVO, 1,
013575                 :UORGS015-CCLASF-UND-NOVO,
013585                 :UORGS015-CTPO-UND-NOVO, :WS-IUND-ORGNZ-ORIGEM,
013595                 :UORGS015-IABREV-UND-NOVO,
013605                 :UORGS015-CUND-NOVO, :UORGS015-CDIG-UND-NOVO,
013615                 :WS-CLOGDR-CMBIO-ORIGEM, CURRENT TIMESTAMP,
013625                 :UORGS015-CUSUARIO)
013635     END-EXEC.
013645     IF SQLCODE NOT = ZERO
013655         DISPLAY 'UORG0015 - ERRO SQLCODE=' SQLCODE
013665             ' AO INCLUIR UNIDADE NOVA NA DIVISAO'
013675     ELSE
013685         MOVE 'G' TO UORGL000-FUNCTION
013695         MOVE UORGS015-CPSSOA-JURID TO UORGL000-CPSSOA-JURID
013705         MOVE UORGS015-NSEQ-NOVO TO UORGL000-NSEQ-UND-ORGNZ
013715         MOVE UORGS015-CUND-NOVO TO UORGL000-CUND-ORGNZ
013725         CALL 'UORG0000' USING UORGL000-PARMS
013735     END-IF.
013745 4200-INCLUIR-UNIDADE-NOVA-EXIT.
013755     EXIT.
013765******************************************************************
013775*    7000-ENCERRAR                                                *
013785******************************************************************
013795 7000-ENCERRAR                  SECTION.
013805     MOVE 'E' TO UORGL185-FUNCTION.
013815     PERFORM 2100-GRAVAR-CHECKPOINT
013825         THRU 2100-GRAVAR-CHECKPOINT-EXIT.
013835     EXEC SQL
013845         COMMIT
013855     END-EXEC.
013875     CLOSE REL-UORGS015.
013885     IF WS-SIMULACAO
013895         DISPLAY 'UORG0015 - *** TOTAIS DE SIMULACAO ***'
013905     END-IF.
013915     DISPLAY 'UORG0015 - FUSOES EFETIVADAS: ' WS-QTDE-FUSOES.
013925     DISPLAY 'UORG0015 - DIVISOES EFETIVADAS: ' WS-QTDE-DIVISOES.
013935     DISPLAY 'UORG0015 - COMANDOS REJEITADOS: '
013945         WS-QTDE-REJEITADAS.
013955 7000-ENCERRAR-EXIT.
013965     EXIT.
013975******************************************************************
013985*    8000-LER-CONTROLE                                           *
013995******************************************************************
014005 8000-LER-CONTROLE              SECTION.
014015     READ REL-UORGS015 INTO UORGS015-REGISTRO
014025         AT END
014035             MOVE 'S' TO WS-SW-FIM-ARQUIVO
014045     END-READ.
014055 8000-LER-CONTROLE-EXIT.
014065     EXIT.
