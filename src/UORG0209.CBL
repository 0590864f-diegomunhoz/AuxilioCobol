000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0209                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0209.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - TRANSACAO UO84, MANUTENCAO ONLINE DO  *
001600*                CADASTRO DE CORRESPONDENTES BANCARIOS           *
001700*                (TCORRESP_BANCR) VINCULADOS A UMA UNIDADE       *
001800*                SUPERVISORA, COM TRANSFERENCIA EM LOTE DA       *
001900*                SUPERVISAO.                                     *
002000******************************************************************
002100*
002200*    FUNCAO: TRANSACAO CICS PSEUDO-CONVERSACIONAL DO CADASTRO DE
002300*    CORRESPONDENTES BANCARIOS (LOTERICAS E PARCEIROS DO VAREJO),
002400*    CHAVE NCNPJ_CORRESP. FUNCAO 'C' CONSULTA; 'I' INCLUI (OU
002500*    REATIVA COM NOVO CONTRATO O CORRESPONDENTE ENCERRADO); 'A'
002600*    ALTERA OS DADOS, INCLUSIVE A UNIDADE SUPERVISORA; 'E'
002700*    ENCERRA O CORRESPONDENTE (CSIT_CORRESP = 0 COM
002800*    DENCER_CORRESP = DATA CORRENTE - A LINHA E MANTIDA PARA A
002900*    REMESSA BACEN DA UORG0210); 'T' TRANSFERE TODOS OS
003000*    CORRESPONDENTES ATIVOS DA UNIDADE SUPERVISORA INFORMADA PARA
003100*    A UNIDADE DE DESTINO (O CNPJ NAO E USADO), CAMINHO NORMAL
003200*    ANTES DO ENCERRAMENTO DA UNIDADE, QUE A UORG0059 RECUSA
003300*    ENQUANTO HOUVER CORRESPONDENTE ATIVO SUPERVISIONADO.
003400*    NA INCLUSAO E NA ALTERACAO:
003500*    - O CNPJ E CONFERIDO PELA UORG0023 (DIGITOS VERIFICADORES);
003600*    - RAZAO SOCIAL, LOGRADOURO E CEP SAO OBRIGATORIOS;
003700*    - TIPO: 'L' = LOTERICA, 'V' = VAREJO, 'O' = OUTRO;
003800*    - DATAS DO CONTRATO EM AAAAMMDD (FIM EM BRANCO = PRAZO
003900*      INDETERMINADO, SENAO POSTERIOR AO INICIO);
004000*    - SERVICOS: DEZ POSICOES 'S'/'N', UMA POR SERVICO DA TABELA
004100*      DE SERVICOS DE CORRESPONDENTE DO BACEN, AO MENOS UM 'S';
004200*    - MUNICIPIO PELO CODIGO IBGE (TMUNIC_IBGE), QUE DA A UF;
004300*    - A UNIDADE SUPERVISORA DEVE EXISTIR E ESTAR ATIVA.
004400*    AUTORIZACAO PELA UORG0072 (FUNCAO CORRESP; CONSULTA PARA
004500*    'C') E ATUALIZACAO RECUSADA COM A JANELA BATCH FECHADA
004600*    (UORG0183). PF3 ENCERRA.
004700*
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.         IBM-390.
005100 OBJECT-COMPUTER.         IBM-390.
005200 DATA DIVISION.
005300 WORKING-STORAGE SECTION.
005400     EXEC SQL INCLUDE SQLCA END-EXEC.
005500 01  WS-SWITCHES.
005600     05 WS-SW-ACHOU-CORRESP      PIC X(1) VALUE 'N'.
005700        88 WS-ACHOU-CORRESP           VALUE 'S'.
005800     05 WS-SW-ACHOU-UNIDADE      PIC X(1) VALUE 'N'.
005900        88 WS-ACHOU-UNIDADE           VALUE 'S'.
006000 01  WS-AREA-TRABALHO.
006100     05 WS-NCNPJ-CORRESP         PIC S9(14)V COMP-3.
006200     05 WS-IRAZAO-SOCIAL         PIC X(40).
006300     05 WS-CTPO-CORRESP          PIC X(1).
006400        88 WS-TIPO-VALIDO             VALUE 'L' 'V' 'O'.
006500     05 WS-DINIC-CONTRATO        PIC X(10).
006600     05 WS-DFIM-CONTRATO         PIC X(10).
006700     05 WS-CSERVC-CORRESP        PIC X(10).
006800     05 WS-IENDRC-LOGRD          PIC X(40).
006900     05 WS-NENDRC-LOGRD          PIC X(6).
007000     05 WS-CENDRC-POSTAL         PIC S9(8)V COMP-3.
007100     05 WS-CMUNIC-IBGE           PIC S9(7)V COMP-3.
007200     05 WS-IMUNIC                PIC X(40).
007300     05 WS-CUF                   PIC X(2).
007400     05 WS-CPSSOA-SUPVS          PIC S9(10)V COMP-3.
007500     05 WS-NSEQ-SUPVS            PIC S9(8)V COMP-3.
007600     05 WS-CSIT-CORRESP          PIC S9(1)V COMP-3.
007700     05 WS-DENCER-CORRESP        PIC X(10).
007800     05 WS-HINCL-REG             PIC X(10).
007900     05 WS-CUSUAR-INCL           PIC X(9).
008000     05 WS-CPSSOA-DEST           PIC S9(10)V COMP-3.
008100     05 WS-NSEQ-DEST             PIC S9(8)V COMP-3.
008200     05 WS-CPSSOA-LIDA           PIC S9(10)V COMP-3.
008300     05 WS-NSEQ-LIDA             PIC S9(8)V COMP-3.
008400     05 WS-IABREV-LIDA           PIC X(40).
008500     05 WS-CSIT-LIDA             PIC S9(3)V COMP-3.
008600     05 WS-DATA-DIGITADA         PIC X(8).
008700     05 WS-DATA-ISO              PIC X(10).
008800     05 WS-QTDE-SERVC-S          PIC S9(4) COMP.
008900     05 WS-QTDE-SERVC-N          PIC S9(4) COMP.
009000     05 WS-QTDE-TRANSF           PIC S9(7) COMP.
009100     05 WS-QTDE-ED               PIC ZZZZZZ9.
009200     05 WS-SIT-ED                PIC ZZ9.
009300     05 WS-CNPJ-ED               PIC 9(14).
009400     05 WS-CEP-ED                PIC 9(8).
009500     05 WS-MUNIC-ED              PIC 9(7).
009600 01  WS-INDICADORES.
009700     05 WS-IND-DFIM              PIC S9(4) COMP-5.
009800     05 WS-IND-DENCER            PIC S9(4) COMP-5.
009900     05 WS-IND-ABREV             PIC S9(4) COMP-5.
010000     05 WS-IND-CSIT              PIC S9(4) COMP-5.
010100 01  WS-CUSUARIO                 PIC X(9).
010200 01  WS-MENSAGEM                 PIC X(60).
010300 01  WS-COMMAREA-INICIAL.
010400     05 FILLER                   PIC X(1)  VALUE SPACE.
010500     05 FILLER                   PIC X(14) VALUE ZEROS.
010600 01  WS-TECLAS-PF.
010700     05 WS-PF3                   PIC X(1) VALUE '3'.
010800 COPY UORGM209.
010900 COPY UORGL023.
011000 COPY UORGL072.
011100 COPY UORGL183.
011200 LINKAGE SECTION.
011300     COPY UORGL209 REPLACING UORGL209-COMMAREA BY DFHCOMMAREA.
011400 PROCEDURE DIVISION.
011500******************************************************************
011600*    0000-MAINLINE                                               *
011700******************************************************************
011800 0000-MAINLINE                  SECTION.
011900     IF EIBCALEN = ZERO
012000         PERFORM 1000-TELA-INICIAL
012100             THRU 1000-TELA-INICIAL-EXIT
012200     ELSE
012300         PERFORM 2000-PROCESSAR-TELA
012400             THRU 2000-PROCESSAR-TELA-EXIT
012500     END-IF.
012600     GO TO 9000-ENCERRAR.
012700******************************************************************
012800*    1000-TELA-INICIAL                                          *
012900******************************************************************
013000 1000-TELA-INICIAL              SECTION.
013100     MOVE SPACES TO UORGM209O.
013200     MOVE -1 TO FUNCAOL.
013300     EXEC CICS
013400         SEND MAP('UORGM209') MAPSET('UORGS84')
013500              FROM(UORGM209O) ERASE
013600     END-EXEC.
013700 1000-TELA-INICIAL-EXIT.
013800     EXIT.
013900******************************************************************
014000*    2000-PROCESSAR-TELA                                        *
014100******************************************************************
014200 2000-PROCESSAR-TELA            SECTION.
014300     IF EIBAID = WS-PF3
014400         EXEC CICS
014500             SEND TEXT FROM('FIM DA MANUTENCAO DE CORRESP')
014600                  ERASE FREEKB
014700         END-EXEC
014800         EXEC CICS
014900             RETURN
015000         END-EXEC
015100     END-IF.
015200     EXEC CICS
015300         RECEIVE MAP('UORGM209') MAPSET('UORGS84')
015400              INTO(UORGM209I)
015500     END-EXEC.
015600     MOVE EIBOPID TO WS-CUSUARIO.
015700     MOVE WS-CUSUARIO TO UORGL072-CUSUAR.
015800     IF FUNCAOI = 'C'
015900         MOVE 'CONSULTA' TO UORGL072-CFUNCAO
016000     ELSE
016100         MOVE 'CORRESP' TO UORGL072-CFUNCAO
016200     END-IF.
016300     MOVE ZERO TO UORGL072-CPSSOA-JURID.
016400     CALL 'UORG0072' USING UORGL072-PARMS.
016500     IF NOT UORGL072-AUTORIZADO
016600         MOVE 'USUARIO SEM AUTORIZACAO PARA A FUNCAO'
016700             TO WS-MENSAGEM
016800         MOVE WS-MENSAGEM TO MSGO
016900         EXEC CICS
017000             SEND MAP('UORGM209') MAPSET('UORGS84')
017100                  FROM(UORGM209O) ERASE
017200         END-EXEC
017300         GO TO 2000-PROCESSAR-TELA-EXIT
017400     END-IF.
017500     MOVE SPACES TO WS-MENSAGEM.
017600     IF FUNCAOI NOT = 'T'
017700         PERFORM 3000-VALIDAR-CHAVE
017800             THRU 3000-VALIDAR-CHAVE-EXIT
017900     END-IF.
018000     IF WS-MENSAGEM = SPACES
018100        AND FUNCAOI NOT = 'C'
018200         PERFORM 8900-VERIFICAR-JANELA
018300             THRU 8900-VERIFICAR-JANELA-EXIT
018400     END-IF.
018500     IF WS-MENSAGEM = SPACES
018600         EVALUATE FUNCAOI
018700             WHEN 'C'
018800                 IF NOT WS-ACHOU-CORRESP
018900                     MOVE 'CORRESPONDENTE NAO CADASTRADO'
019000                         TO WS-MENSAGEM
019100                 END-IF
019200             WHEN 'I'
019300                 PERFORM 5000-INCLUIR-CORRESP
019400                     THRU 5000-INCLUIR-CORRESP-EXIT
019500             WHEN 'A'
019600                 PERFORM 5500-ALTERAR-CORRESP
019700                     THRU 5500-ALTERAR-CORRESP-EXIT
019800             WHEN 'E'
019900                 PERFORM 6000-ENCERRAR-CORRESP
020000                     THRU 6000-ENCERRAR-CORRESP-EXIT
020100             WHEN 'T'
020200                 PERFORM 6500-TRANSFERIR-SUPERVISAO
020300                     THRU 6500-TRANSFERIR-SUPERVISAO-EXIT
020400             WHEN OTHER
020500                 MOVE 'FUNCAO INVALIDA - INFORME C, I, A, E OU T'
020600                     TO WS-MENSAGEM
020700         END-EVALUATE
020800     END-IF.
020900     IF FUNCAOI NOT = 'T'
021000        AND WS-NCNPJ-CORRESP > ZERO
021100         PERFORM 7000-LER-CORRESP
021200             THRU 7000-LER-CORRESP-EXIT
021300         IF WS-ACHOU-CORRESP
021400             PERFORM 4000-EXIBIR-CORRESP
021500                 THRU 4000-EXIBIR-CORRESP-EXIT
021600             MOVE WS-NCNPJ-CORRESP TO UORGL209-NCNPJ-CORRESP
021700         END-IF
021800     END-IF.
021900     MOVE WS-MENSAGEM TO MSGO.
022000     EXEC CICS
022100         SEND MAP('UORGM209') MAPSET('UORGS84')
022200              FROM(UORGM209O) ERASE
022300     END-EXEC.
022400 2000-PROCESSAR-TELA-EXIT.
022500     EXIT.
022600******************************************************************
022700*    3000-VALIDAR-CHAVE                                         *
022800*    CONFERE O CNPJ PELA UORG0023 E LE O CORRESPONDENTE         *
022900******************************************************************
023000 3000-VALIDAR-CHAVE             SECTION.
023100     MOVE ZERO TO WS-NCNPJ-CORRESP.
023200     MOVE 'N' TO WS-SW-ACHOU-CORRESP.
023300     IF CNPJI IS NOT NUMERIC
023400         MOVE 'CNPJ INVALIDO - INFORME OS 14 DIGITOS'
023500             TO WS-MENSAGEM
023600         GO TO 3000-VALIDAR-CHAVE-EXIT
023700     END-IF.
023800     MOVE CNPJI TO UORGL023-NCNPJ.
023900     MOVE 'J' TO UORGL023-CTPO-DOCTO.
024000     CALL 'UORG0023' USING UORGL023-PARMS.
024100     IF NOT UORGL023-OK
024200         MOVE 'CNPJ INVALIDO - DIGITO VERIFICADOR NAO CONFERE'
024300             TO WS-MENSAGEM
024400         GO TO 3000-VALIDAR-CHAVE-EXIT
024500     END-IF.
024600     MOVE CNPJI TO WS-NCNPJ-CORRESP.
024700     PERFORM 7000-LER-CORRESP
024800         THRU 7000-LER-CORRESP-EXIT.
024900 3000-VALIDAR-CHAVE-EXIT.
025000     EXIT.
025100******************************************************************
025200*    3100-VALIDAR-DADOS                                         *
025300*    CONFERE OS DADOS DA TELA PARA INCLUSAO E ALTERACAO E OS    *
025400*    DEIXA NA AREA DE TRABALHO                                   *
025500******************************************************************
025600 3100-VALIDAR-DADOS             SECTION.
025700     IF RAZAOI = SPACES
025800         MOVE 'INFORME A RAZAO SOCIAL' TO WS-MENSAGEM
025900         GO TO 3100-VALIDAR-DADOS-EXIT
026000     END-IF.
026100     MOVE RAZAOI TO WS-IRAZAO-SOCIAL.
026200     MOVE TIPOI TO WS-CTPO-CORRESP.
026300     IF NOT WS-TIPO-VALIDO
026400         MOVE 'TIPO INVALIDO - L LOTERICA, V VAREJO, O OUTRO'
026500             TO WS-MENSAGEM
026600         GO TO 3100-VALIDAR-DADOS-EXIT
026700     END-IF.
026800     MOVE DINICI TO WS-DATA-DIGITADA.
026900     PERFORM 3200-VALIDAR-DATA
027000         THRU 3200-VALIDAR-DATA-EXIT.
027100     IF WS-MENSAGEM NOT = SPACES
027200         MOVE 'INICIO DO CONTRATO INVALIDO - INFORME AAAAMMDD'
027300             TO WS-MENSAGEM
027400         GO TO 3100-VALIDAR-DADOS-EXIT
027500     END-IF.
027600     MOVE WS-DATA-ISO TO WS-DINIC-CONTRATO.
027700     MOVE SPACES TO WS-DFIM-CONTRATO.
027800     MOVE -1 TO WS-IND-DFIM.
027900     IF DFIMI NOT = SPACES
028000         MOVE DFIMI TO WS-DATA-DIGITADA
028100         PERFORM 3200-VALIDAR-DATA
028200             THRU 3200-VALIDAR-DATA-EXIT
028300         IF WS-MENSAGEM NOT = SPACES
028400             MOVE 'FIM DO CONTRATO INVALIDO - INFORME AAAAMMDD'
028500                 TO WS-MENSAGEM
028600             GO TO 3100-VALIDAR-DADOS-EXIT
028700         END-IF
028800         IF WS-DATA-ISO NOT > WS-DINIC-CONTRATO
028900             MOVE 'FIM DO CONTRATO DEVE SER POSTERIOR AO INICIO'
029000                 TO WS-MENSAGEM
029100             GO TO 3100-VALIDAR-DADOS-EXIT
029200         END-IF
029300         MOVE WS-DATA-ISO TO WS-DFIM-CONTRATO
029400         MOVE ZERO TO WS-IND-DFIM
029500     END-IF.
029600     MOVE ZERO TO WS-QTDE-SERVC-S WS-QTDE-SERVC-N.
029700     INSPECT SERVCI TALLYING WS-QTDE-SERVC-S FOR ALL 'S'
029800                             WS-QTDE-SERVC-N FOR ALL 'N'.
029900     IF WS-QTDE-SERVC-S + WS-QTDE-SERVC-N NOT = 10
030000        OR WS-QTDE-SERVC-S = ZERO
030100         MOVE 'SERVICOS: 10 POSICOES S/N COM AO MENOS UM S'
030200             TO WS-MENSAGEM
030300         GO TO 3100-VALIDAR-DADOS-EXIT
030400     END-IF.
030500     MOVE SERVCI TO WS-CSERVC-CORRESP.
030600     IF LOGRDI = SPACES
030700         MOVE 'INFORME O LOGRADOURO' TO WS-MENSAGEM
030800         GO TO 3100-VALIDAR-DADOS-EXIT
030900     END-IF.
031000     MOVE LOGRDI TO WS-IENDRC-LOGRD.
031100     IF NUMERI = SPACES
031200         MOVE 'S/N' TO WS-NENDRC-LOGRD
031300     ELSE
031400         MOVE NUMERI TO WS-NENDRC-LOGRD
031500     END-IF.
031600     IF CEPI IS NOT NUMERIC OR CEPI = ZEROS
031700         MOVE 'CEP INVALIDO - INFORME OS 8 DIGITOS' TO WS-MENSAGEM
031800         GO TO 3100-VALIDAR-DADOS-EXIT
031900     END-IF.
032000     MOVE CEPI TO WS-CENDRC-POSTAL.
032100     IF MUNICI IS NOT NUMERIC
032200         MOVE 'MUNICIPIO INVALIDO - INFORME O CODIGO IBGE'
032300             TO WS-MENSAGEM
032400         GO TO 3100-VALIDAR-DADOS-EXIT
032500     END-IF.
032600     MOVE MUNICI TO WS-CMUNIC-IBGE.
032700     PERFORM 7100-LER-MUNICIPIO
032800         THRU 7100-LER-MUNICIPIO-EXIT.
032900     IF WS-MENSAGEM NOT = SPACES
033000         GO TO 3100-VALIDAR-DADOS-EXIT
033100     END-IF.
033200     IF CPSSUPI IS NOT NUMERIC OR NSQSUPI IS NOT NUMERIC
033300         MOVE 'UNIDADE SUPERVISORA INVALIDA' TO WS-MENSAGEM
033400         GO TO 3100-VALIDAR-DADOS-EXIT
033500     END-IF.
033600     MOVE CPSSUPI TO WS-CPSSOA-SUPVS WS-CPSSOA-LIDA.
033700     MOVE NSQSUPI TO WS-NSEQ-SUPVS WS-NSEQ-LIDA.
033800     PERFORM 7200-LER-UNIDADE
033900         THRU 7200-LER-UNIDADE-EXIT.
034000     IF WS-MENSAGEM NOT = SPACES
034100         GO TO 3100-VALIDAR-DADOS-EXIT
034200     END-IF.
034300     IF NOT WS-ACHOU-UNIDADE
034400         MOVE 'UNIDADE SUPERVISORA NAO ENCONTRADA' TO WS-MENSAGEM
034500         GO TO 3100-VALIDAR-DADOS-EXIT
034600     END-IF.
034700     IF WS-CSIT-LIDA NOT = 1
034800         MOVE 'UNIDADE SUPERVISORA DEVE ESTAR ATIVA'
034900             TO WS-MENSAGEM
035000     END-IF.
035100 3100-VALIDAR-DADOS-EXIT.
035200     EXIT.
035300******************************************************************
035400*    3200-VALIDAR-DATA                                          *
035500*    DATA DIGITADA AAAAMMDD CONFERIDA PELO DB2 E DEVOLVIDA NO   *
035600*    FORMATO ISO EM WS-DATA-ISO                                  *
035700******************************************************************
035800 3200-VALIDAR-DATA              SECTION.
035900     IF WS-DATA-DIGITADA IS NOT NUMERIC
036000         MOVE 'DATA INVALIDA' TO WS-MENSAGEM
036100         GO TO 3200-VALIDAR-DATA-EXIT
036200     END-IF.
036300     MOVE SPACES TO WS-DATA-ISO.
036400     STRING WS-DATA-DIGITADA (1:4) '-'
036500            WS-DATA-DIGITADA (5:2) '-'
036600            WS-DATA-DIGITADA (7:2)
036700            DELIMITED BY SIZE INTO WS-DATA-ISO.
036800     EXEC SQL
036900         SELECT CHAR(DATE(:WS-DATA-ISO), ISO)
037000           INTO :WS-DATA-ISO
037100           FROM SYSIBM.SYSDUMMY1
037200     END-EXEC.
037300     IF SQLCODE NOT = ZERO
037400         MOVE 'DATA INVALIDA' TO WS-MENSAGEM
037500     END-IF.
037600 3200-VALIDAR-DATA-EXIT.
037700     EXIT.
037800******************************************************************
037900*    4000-EXIBIR-CORRESP                                        *
038000******************************************************************
038100 4000-EXIBIR-CORRESP            SECTION.
038200     MOVE WS-NCNPJ-CORRESP TO WS-CNPJ-ED.
038300     MOVE WS-CNPJ-ED TO CNPJO.
038400     MOVE WS-IRAZAO-SOCIAL TO RAZAOO.
038500     MOVE WS-CTPO-CORRESP TO TIPOO.
038600     MOVE SPACES TO DINICO DFIMO DENCERO ABRSUPO SITSUPO.
038700     STRING WS-DINIC-CONTRATO (1:4) WS-DINIC-CONTRATO (6:2)
038800            WS-DINIC-CONTRATO (9:2)
038900            DELIMITED BY SIZE INTO DINICO.
039000     IF WS-IND-DFIM >= ZERO
039100         STRING WS-DFIM-CONTRATO (1:4) WS-DFIM-CONTRATO (6:2)
039200                WS-DFIM-CONTRATO (9:2)
039300                DELIMITED BY SIZE INTO DFIMO
039400     END-IF.
039500     MOVE WS-CSERVC-CORRESP TO SERVCO.
039600     MOVE WS-IENDRC-LOGRD TO LOGRDO.
039700     MOVE WS-NENDRC-LOGRD TO NUMERO.
039800     MOVE WS-CENDRC-POSTAL TO WS-CEP-ED.
039900     MOVE WS-CEP-ED TO CEPO.
040000     MOVE WS-CMUNIC-IBGE TO WS-MUNIC-ED.
040100     MOVE WS-MUNIC-ED TO MUNICO.
040200     PERFORM 7100-LER-MUNICIPIO
040300         THRU 7100-LER-MUNICIPIO-EXIT.
040400     MOVE WS-IMUNIC TO IMUNICO.
040500     MOVE WS-CUF TO UFO.
040600     MOVE WS-CPSSOA-SUPVS TO CPSSUPO.
040700     MOVE WS-NSEQ-SUPVS TO NSQSUPO.
040800     MOVE WS-CPSSOA-SUPVS TO WS-CPSSOA-LIDA.
040900     MOVE WS-NSEQ-SUPVS TO WS-NSEQ-LIDA.
041000     PERFORM 7200-LER-UNIDADE
041100         THRU 7200-LER-UNIDADE-EXIT.
041200     IF WS-ACHOU-UNIDADE
041300         MOVE WS-IABREV-LIDA TO ABRSUPO
041400         MOVE WS-CSIT-LIDA TO WS-SIT-ED
041500         MOVE WS-SIT-ED TO SITSUPO
041600     ELSE
041700         MOVE 'UNIDADE SUPERVISORA NAO EXISTE MAIS' TO ABRSUPO
041800     END-IF.
041900     MOVE WS-CSIT-CORRESP TO SITO.
042000     IF WS-IND-DENCER >= ZERO
042100         MOVE WS-DENCER-CORRESP TO DENCERO
042200     END-IF.
042300     MOVE SPACES TO INCLO.
042400     STRING WS-HINCL-REG ' ' WS-CUSUAR-INCL
042500            DELIMITED BY SIZE INTO INCLO.
042600     IF WS-MENSAGEM = SPACES
042700         MOVE 'CORRESPONDENTE CONSULTADO' TO WS-MENSAGEM
042800     END-IF.
042900 4000-EXIBIR-CORRESP-EXIT.
043000     EXIT.
043100******************************************************************
043200*    5000-INCLUIR-CORRESP                                       *
043300*    CORRESPONDENTE ENCERRADO E REATIVADO COM O NOVO CONTRATO   *
043400******************************************************************
043500 5000-INCLUIR-CORRESP           SECTION.
043600     IF WS-ACHOU-CORRESP
043700        AND WS-CSIT-CORRESP = 1
043800         MOVE 'CORRESPONDENTE JA CADASTRADO - USE FUNCAO A'
043900             TO WS-MENSAGEM
044000         GO TO 5000-INCLUIR-CORRESP-EXIT
044100     END-IF.
044200     PERFORM 3100-VALIDAR-DADOS
044300         THRU 3100-VALIDAR-DADOS-EXIT.
044400     IF WS-MENSAGEM NOT = SPACES
044500         GO TO 5000-INCLUIR-CORRESP-EXIT
044600     END-IF.
044700     IF WS-ACHOU-CORRESP
044800         EXEC SQL
044900             UPDATE DB2PRD.TCORRESP_BANCR
045000                SET IRAZAO_SOCIAL_CORRESP = :WS-IRAZAO-SOCIAL,
045100                    CTPO_CORRESP          = :WS-CTPO-CORRESP,
045200                    DINIC_CONTRATO        =
045300                        DATE(:WS-DINIC-CONTRATO),
045400                    DFIM_CONTRATO         =
045500                        DATE(:WS-DFIM-CONTRATO:WS-IND-DFIM),
045600                    CSERVC_CORRESP        = :WS-CSERVC-CORRESP,
045700                    IENDRC_LOGRD          = :WS-IENDRC-LOGRD,
045800                    NENDRC_LOGRD          = :WS-NENDRC-LOGRD,
045900                    CENDRC_POSTAL         = :WS-CENDRC-POSTAL,
046000                    CMUNIC_IBGE           = :WS-CMUNIC-IBGE,
046100                    CPSSOA_JURID_SUPVS    = :WS-CPSSOA-SUPVS,
046200                    NSEQ_UND_SUPVS        = :WS-NSEQ-SUPVS,
046300                    CSIT_CORRESP          = 1,
046400                    DENCER_CORRESP        = NULL,
046500                    HMANUT_REG            = CURRENT TIMESTAMP,
046600                    CUSUAR_MANUT          = :WS-CUSUARIO
046700              WHERE NCNPJ_CORRESP = :WS-NCNPJ-CORRESP
046800                AND CSIT_CORRESP  = 0
046900         END-EXEC
047000         IF SQLCODE = ZERO
047100             MOVE 'CORRESPONDENTE REATIVADO COM NOVO CONTRATO'
047200                 TO WS-MENSAGEM
047300         ELSE
047400             MOVE 'ERRO NA REATIVACAO DO CORRESPONDENTE'
047500                 TO WS-MENSAGEM
047600         END-IF
047700         GO TO 5000-INCLUIR-CORRESP-EXIT
047800     END-IF.
047900     EXEC SQL
048000         INSERT INTO DB2PRD.TCORRESP_BANCR
048100                (NCNPJ_CORRESP, IRAZAO_SOCIAL_CORRESP,
048200                 CTPO_CORRESP,
048300                 DINIC_CONTRATO, DFIM_CONTRATO, CSERVC_CORRESP,
048400                 IENDRC_LOGRD, NENDRC_LOGRD, CENDRC_POSTAL,
048500                 CMUNIC_IBGE, CPSSOA_JURID_SUPVS, NSEQ_UND_SUPVS,
048600                 CSIT_CORRESP, HINCL_REG, CUSUAR_INCL)
048700         VALUES (:WS-NCNPJ-CORRESP, :WS-IRAZAO-SOCIAL,
048800                 :WS-CTPO-CORRESP, DATE(:WS-DINIC-CONTRATO),
048900                 DATE(:WS-DFIM-CONTRATO:WS-IND-DFIM),
049000                 :WS-CSERVC-CORRESP, :WS-IENDRC-LOGRD,
049100                 :WS-NENDRC-LOGRD, :WS-CENDRC-POSTAL,
049200                 :WS-CMUNIC-IBGE, :WS-CPSSOA-SUPVS,
049300                 :WS-NSEQ-SUPVS,
049400                 1, CURRENT TIMESTAMP, :WS-CUSUARIO)
049500     END-EXEC.
049600     EVALUATE TRUE
049700         WHEN SQLCODE = ZERO
049800             MOVE 'CORRESPONDENTE INCLUIDO COM SUCESSO'
049900                 TO WS-MENSAGEM
050000         WHEN SQLCODE = -803
050100             MOVE 'CORRESPONDENTE JA CADASTRADO - USE FUNCAO A'
050200                 TO WS-MENSAGEM
050300         WHEN OTHER
050400             MOVE 'ERRO NA INCLUSAO DO CORRESPONDENTE'
050500                 TO WS-MENSAGEM
050600     END-EVALUATE.
050700 5000-INCLUIR-CORRESP-EXIT.
050800     EXIT.
050900******************************************************************
051000*    5500-ALTERAR-CORRESP                                       *
051100******************************************************************
051200 5500-ALTERAR-CORRESP           SECTION.
051300     IF NOT WS-ACHOU-CORRESP
051400         MOVE 'CORRESPONDENTE NAO CADASTRADO - USE FUNCAO I'
051500             TO WS-MENSAGEM
051600         GO TO 5500-ALTERAR-CORRESP-EXIT
051700     END-IF.
051800     IF WS-CSIT-CORRESP NOT = 1
051900         MOVE 'CORRESPONDENTE ENCERRADO - REATIVE PELA FUNCAO I'
052000             TO WS-MENSAGEM
052100         GO TO 5500-ALTERAR-CORRESP-EXIT
052200     END-IF.
052300     PERFORM 3100-VALIDAR-DADOS
052400         THRU 3100-VALIDAR-DADOS-EXIT.
052500     IF WS-MENSAGEM NOT = SPACES
052600         GO TO 5500-ALTERAR-CORRESP-EXIT
052700     END-IF.
052800     EXEC SQL
052900         UPDATE DB2PRD.TCORRESP_BANCR
053000            SET IRAZAO_SOCIAL_CORRESP = :WS-IRAZAO-SOCIAL,
053100                CTPO_CORRESP          = :WS-CTPO-CORRESP,
053200                DINIC_CONTRATO        = DATE(:WS-DINIC-CONTRATO),
053300                DFIM_CONTRATO         =
053400                    DATE(:WS-DFIM-CONTRATO:WS-IND-DFIM),
053500                CSERVC_CORRESP        = :WS-CSERVC-CORRESP,
053600                IENDRC_LOGRD          = :WS-IENDRC-LOGRD,
053700                NENDRC_LOGRD          = :WS-NENDRC-LOGRD,
053800                CENDRC_POSTAL         = :WS-CENDRC-POSTAL,
053900                CMUNIC_IBGE           = :WS-CMUNIC-IBGE,
054000                CPSSOA_JURID_SUPVS    = :WS-CPSSOA-SUPVS,
054100                NSEQ_UND_SUPVS        = :WS-NSEQ-SUPVS,
054200                HMANUT_REG            = CURRENT TIMESTAMP,
054300                CUSUAR_MANUT          = :WS-CUSUARIO
054400          WHERE NCNPJ_CORRESP = :WS-NCNPJ-CORRESP
054500            AND CSIT_CORRESP  = 1
054600     END-EXEC.
054700     EVALUATE TRUE
054800         WHEN SQLCODE = ZERO
054900             MOVE 'CORRESPONDENTE ALTERADO COM SUCESSO'
055000                 TO WS-MENSAGEM
055100         WHEN SQLCODE = 100
055200             MOVE 'CORRESPONDENTE ENCERRADO - USE FUNCAO I'
055300                 TO WS-MENSAGEM
055400         WHEN OTHER
055500             MOVE 'ERRO NA ALTERACAO DO CORRESPONDENTE'
055600                 TO WS-MENSAGEM
055700     END-EVALUATE.
055800 5500-ALTERAR-CORRESP-EXIT.
055900     EXIT.
056000******************************************************************
056100*    6000-ENCERRAR-CORRESP                                      *
056200*    ENCERRAMENTO LOGICO: A LINHA E MANTIDA PARA A REMESSA BACEN *
056300******************************************************************
056400 6000-ENCERRAR-CORRESP          SECTION.
056500     IF NOT WS-ACHOU-CORRESP
056600         MOVE 'CORRESPONDENTE NAO CADASTRADO' TO WS-MENSAGEM
056700         GO TO 6000-ENCERRAR-CORRESP-EXIT
056800     END-IF.
056900     EXEC SQL
057000         UPDATE DB2PRD.TCORRESP_BANCR
057100            SET CSIT_CORRESP   = 0,
057200                DENCER_CORRESP = CURRENT DATE,
057300                HMANUT_REG     = CURRENT TIMESTAMP,
057400                CUSUAR_MANUT   = :WS-CUSUARIO
057500          WHERE NCNPJ_CORRESP = :WS-NCNPJ-CORRESP
057600            AND CSIT_CORRESP  = 1
057700     END-EXEC.
057800     EVALUATE TRUE
057900         WHEN SQLCODE = ZERO
058000             MOVE 'CORRESPONDENTE ENCERRADO COM SUCESSO'
058100                 TO WS-MENSAGEM
058200         WHEN SQLCODE = 100
058300             MOVE 'CORRESPONDENTE JA ESTA ENCERRADO'
058400                 TO WS-MENSAGEM
058500         WHEN OTHER
058600             MOVE 'ERRO NO ENCERRAMENTO DO CORRESPONDENTE'
058700                 TO WS-MENSAGEM
058800     END-EVALUATE.
058900 6000-ENCERRAR-CORRESP-EXIT.
059000     EXIT.
059100******************************************************************
059200*    6500-TRANSFERIR-SUPERVISAO                                 *
059300*    PASSA TODOS OS CORRESPONDENTES ATIVOS DA UNIDADE            *
059400*    SUPERVISORA PARA A UNIDADE DE DESTINO, QUE DEVE ESTAR ATIVA *
059500******************************************************************
059600 6500-TRANSFERIR-SUPERVISAO     SECTION.
059700     IF CPSSUPI IS NOT NUMERIC OR NSQSUPI IS NOT NUMERIC
059800         MOVE 'INFORME A UNIDADE SUPERVISORA DE ORIGEM'
059900             TO WS-MENSAGEM
060000         GO TO 6500-TRANSFERIR-SUPERVISAO-EXIT
060100     END-IF.
060200     IF CPSDSTI IS NOT NUMERIC OR NSQDSTI IS NOT NUMERIC
060300         MOVE 'INFORME A UNIDADE DE DESTINO DA SUPERVISAO'
060400             TO WS-MENSAGEM
060500         GO TO 6500-TRANSFERIR-SUPERVISAO-EXIT
060600     END-IF.
060700     MOVE CPSSUPI TO WS-CPSSOA-SUPVS.
060800     MOVE NSQSUPI TO WS-NSEQ-SUPVS.
060900     MOVE CPSDSTI TO WS-CPSSOA-DEST WS-CPSSOA-LIDA.
061000     MOVE NSQDSTI TO WS-NSEQ-DEST WS-NSEQ-LIDA.
061100     IF WS-CPSSOA-DEST = WS-CPSSOA-SUPVS
061200        AND WS-NSEQ-DEST = WS-NSEQ-SUPVS
061300         MOVE 'O DESTINO DEVE SER OUTRA UNIDADE' TO WS-MENSAGEM
061400         GO TO 6500-TRANSFERIR-SUPERVISAO-EXIT
061500     END-IF.
061600     PERFORM 7200-LER-UNIDADE
061700         THRU 7200-LER-UNIDADE-EXIT.
061800     IF WS-MENSAGEM NOT = SPACES
061900         GO TO 6500-TRANSFERIR-SUPERVISAO-EXIT
062000     END-IF.
062100     IF NOT WS-ACHOU-UNIDADE
062200        OR WS-CSIT-LIDA NOT = 1
062300         MOVE 'UNIDADE DE DESTINO INEXISTENTE OU NAO ATIVA'
062400             TO WS-MENSAGEM
062500         GO TO 6500-TRANSFERIR-SUPERVISAO-EXIT
062600     END-IF.
062700     EXEC SQL
062800         UPDATE DB2PRD.TCORRESP_BANCR
062900            SET CPSSOA_JURID_SUPVS = :WS-CPSSOA-DEST,
063000                NSEQ_UND_SUPVS     = :WS-NSEQ-DEST,
063100                HMANUT_REG         = CURRENT TIMESTAMP,
063200                CUSUAR_MANUT       = :WS-CUSUARIO
063300          WHERE CPSSOA_JURID_SUPVS = :WS-CPSSOA-SUPVS
063400            AND NSEQ_UND_SUPVS     = :WS-NSEQ-SUPVS
063500            AND CSIT_CORRESP       = 1
063600     END-EXEC.
063700     EVALUATE TRUE
063800         WHEN SQLCODE = ZERO
063900             MOVE SQLERRD (3) TO WS-QTDE-TRANSF
064000             MOVE WS-QTDE-TRANSF TO WS-QTDE-ED
064100             STRING WS-QTDE-ED ' CORRESPONDENTES TRANSFERIDOS '
064200                    'PARA A UNIDADE DE DESTINO'
064300                    DELIMITED BY SIZE INTO WS-MENSAGEM
064400         WHEN SQLCODE = 100
064500             MOVE 'UNIDADE SEM CORRESPONDENTES ATIVOS'
064600                 TO WS-MENSAGEM
064700         WHEN OTHER
064800             MOVE 'ERRO NA TRANSFERENCIA DA SUPERVISAO'
064900                 TO WS-MENSAGEM
065000     END-EVALUATE.
065100 6500-TRANSFERIR-SUPERVISAO-EXIT.
065200     EXIT.
065300******************************************************************
065400*    7000-LER-CORRESP                                           *
065500******************************************************************
065600 7000-LER-CORRESP               SECTION.
065700     MOVE 'N' TO WS-SW-ACHOU-CORRESP.
065800     EXEC SQL
065900         SELECT IRAZAO_SOCIAL_CORRESP, CTPO_CORRESP,
066000                CHAR(DINIC_CONTRATO, ISO),
066100                CHAR(DFIM_CONTRATO, ISO),
066200                CSERVC_CORRESP, IENDRC_LOGRD, NENDRC_LOGRD,
066300                CENDRC_POSTAL, CMUNIC_IBGE, CPSSOA_JURID_SUPVS,
066400                NSEQ_UND_SUPVS, CSIT_CORRESP,
066500                CHAR(DENCER_CORRESP, ISO),
066600                CHAR(DATE(HINCL_REG), ISO), CUSUAR_INCL
066700           INTO :WS-IRAZAO-SOCIAL, :WS-CTPO-CORRESP,
066800                :WS-DINIC-CONTRATO,
066900                :WS-DFIM-CONTRATO:WS-IND-DFIM,
067000                :WS-CSERVC-CORRESP, :WS-IENDRC-LOGRD,
067100                :WS-NENDRC-LOGRD, :WS-CENDRC-POSTAL,
067200                :WS-CMUNIC-IBGE, :WS-CPSSOA-SUPVS,
067300                :WS-NSEQ-SUPVS, :WS-CSIT-CORRESP,
067400                :WS-DENCER-CORRESP:WS-IND-DENCER,
067500                :WS-HINCL-REG, :WS-CUSUAR-INCL
067600           FROM DB2PRD.TCORRESP_BANCR
067700          WHERE NCNPJ_CORRESP = :WS-NCNPJ-CORRESP
067800     END-EXEC.
067900     EVALUATE TRUE
068000         WHEN SQLCODE = ZERO
068100             MOVE 'S' TO WS-SW-ACHOU-CORRESP
068200         WHEN SQLCODE = 100
068300             CONTINUE
068400         WHEN OTHER
068500             MOVE 'ERRO NA CONSULTA DO CORRESPONDENTE'
068600                 TO WS-MENSAGEM
068700     END-EVALUATE.
068800 7000-LER-CORRESP-EXIT.
068900     EXIT.
069000******************************************************************
069100*    7100-LER-MUNICIPIO                                         *
069200*    NOME E UF DO MUNICIPIO PELO CODIGO IBGE                    *
069300******************************************************************
069400 7100-LER-MUNICIPIO             SECTION.
069500     MOVE SPACES TO WS-IMUNIC WS-CUF.
069600     EXEC SQL
069700         SELECT IMUNIC, CUF_MUNIC
069800           INTO :WS-IMUNIC, :WS-CUF
069900           FROM DB2PRD.TMUNIC_IBGE
070000          WHERE CMUNIC_IBGE = :WS-CMUNIC-IBGE
070100     END-EXEC.
070200     EVALUATE TRUE
070300         WHEN SQLCODE = ZERO
070400             CONTINUE
070500         WHEN SQLCODE = 100
070600             MOVE 'MUNICIPIO NAO ENCONTRADO NA TABELA DO IBGE'
070700                 TO WS-MENSAGEM
070800         WHEN OTHER
070900             MOVE 'ERRO NA CONSULTA DO MUNICIPIO' TO WS-MENSAGEM
071000     END-EVALUATE.
071100 7100-LER-MUNICIPIO-EXIT.
071200     EXIT.
071300******************************************************************
071400*    7200-LER-UNIDADE                                           *
071500*    NOME E SITUACAO DA UNIDADE WS-CPSSOA-LIDA/WS-NSEQ-LIDA      *
071600******************************************************************
071700 7200-LER-UNIDADE               SECTION.
071800     MOVE 'N' TO WS-SW-ACHOU-UNIDADE.
071900     EXEC SQL
072000         SELECT IABREV_UND_ORGNZ, CSIT_UND_ORGNZ
072100           INTO :WS-IABREV-LIDA:WS-IND-ABREV,
072200                :WS-CSIT-LIDA:WS-IND-CSIT
072300           FROM DB2PRD.TUND_ORGNZ
072400          WHERE CPSSOA_JURID   = :WS-CPSSOA-LIDA
072500            AND NSEQ_UND_ORGNZ = :WS-NSEQ-LIDA
072600     END-EXEC.
072700     EVALUATE TRUE
072800         WHEN SQLCODE = ZERO
072900             IF WS-IND-ABREV < ZERO
073000                 MOVE SPACES TO WS-IABREV-LIDA
073100             END-IF
073200             IF WS-IND-CSIT < ZERO
073300                 MOVE ZERO TO WS-CSIT-LIDA
073400             END-IF
073500             MOVE 'S' TO WS-SW-ACHOU-UNIDADE
073600         WHEN SQLCODE = 100
073700             CONTINUE
073800         WHEN OTHER
073900             MOVE 'ERRO NA CONSULTA DA UNIDADE' TO WS-MENSAGEM
074000     END-EVALUATE.
074100 7200-LER-UNIDADE-EXIT.
074200     EXIT.
074300******************************************************************
074400*    8900-VERIFICAR-JANELA                                       *
074500*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
074600*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
074700******************************************************************
074800 8900-VERIFICAR-JANELA          SECTION.
074900     MOVE 'C' TO UORGL183-FUNCTION.
075000     CALL 'UORG0183' USING UORGL183-PARMS.
075100     IF UORGL183-JANELA-FECHADA
075200         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
075300     END-IF.
075400 8900-VERIFICAR-JANELA-EXIT.
075500     EXIT.
075600******************************************************************
075700*    9000-ENCERRAR                                               *
075800******************************************************************
075900 9000-ENCERRAR                  SECTION.
076000     IF EIBCALEN = ZERO
076100         EXEC CICS
076200             RETURN TRANSID('UO84')
076300                  COMMAREA(WS-COMMAREA-INICIAL)
076400         END-EXEC
076500     END-IF.
076600     EXEC CICS
076700         RETURN TRANSID('UO84') COMMAREA(DFHCOMMAREA)
076800     END-EXEC.
076900     GOBACK.
