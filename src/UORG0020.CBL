001749* 22/08/2026 ES  MODO SIMULACAO (CARTAO SYSIN 'S'): TODA A      *
001750*                VALIDACAO RODA, NADA E GRAVADO NO DB2 E OS     *
001751*                PRODUTOS SAEM MARCADOS COMO SIMULACAO.         *
001761* 14/10/2026 ES  PONTO DE CONTROLE NA TABELA COMUM              *
001771*                TCTRL_CKPT_BATCH (SERVICO UORG0185) A CADA     *
001781*                COMMIT E REINICIO SALTANDO OS COMANDOS JA      *
001791*                APLICADOS NA EXECUCAO INTERROMPIDA.            *
001800******************************************************************
001900*
002000*    FUNCAO: PROCESSA UM ARQUIVO DE COMANDOS DE RECLASSIFICACAO,
002800*    DEMAIS MANUTENCOES DE SITUACAO/CLASSIFICACAO DA UNIDADE).
002900*    COMANDOS CUJA CLASSIFICACAO NOVA SEJA IGUAL A ATUAL SAO
003000*    CONTADOS A PARTE E NAO GERAM HISTORICO (UORG0002 DEVOLVE
003010*    '04' NESSE CASO). CADA COMANDO E UMA UNIDADE DE TRABALHO:
003020*    ANTES DO COMMIT, O PONTO DE CONTROLE COMUM TCTRL_CKPT_BATCH
003030*    (SERVICO UORG0185) E GRAVADO COM A QUANTIDADE DE COMANDOS JA
003040*    LIDOS. SE HOUVER PONTO DE CONTROLE ABERTO, A EXECUCAO
003050*    ANTERIOR FOI INTERROMPIDA E OS PRIMEIROS COMANDOS DO ARQUIVO
003060*    SAO SALTADOS ATE A POSICAO GRAVADA.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005300        88 WS-UNIDADE-VALIDA          VALUE 'S'.
005400     05 WS-SW-CLASSIF-VALIDA     PIC X(1) VALUE 'N'.
005500        88 WS-CLASSIF-VALIDA          VALUE 'S'.
005510     05 WS-SW-REINICIO           PIC X(1) VALUE 'N'.
005520        88 WS-REINICIO                VALUE 'S'.
005600 01  WS-CONTADORES.
005700     05 WS-QTDE-LIDOS            PIC S9(7) COMP VALUE ZERO.
005800     05 WS-QTDE-RECLASSIFICADOS  PIC S9(7) COMP VALUE ZERO.
005900     05 WS-QTDE-SEM-ALTERACAO    PIC S9(7) COMP VALUE ZERO.
006000     05 WS-QTDE-REJEITADOS       PIC S9(7) COMP VALUE ZERO.
006010     05 WS-QTDE-CKPT             PIC S9(7) COMP VALUE ZERO.
006100 01  WS-AREA-TRABALHO.
006200     05 WS-CSIT-UND-ORGNZ-ATUAL  PIC S9(3)V COMP-3.
006300     05 WS-CCLASF-UND-ORGNZ-ATUAL PIC S9(1)V COMP-3.
006400     05 WS-CCLASF-UND-ORGNZ-NOVA PIC S9(1)V COMP-3.
006500     05 WS-CSIT-ATUAL-REG-CLASSIF PIC S9(1)V COMP-3.
006510     05 WS-QTDE-LIDOS-ED         PIC 9(7).
006600 COPY UORGS020.
006610 COPY UORGL072.
006620 01  WS-SW-SIMULACAO             PIC X(1) VALUE 'N'.
006630     88 WS-SIMULACAO                  VALUE 'S'.
006700 COPY UORGL002.
006710 COPY UORGL185.
006800 PROCEDURE DIVISION.
006900******************************************************************
007000*    0000-MAINLINE                                               *
008700     OPEN INPUT REL-UORGS020.
008800     PERFORM 8000-LER-CONTROLE
008900         THRU 8000-LER-CONTROLE-EXIT.
008905     PERFORM 1100-LER-CHECKPOINT
008910         THRU 1100-LER-CHECKPOINT-EXIT.
008915     IF WS-REINICIO
008920         PERFORM 1200-SALTAR-COMANDO
008925             THRU 1200-SALTAR-COMANDO-EXIT
008930             UNTIL WS-FIM-ARQUIVO
008935                OR WS-QTDE-LIDOS >= WS-QTDE-CKPT
008940         DISPLAY 'UORG0020 - REINICIO: ' WS-QTDE-LIDOS
008945             ' COMANDOS JA APLICADOS FORAM SALTADOS'
008950     END-IF.
009000 1000-ABRIR-ARQUIVOS-EXIT.
009100     EXIT.
009102******************************************************************
009104*    1100-LER-CHECKPOINT                                         *
009106*    CONSULTA O PONTO DE CONTROLE ABERTO DE EXECUCAO ANTERIOR    *
009108******************************************************************
009110 1100-LER-CHECKPOINT            SECTION.
009112     MOVE 'N' TO WS-SW-REINICIO.
009114     MOVE 'L' TO UORGL185-FUNCTION.
009116     MOVE 'UORG0020' TO UORGL185-CPGM-BATCH.
009118     MOVE 'UNICA' TO UORGL185-CEXEC-BATCH.
009120     CALL 'UORG0185' USING UORGL185-PARMS.
009122     IF UORGL185-ERRO-SQL
009124         DISPLAY 'UORG0020 - ERRO NA LEITURA DO PONTO DE CONTROLE'
009126     END-IF.
009128     IF NOT UORGL185-OK
009130         GO TO 1100-LER-CHECKPOINT-EXIT
009132     END-IF.
009134     MOVE 'S' TO WS-SW-REINICIO.
009136     MOVE UORGL185-QREG-PROCES TO WS-QTDE-CKPT.
009138     MOVE UORGL185-QREG-REJEIT TO WS-QTDE-REJEITADOS.
009140     DISPLAY 'UORG0020 - REINICIO DO PONTO DE CONTROLE DE '
009142         UORGL185-HULT-CKPT ' ULTIMO COMANDO '
009144         UORGL185-CCHAVE-CKPT.
009146 1100-LER-CHECKPOINT-EXIT.
009148     EXIT.
009150******************************************************************
009152*    1200-SALTAR-COMANDO                                         *
009154******************************************************************
009156 1200-SALTAR-COMANDO            SECTION.
009158     ADD 1 TO WS-QTDE-LIDOS.
009160     PERFORM 8000-LER-CONTROLE
009162         THRU 8000-LER-CONTROLE-EXIT.
009164 1200-SALTAR-COMANDO-EXIT.
009166     EXIT.
009200******************************************************************
009300*    2000-PROCESSAR-CONTROLE                                     *
009400******************************************************************
009660         DISPLAY 'UORG0020 - USUARIO ' UORGS020-CUSUARIO
009662             ' SEM AUTORIZACAO, COMANDO REJEITADO'
009664         ADD 1 TO WS-QTDE-REJEITADOS
009666         GO TO 2000-PROCESSAR-CONTROLE-COMMIT
009668     END-IF.
009700     PERFORM 3000-VALIDAR-UNIDADE
009800         THRU 3000-VALIDAR-UNIDADE-EXIT.
010800             UORGS020-CCLASF-UND-NOVO
010900         ADD 1 TO WS-QTDE-REJEITADOS
011000     END-IF.
011010 2000-PROCESSAR-CONTROLE-COMMIT.
011020     MOVE 'G' TO UORGL185-FUNCTION.
011030     PERFORM 2100-GRAVAR-CHECKPOINT
011040         THRU 2100-GRAVAR-CHECKPOINT-EXIT.
011050     EXEC SQL
011060         COMMIT
011070     END-EXEC.
011400     PERFORM 8000-LER-CONTROLE
011500         THRU 8000-LER-CONTROLE-EXIT.
011600 2000-PROCESSAR-CONTROLE-EXIT.
011700     EXIT.
011702******************************************************************
011704*    2100-GRAVAR-CHECKPOINT                                      *
011706*    GRAVA ('G') OU ENCERRA ('E') O PONTO DE CONTROLE COMUM      *
011708*    (UORG0185) ANTES DO COMMIT DO COMANDO                       *
011710******************************************************************
011712 2100-GRAVAR-CHECKPOINT         SECTION.
011714     IF WS-SIMULACAO
011716         GO TO 2100-GRAVAR-CHECKPOINT-EXIT
011718     END-IF.
011720     MOVE WS-QTDE-LIDOS TO WS-QTDE-LIDOS-ED.
011722     MOVE 'UORG0020' TO UORGL185-CPGM-BATCH.
011724     MOVE 'UNICA' TO UORGL185-CEXEC-BATCH.
011726     MOVE SPACES TO UORGL185-CCHAVE-CKPT.
011728     STRING WS-QTDE-LIDOS-ED ' ' UORGS020-CPSSOA-JURID '/'
011730         UORGS020-NSEQ-UND-ORGNZ
011732         DELIMITED BY SIZE INTO UORGL185-CCHAVE-CKPT.
011734     MOVE WS-QTDE-LIDOS TO UORGL185-QREG-PROCES.
011736     MOVE WS-QTDE-REJEITADOS TO UORGL185-QREG-REJEIT.
011738     CALL 'UORG0185' USING UORGL185-PARMS.
011740     IF NOT UORGL185-OK
011742         DISPLAY 'UORG0020 - ERRO ' UORGL185-RETORNO
011744             ' NO PONTO DE CONTROLE ' UORGL185-FUNCTION
011746     END-IF.
011748 2100-GRAVAR-CHECKPOINT-EXIT.
011750     EXIT.
011800******************************************************************
011900*    3000-VALIDAR-UNIDADE                                        *
012000******************************************************************
019150     IF WS-SIMULACAO
019160         DISPLAY 'UORG0020 - *** TOTAIS DE SIMULACAO ***'
019170     END-IF.
019172     MOVE 'E' TO UORGL185-FUNCTION.
019174     PERFORM 2100-GRAVAR-CHECKPOINT
019176         THRU 2100-GRAVAR-CHECKPOINT-EXIT.
019178     EXEC SQL
019180         COMMIT
019182     END-EXEC.
019200     DISPLAY 'UORG0020 - COMANDOS LIDOS: ' WS-QTDE-LIDOS.
019300     DISPLAY 'UORG0020 - RECLASSIFICADOS: '
019400         WS-QTDE-RECLASSIFICADOS.
