002040*                UNIDADE E EXCLUIDO NA MESMA UNIDADE DE         *
002060*                TRABALHO - REENVIO SOB A NOVA CHAVE PARTE DE   *
002080*                ESTADO LIMPO - COM A CONTAGEM NA AUDITORIA.    *
002082* 14/10/2026 ES  PONTO DE CONTROLE NA TABELA COMUM              *
002084*                TCTRL_CKPT_BATCH (SERVICO UORG0185) A CADA     *
002086*                COMMIT; NO REINICIO OS COMANDOS JA APLICADOS   *
002088*                SAO SALTADOS E A AUDITORIA E ESTENDIDA.        *
002090* 15/10/2026 ES  PARES DE CONTINGENCIA (TPAR_CONTNG_UND) DA     *
002092*                UNIDADE RECHAVEADOS DOS DOIS LADOS - COMO      *
002094*                UNIDADE E COMO CONTINGENCIA DE OUTRA.          *
002100******************************************************************
002200*
002300*    FUNCAO: PROCESSA O ARQUIVO DE CONTROLE UORGS060 (CHAVE DE
002900*    AUDITORIA ANTES/DEPOIS COM AS QUANTIDADES REDIRECIONADAS E
003000*    EFETUA COMMIT. QUALQUER ERRO NO MEIO DO COMANDO PROVOCA
003100*    ROLLBACK DO COMANDO INTEIRO, QUE E REGISTRADO COMO
003110*    REJEITADO NA AUDITORIA. ANTES DE CADA COMMIT O PONTO DE
003120*    CONTROLE COMUM TCTRL_CKPT_BATCH (SERVICO UORG0185) E GRAVADO
003130*    COM A QUANTIDADE DE COMANDOS JA LIDOS. SE HOUVER PONTO DE
003140*    CONTROLE ABERTO, A EXECUCAO ANTERIOR FOI INTERROMPIDA: OS
003150*    PRIMEIROS COMANDOS SAO SALTADOS ATE A POSICAO GRAVADA E A
003160*    AUDITORIA UORGS061 E ESTENDIDA EM VEZ DE RECRIADA.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
005800        88 WS-FIM-ARQUIVO             VALUE 'S'.
005900     05 WS-SW-COMANDO-OK         PIC X(1) VALUE 'N'.
006000        88 WS-COMANDO-OK              VALUE 'S'.
006010     05 WS-SW-REINICIO           PIC X(1) VALUE 'N'.
006020        88 WS-REINICIO                VALUE 'S'.
006100 01  WS-CONTADORES.
006200     05 WS-QTDE-TRANSFERIDA      PIC S9(7) COMP VALUE ZERO.
006300     05 WS-QTDE-REJEITADA        PIC S9(7) COMP VALUE ZERO.
006400     05 WS-QTDE-EXISTE           PIC S9(7) COMP VALUE ZERO.
006410     05 WS-QTDE-LIDOS            PIC S9(7) COMP VALUE ZERO.
006420     05 WS-QTDE-CKPT             PIC S9(7) COMP VALUE ZERO.
006500 01  WS-AREA-TRABALHO.
006600     05 WS-CPSSOA-ORIGEM         PIC S9(10)V COMP-3.
006700     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
007300     05 WS-QTDE-ENDERECO         PIC S9(5)V COMP-3.
007340     05 WS-QTDE-RETORNO          PIC S9(5)V COMP-3.
007350     05 WS-RESULTADO-GUARDADO    PIC X(20).
007360     05 WS-QTDE-LIDOS-ED         PIC 9(7).
007400 COPY UORGS060.
007500 COPY UORGS061.
007510 COPY UORGL185.
007600 PROCEDURE DIVISION.
007700******************************************************************
007800*    0000-MAINLINE                                               *
007900******************************************************************
008000 0000-MAINLINE                  SECTION.
008100     OPEN INPUT CTL-UORGS060.
008110     PERFORM 1100-LER-CHECKPOINT
008120         THRU 1100-LER-CHECKPOINT-EXIT.
008130     IF WS-REINICIO
008140         OPEN EXTEND AUD-UORGS061
008150     ELSE
008160         OPEN OUTPUT AUD-UORGS061
008170     END-IF.
008180     PERFORM 8000-LER-CONTROLE
008190         THRU 8000-LER-CONTROLE-EXIT.
008200     IF WS-REINICIO
008210         PERFORM 1200-SALTAR-COMANDO
008220             THRU 1200-SALTAR-COMANDO-EXIT
008230             UNTIL WS-FIM-ARQUIVO
008240                OR WS-QTDE-LIDOS >= WS-QTDE-CKPT
008250         DISPLAY 'UORG0060 - REINICIO: ' WS-QTDE-LIDOS
008260             ' COMANDOS JA APLICADOS FORAM SALTADOS'
008270     END-IF.
008500     PERFORM 2000-PROCESSAR-COMANDO
008600         THRU 2000-PROCESSAR-COMANDO-EXIT
008700         UNTIL WS-FIM-ARQUIVO.
009000     GOBACK.
009100 0000-MAINLINE-EXIT.
009200     EXIT.
009202******************************************************************
009204*    1100-LER-CHECKPOINT                                         *
009206*    CONSULTA O PONTO DE CONTROLE ABERTO DE EXECUCAO ANTERIOR    *
009208******************************************************************
009210 1100-LER-CHECKPOINT            SECTION.
009212     MOVE 'N' TO WS-SW-REINICIO.
009214     MOVE 'L' TO UORGL185-FUNCTION.
009216     MOVE 'UORG0060' TO UORGL185-CPGM-BATCH.
009218     MOVE 'UNICA' TO UORGL185-CEXEC-BATCH.
009220     CALL 'UORG0185' USING UORGL185-PARMS.
009222     IF UORGL185-ERRO-SQL
009224         DISPLAY 'UORG0060 - ERRO NA LEITURA DO PONTO DE CONTROLE'
009226     END-IF.
009228     IF NOT UORGL185-OK
009230         GO TO 1100-LER-CHECKPOINT-EXIT
009232     END-IF.
009234     MOVE 'S' TO WS-SW-REINICIO.
009236     MOVE UORGL185-QREG-PROCES TO WS-QTDE-CKPT.
009238     MOVE UORGL185-QREG-REJEIT TO WS-QTDE-REJEITADA.
009240     COMPUTE WS-QTDE-TRANSFERIDA =
009242         UORGL185-QREG-PROCES - UORGL185-QREG-REJEIT.
009244     DISPLAY 'UORG0060 - REINICIO DO PONTO DE CONTROLE DE '
009246         UORGL185-HULT-CKPT ' ULTIMO COMANDO '
009248         UORGL185-CCHAVE-CKPT.
009250 1100-LER-CHECKPOINT-EXIT.
009252     EXIT.
009254******************************************************************
009256*    1200-SALTAR-COMANDO                                         *
009258******************************************************************
009260 1200-SALTAR-COMANDO            SECTION.
009262     ADD 1 TO WS-QTDE-LIDOS.
009264     PERFORM 8000-LER-CONTROLE
009266         THRU 8000-LER-CONTROLE-EXIT.
009268 1200-SALTAR-COMANDO-EXIT.
009270     EXIT.
009300******************************************************************
009400*    2000-PROCESSAR-COMANDO                                     *
009500******************************************************************
010600         PERFORM 4000-TRANSFERIR-UNIDADE
010700             THRU 4000-TRANSFERIR-UNIDADE-EXIT
010800     END-IF.
010810     IF WS-COMANDO-OK
010820         ADD 1 TO WS-QTDE-TRANSFERIDA
010830     ELSE
010840         EXEC SQL
010850             ROLLBACK
010860         END-EXEC
010870         ADD 1 TO WS-QTDE-REJEITADA
010880     END-IF.
010890     ADD 1 TO WS-QTDE-LIDOS.
010900     MOVE 'G' TO UORGL185-FUNCTION.
010910     PERFORM 2100-GRAVAR-CHECKPOINT
010920         THRU 2100-GRAVAR-CHECKPOINT-EXIT.
010930     EXEC SQL
010940         COMMIT
010950     END-EXEC.
010960     PERFORM 6000-GRAVAR-AUDITORIA
010970         THRU 6000-GRAVAR-AUDITORIA-EXIT.
012400     PERFORM 8000-LER-CONTROLE
012500         THRU 8000-LER-CONTROLE-EXIT.
012600 2000-PROCESSAR-COMANDO-EXIT.
012700     EXIT.
012702******************************************************************
012704*    2100-GRAVAR-CHECKPOINT                                      *
012706*    GRAVA ('G') OU ENCERRA ('E') O PONTO DE CONTROLE COMUM      *
012708*    (UORG0185) ANTES DO COMMIT DO COMANDO                       *
012710******************************************************************
012712 2100-GRAVAR-CHECKPOINT         SECTION.
012714     MOVE WS-QTDE-LIDOS TO WS-QTDE-LIDOS-ED.
012716     MOVE 'UORG0060' TO UORGL185-CPGM-BATCH.
012718     MOVE 'UNICA' TO UORGL185-CEXEC-BATCH.
012720     MOVE SPACES TO UORGL185-CCHAVE-CKPT.
012722     STRING WS-QTDE-LIDOS-ED ' ' UORGS060-CPSSOA-ORIGEM '/'
012724         UORGS060-NSEQ-UND-ORGNZ
012726         DELIMITED BY SIZE INTO UORGL185-CCHAVE-CKPT.
012728     MOVE WS-QTDE-LIDOS TO UORGL185-QREG-PROCES.
012730     MOVE WS-QTDE-REJEITADA TO UORGL185-QREG-REJEIT.
012732     CALL 'UORG0185' USING UORGL185-PARMS.
012734     IF NOT UORGL185-OK
012736         DISPLAY 'UORG0060 - ERRO ' UORGL185-RETORNO
012738             ' NO PONTO DE CONTROLE ' UORGL185-FUNCTION
012740     END-IF.
012742 2100-GRAVAR-CHECKPOINT-EXIT.
012744     EXIT.
012800******************************************************************
012900*    3000-VALIDAR-COMANDO                                       *
013000*    ORIGEM PRECISA EXISTIR; CHAVE DE DESTINO NAO PODE COLIDIR  *
024885         GO TO 4000-TRANSFERIR-UNIDADE-EXIT
024890     END-IF
024895     END-IF.
024896     EXEC SQL
024897         UPDATE DB2PRD.TPAR_CONTNG_UND
024898            SET CPSSOA_JURID = :WS-CPSSOA-DESTINO,
024899                HMANUT_REG = CURRENT TIMESTAMP,
024900                CUSUAR_MANUT = :WS-CUSUARIO
024901          WHERE CPSSOA_JURID   = :WS-CPSSOA-ORIGEM
024902            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
024903     END-EXEC.
024904     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
024905         MOVE 'ERRO EM PAR DE CONTINGENCIA' TO UORGS061-RESULTADO
024906         MOVE 'N' TO WS-SW-COMANDO-OK
024907         GO TO 4000-TRANSFERIR-UNIDADE-EXIT
024908     END-IF.
024909     EXEC SQL
024910         UPDATE DB2PRD.TPAR_CONTNG_UND
024911            SET CPSSOA_JURID_CONTNG = :WS-CPSSOA-DESTINO,
024912                HMANUT_REG = CURRENT TIMESTAMP,
024913                CUSUAR_MANUT = :WS-CUSUARIO
024914          WHERE CPSSOA_JURID_CONTNG = :WS-CPSSOA-ORIGEM
024915            AND NSEQ_UND_CONTNG     = :WS-NSEQ-UND-ORGNZ
024916     END-EXEC.
024917     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
024918         MOVE 'ERRO EM PAR DE CONTINGENCIA' TO UORGS061-RESULTADO
024919         MOVE 'N' TO WS-SW-COMANDO-OK
024920         GO TO 4000-TRANSFERIR-UNIDADE-EXIT
024921     END-IF.
024922     MOVE 'TRANSFERIDA' TO UORGS061-RESULTADO.
025000 4000-TRANSFERIR-UNIDADE-EXIT.
025100     EXIT.
025200******************************************************************
026900*    7000-ENCERRAR                                               *
027000******************************************************************
027100 7000-ENCERRAR                  SECTION.
027110     MOVE 'E' TO UORGL185-FUNCTION.
027120     PERFORM 2100-GRAVAR-CHECKPOINT
027130         THRU 2100-GRAVAR-CHECKPOINT-EXIT.
027140     EXEC SQL
027150         COMMIT
027160     END-EXEC.
027200     CLOSE CTL-UORGS060 AUD-UORGS061.
027300     DISPLAY 'UORG0060 - TRANSFERIDAS: ' WS-QTDE-TRANSFERIDA.
027400     DISPLAY 'UORG0060 - REJEITADAS: ' WS-QTDE-REJEITADA.
