001700*                EM TENDRC_UND_ORGNZ, COM AUDITORIA ANTES/DEPOIS *
001800*                NO MOLDE DO LOTE UORG0020 E LISTA DOS CODIGOS   *
001900*                ANTIGOS QUE FICARAM SEM MAPEAMENTO.             *
001910* 14/10/2026 ES  PONTO DE CONTROLE NA TABELA COMUM               *
001920*                TCTRL_CKPT_BATCH (SERVICO UORG0185) A CADA      *
001930*                COMMIT; NO REINICIO OS COMANDOS JA TRATADOS     *
001940*                SAO SALTADOS E A AUDITORIA E ESTENDIDA.         *
002000******************************************************************
002100*
002200*    FUNCAO: PROCESSA O ARQUIVO OFICIAL DE RECODIFICACAO
002900*    CMUNIC_IBGE AINDA PRESENTES EM TENDRC_UND_ORGNZ QUE NAO
003000*    EXISTEM NA REFERENCIA - OS CODIGOS ANTIGOS QUE O ARQUIVO
003100*    OFICIAL NAO MAPEOU E NENHUM BALCAO CONSEGUE CORRIGIR
003110*    LINHA A LINHA NA UO56. ANTES DE CADA COMMIT O PONTO DE
003120*    CONTROLE COMUM TCTRL_CKPT_BATCH (SERVICO UORG0185) E GRAVADO
003130*    COM A QUANTIDADE DE COMANDOS JA TRATADOS - INCLUSIVE OS
003140*    REJEITADOS, QUE FECHAM UMA UNIDADE DE TRABALHO SO COM O
003150*    PONTO DE CONTROLE. SE HOUVER PONTO DE CONTROLE ABERTO, A
003160*    EXECUCAO ANTERIOR FOI INTERROMPIDA: OS PRIMEIROS COMANDOS
003170*    SAO SALTADOS ATE A POSICAO GRAVADA E A AUDITORIA UORGR153 E
003180*    ESTENDIDA EM VEZ DE RECRIADA.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
005800        88 WS-FIM-ARQUIVO             VALUE 'S'.
005900     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006000        88 WS-FIM-CURSOR              VALUE 'S'.
006010     05 WS-SW-REINICIO           PIC X(1) VALUE 'N'.
006020        88 WS-REINICIO                VALUE 'S'.
006100 01  WS-CONTADORES.
006200     05 WS-QTDE-COMANDOS         PIC S9(7) COMP VALUE ZERO.
006300     05 WS-QTDE-APLICADOS        PIC S9(7) COMP VALUE ZERO.
006500     05 WS-QTDE-ENDERECOS        PIC S9(7) COMP VALUE ZERO.
006600     05 WS-QTDE-SEM-MAPA         PIC S9(7) COMP VALUE ZERO.
006700     05 WS-QTDE-EXISTE           PIC S9(7) COMP VALUE ZERO.
006710     05 WS-QTDE-CKPT             PIC S9(7) COMP VALUE ZERO.
006800 01  WS-AREA-TRABALHO.
006900     05 WS-CMUNIC-ANTIGO         PIC S9(7)V COMP-3.
007000     05 WS-CMUNIC-NOVO           PIC S9(7)V COMP-3.
007100     05 WS-CUSUARIO              PIC X(9).
007110     05 WS-QTDE-COMANDOS-ED      PIC 9(7).
007200 COPY UORGS153.
007300 COPY UORGR153.
007400 COPY UORGL043.
007410 COPY UORGL185.
007500 PROCEDURE DIVISION.
007600******************************************************************
007700*    0000-MAINLINE                                               *
008000     PERFORM 9500-REGISTRAR-INICIO
008100         THRU 9500-REGISTRAR-INICIO-EXIT.
008200     OPEN INPUT ARQ-UORGS153.
008210     PERFORM 1100-LER-CHECKPOINT
008220         THRU 1100-LER-CHECKPOINT-EXIT.
008230     MOVE SPACES TO UORGR153-LINHA.
008240     MOVE '1' TO UORGR153-CTL-IMPRESSAO.
008250     IF WS-REINICIO
008260         OPEN EXTEND REL-UORGR153
008270         MOVE 'SECAO 1 - RECODIFICACOES APLICADAS (REINICIO)'
008280             TO UORGR153-TIT-TEXTO
008290     ELSE
008300         OPEN OUTPUT REL-UORGR153
008310         MOVE 'SECAO 1 - RECODIFICACOES APLICADAS'
008320             TO UORGR153-TIT-TEXTO
008330     END-IF.
008340     WRITE REL-UORGR153-REG FROM UORGR153-LINHA.
008350     PERFORM 8000-LER-ARQUIVO
008360         THRU 8000-LER-ARQUIVO-EXIT.
008370     IF WS-REINICIO
008380         PERFORM 1200-SALTAR-COMANDO
008390             THRU 1200-SALTAR-COMANDO-EXIT
008400             UNTIL WS-FIM-ARQUIVO
008410                OR WS-QTDE-COMANDOS >= WS-QTDE-CKPT
008420         DISPLAY 'UORG0153 - REINICIO: ' WS-QTDE-COMANDOS
008430             ' COMANDOS JA TRATADOS FORAM SALTADOS'
008440     END-IF.
009100     PERFORM 2000-PROCESSAR-COMANDO
009200         THRU 2000-PROCESSAR-COMANDO-EXIT
009300         UNTIL WS-FIM-ARQUIVO.
009900     PERFORM 9600-REGISTRAR-FIM
010000         THRU 9600-REGISTRAR-FIM-EXIT.
010100     GOBACK.
010102******************************************************************
010104*    1100-LER-CHECKPOINT                                         *
010106*    CONSULTA O PONTO DE CONTROLE ABERTO DE EXECUCAO ANTERIOR    *
010108******************************************************************
010110 1100-LER-CHECKPOINT            SECTION.
010112     MOVE 'N' TO WS-SW-REINICIO.
010114     MOVE 'L' TO UORGL185-FUNCTION.
010116     MOVE 'UORG0153' TO UORGL185-CPGM-BATCH.
010118     MOVE 'UNICA' TO UORGL185-CEXEC-BATCH.
010120     CALL 'UORG0185' USING UORGL185-PARMS.
010122     IF UORGL185-ERRO-SQL
010124         DISPLAY 'UORG0153 - ERRO NA LEITURA DO PONTO DE CONTROLE'
010126     END-IF.
010128     IF NOT UORGL185-OK
010130         GO TO 1100-LER-CHECKPOINT-EXIT
010132     END-IF.
010134     MOVE 'S' TO WS-SW-REINICIO.
010136     MOVE UORGL185-QREG-PROCES TO WS-QTDE-CKPT.
010138     MOVE UORGL185-QREG-REJEIT TO WS-QTDE-REJEITADOS.
010140     DISPLAY 'UORG0153 - REINICIO DO PONTO DE CONTROLE DE '
010142         UORGL185-HULT-CKPT ' ULTIMO COMANDO '
010144         UORGL185-CCHAVE-CKPT.
010146 1100-LER-CHECKPOINT-EXIT.
010148     EXIT.
010150******************************************************************
010152*    1200-SALTAR-COMANDO                                         *
010154******************************************************************
010156 1200-SALTAR-COMANDO            SECTION.
010158     ADD 1 TO WS-QTDE-COMANDOS.
010160     PERFORM 8000-LER-ARQUIVO
010162         THRU 8000-LER-ARQUIVO-EXIT.
010164 1200-SALTAR-COMANDO-EXIT.
010166     EXIT.
010200******************************************************************
010300*    2000-PROCESSAR-COMANDO                                     *
010400*    CADA COMANDO E UMA UNIDADE DE TRABALHO COM COMMIT PROPRIO  *
011200         PERFORM 3000-IMPRIMIR-COMANDO
011300             THRU 3000-IMPRIMIR-COMANDO-EXIT
011400         ADD 1 TO WS-QTDE-REJEITADOS
011500         GO TO 2000-PROCESSAR-COMANDO-COMMIT
011600     END-IF.
011700     MOVE UORGS153-CMUNIC-ANTIGO TO WS-CMUNIC-ANTIGO.
011800     MOVE UORGS153-CMUNIC-NOVO TO WS-CMUNIC-NOVO.
013000         PERFORM 3000-IMPRIMIR-COMANDO
013100             THRU 3000-IMPRIMIR-COMANDO-EXIT
013200         ADD 1 TO WS-QTDE-REJEITADOS
013300         GO TO 2000-PROCESSAR-COMANDO-COMMIT
013400     END-IF.
013500     MOVE ZERO TO WS-QTDE-ENDERECOS.
013600     EXEC SQL
014400             TO UORGR153-MENSAGEM
014500         PERFORM 3000-IMPRIMIR-COMANDO
014600             THRU 3000-IMPRIMIR-COMANDO-EXIT
014700         GO TO 2000-PROCESSAR-COMANDO-COMMIT
014800     END-IF.
014900     EXEC SQL
015000         UPDATE DB2PRD.TENDRC_UND_ORGNZ
015300                CUSUAR_MANUT = :WS-CUSUARIO
015400          WHERE CMUNIC_IBGE = :WS-CMUNIC-ANTIGO
015500     END-EXEC.
015510     IF SQLCODE = ZERO
015520         MOVE 'RECODIFICACAO APLICADA' TO UORGR153-MENSAGEM
015530         PERFORM 3000-IMPRIMIR-COMANDO
015540             THRU 3000-IMPRIMIR-COMANDO-EXIT
015550         ADD 1 TO WS-QTDE-APLICADOS
015560     ELSE
015570         DISPLAY 'UORG0153 - ERRO SQLCODE=' SQLCODE
015580             ' NO COMANDO ' UORGS153-CMUNIC-ANTIGO
015590         EXEC SQL
015600             ROLLBACK
015610         END-EXEC
015620         MOVE 'ERRO NA ATUALIZACAO - DESFEITO'
015630             TO UORGR153-MENSAGEM
015640         PERFORM 3000-IMPRIMIR-COMANDO
015650             THRU 3000-IMPRIMIR-COMANDO-EXIT
015660         ADD 1 TO WS-QTDE-REJEITADOS
015670     END-IF.
015680 2000-PROCESSAR-COMANDO-COMMIT.
015690     MOVE 'G' TO UORGL185-FUNCTION.
015700     PERFORM 2100-GRAVAR-CHECKPOINT
015710         THRU 2100-GRAVAR-CHECKPOINT-EXIT.
015720     EXEC SQL
015730         COMMIT
015740     END-EXEC.
017700     PERFORM 8000-LER-ARQUIVO
017800         THRU 8000-LER-ARQUIVO-EXIT.
017900 2000-PROCESSAR-COMANDO-EXIT.
018000     EXIT.
018002******************************************************************
018004*    2100-GRAVAR-CHECKPOINT                                      *
018006*    GRAVA ('G') OU ENCERRA ('E') O PONTO DE CONTROLE COMUM      *
018008*    (UORG0185) ANTES DO COMMIT                                  *
018010******************************************************************
018012 2100-GRAVAR-CHECKPOINT         SECTION.
018014     MOVE WS-QTDE-COMANDOS TO WS-QTDE-COMANDOS-ED.
018016     MOVE 'UORG0153' TO UORGL185-CPGM-BATCH.
018018     MOVE 'UNICA' TO UORGL185-CEXEC-BATCH.
018020     MOVE SPACES TO UORGL185-CCHAVE-CKPT.
018022     STRING WS-QTDE-COMANDOS-ED ' ' UORGS153-CMUNIC-ANTIGO '>'
018024         UORGS153-CMUNIC-NOVO
018026         DELIMITED BY SIZE INTO UORGL185-CCHAVE-CKPT.
018028     MOVE WS-QTDE-COMANDOS TO UORGL185-QREG-PROCES.
018030     MOVE WS-QTDE-REJEITADOS TO UORGL185-QREG-REJEIT.
018032     CALL 'UORG0185' USING UORGL185-PARMS.
018034     IF NOT UORGL185-OK
018036         DISPLAY 'UORG0153 - ERRO ' UORGL185-RETORNO
018038             ' NO PONTO DE CONTROLE ' UORGL185-FUNCTION
018040     END-IF.
018042 2100-GRAVAR-CHECKPOINT-EXIT.
018044     EXIT.
018100******************************************************************
018200*    3000-IMPRIMIR-COMANDO                                      *
018300******************************************************************
026300         TO UORGR153-TOT-ROTULO.
026400     MOVE WS-QTDE-SEM-MAPA TO UORGR153-TOT-QTDE.
026500     WRITE REL-UORGR153-REG FROM UORGR153-LINHA.
026510     MOVE 'E' TO UORGL185-FUNCTION.
026520     PERFORM 2100-GRAVAR-CHECKPOINT
026530         THRU 2100-GRAVAR-CHECKPOINT-EXIT.
026600     CLOSE REL-UORGR153.
026700     DISPLAY 'UORG0153 - COMANDOS: ' WS-QTDE-COMANDOS
026800         ' APLICADOS: ' WS-QTDE-APLICADOS
