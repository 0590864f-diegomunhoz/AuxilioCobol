001700*                UORGS020 PARA A UORG0020, ABERTURAS ENTRAM COMO *
001800*                UNIDADES PLANEJADAS (FLUXO DA UORG0058) E       *
001900*                ENCERRAMENTOS PASSAM PELO SERVICO UORG0059.     *
001910* 14/10/2026 ES  PONTO DE CONTROLE NA TABELA COMUM               *
001920*                TCTRL_CKPT_BATCH (SERVICO UORG0185, EXECUCAO =  *
001930*                CENARIO) NO COMMIT DE CADA ITEM; O REINICIO     *
001940*                RETOMA APOS O ULTIMO ITEM EFETIVADO.            *
001950* 14/10/2026 ES  ENCERRAMENTO REPASSA A UORG0059 A               *
001960*                UNIDADE DESTINO DA CARTEIRA DE CLIENTES         *
001970*                GRAVADA NO ITEM PELA UO91.                      *
001980* 15/10/2026 ES  RECUSA DO ENCERRAMENTO EXIBE TAMBEM OS          *
001990*                CORRESPONDENTES BANCARIOS ATIVOS DA UNIDADE.    *
001992* 15/10/2026 ES  ENCERRAMENTO EXIBE OS TERMINAIS DE              *
001994*                AUTOATENDIMENTO AINDA INSTALADOS (A RETIRAR     *
001996*                PELA OPERADORA DA REDE, UORG0226).              *
001997* 15/10/2026 ES  ROLLBACK DE ITEM RECUSADO FECHA O CURSOR:       *
001998*                REABERTO APOS O ITEM. ERRO NO FETCH MANTEM      *
001999*                O PONTO DE CONTROLE ABERTO E TERMINA COM 8.     *
002000******************************************************************
002100*
002200*    FUNCAO: LE O CODIGO DO CENARIO DO ARQUIVO DE CONTROLE
002900*    DO ITEM, NUMERO PUBLICO RESERVADO PELA UORG0063 E DIGITO
003000*    GERADO PELA UORG0000, ENTRANDO NO FLUXO DIARIO DE ABERTURA
003100*    PLANEJADA (UORG0058); ACAO 'E' ENCERRA A UNIDADE PELO
003110*    SERVICO DE ENCERRAMENTO ORIENTADO UORG0059 (DESTINACAO 'E'
003120*    DOS VINCULOS E DESTINO DA CARTEIRA DE CLIENTES INFORMADO NO
003130*    ITEM), QUE GRAVA O HISTORICO PELA UORG0002. CADA
003400*    ITEM E UMA UNIDADE DE TRABALHO COM COMMIT PROPRIO, COMO NA
003500*    UORG0015; ITEM RECUSADO E CONTADO E EXIBIDO NO SYSOUT SEM
003600*    INTERROMPER OS DEMAIS. AO FINAL O CENARIO E MARCADO COMO
003610*    EFETIVADO (CSIT_CENARIO = 3). O COMMIT DE CADA ITEM GRAVA
003620*    ANTES O PONTO DE CONTROLE COMUM TCTRL_CKPT_BATCH (SERVICO
003630*    UORG0185, EXECUCAO = CODIGO DO CENARIO) COM O ULTIMO
003640*    NSEQ_ITEM TRATADO. SE HOUVER PONTO DE CONTROLE ABERTO PARA O
003650*    CENARIO, A EXECUCAO ANTERIOR FOI INTERROMPIDA: O CURSOR
003660*    RETOMA APOS O ULTIMO ITEM GRAVADO E O ARQUIVO UORGS020 E
003670*    ESTENDIDO EM VEZ DE RECRIADO. O ROLLBACK DE UM ITEM
003680*    RECUSADO FECHA O CURSOR, QUE E REABERTO APOS ESSE ITEM;
003690*    ERRO NA LEITURA DOS ITENS MANTEM O PONTO DE CONTROLE
003700*    ABERTO E TERMINA A EXECUCAO COM CODIGO 8.
003800*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
006300        88 WS-FIM-CURSOR              VALUE 'S'.
006400     05 WS-SW-CENARIO-OK         PIC X(1) VALUE 'N'.
006500        88 WS-CENARIO-OK               VALUE 'S'.
006510     05 WS-SW-REINICIO           PIC X(1) VALUE 'N'.
006520        88 WS-REINICIO                VALUE 'S'.
006530     05 WS-SW-ITEM-DESFEITO      PIC X(1) VALUE 'N'.
006540        88 WS-ITEM-DESFEITO            VALUE 'S'.
006550     05 WS-SW-ERRO-CURSOR        PIC X(1) VALUE 'N'.
006560        88 WS-ERRO-CURSOR              VALUE 'S'.
006600 01  WS-CONTADORES.
006700     05 WS-QTDE-LIDOS            PIC S9(9) COMP VALUE ZERO.
006800     05 WS-QTDE-RECLASSF         PIC S9(9) COMP VALUE ZERO.
008200     05 WS-IABREV-UND-NOVO       PIC X(40).
008300     05 WS-IUND-NOVO             PIC X(60).
008400     05 WS-DPREVS-ABERT          PIC X(10).
008402     05 WS-CPSSOA-JURID-DEST     PIC S9(10)V COMP-3.
008404     05 WS-NSEQ-UND-DEST         PIC S9(8)V COMP-3.
008410     05 WS-NSEQ-ITEM-CKPT        PIC S9(4)V COMP-3 VALUE ZERO.
008420     05 WS-NSEQ-ITEM-ED          PIC 9(4).
008500 01  WS-INDICADORES.
008600     05 WS-IND-CCLASF-UND-NOVO   PIC S9(4) COMP-5.
008700     05 WS-IND-CTPO-UND-NOVO     PIC S9(4) COMP-5.
009200 COPY UORGL043.
009300 COPY UORGL059.
009400 COPY UORGL063.
009410 COPY UORGL185.
009500 PROCEDURE DIVISION.
009600******************************************************************
009700*    0000-MAINLINE                                               *
014100         GO TO 1000-PREPARAR-CENARIO-EXIT
014200     END-IF.
014300     MOVE 'S' TO WS-SW-CENARIO-OK.
014310     PERFORM 1100-LER-CHECKPOINT
014320         THRU 1100-LER-CHECKPOINT-EXIT.
014330     IF WS-REINICIO
014340         OPEN EXTEND SAI-UORGS020
014350     ELSE
014360         OPEN OUTPUT SAI-UORGS020
014370     END-IF.
014500     EXEC SQL
014510         DECLARE CUR-UORG0093 CURSOR WITH HOLD FOR
014700         SELECT NSEQ_ITEM, CTPO_ACAO,
014800                CPSSOA_JURID, NSEQ_UND_ORGNZ,
014900                CCLASF_UND_NOVO, CTPO_UND_NOVO,
014910                IABREV_UND_NOVO, DPREVS_ABERT,
014920                COALESCE(CPSSOA_JURID_DEST, 0),
014930                COALESCE(NSEQ_UND_DEST, 0)
015100           FROM DB2PRD.TITEM_CENARIO
015110          WHERE CCENARIO  = :WS-CCENARIO
015120            AND NSEQ_ITEM > :WS-NSEQ-ITEM-CKPT
015300          ORDER BY NSEQ_ITEM
015400     END-EXEC.
015500     EXEC SQL
015900         THRU 8000-LER-CURSOR-EXIT.
016000 1000-PREPARAR-CENARIO-EXIT.
016100     EXIT.
016102******************************************************************
016104*    1100-LER-CHECKPOINT                                         *
016106*    CONSULTA O PONTO DE CONTROLE ABERTO DO CENARIO              *
016108******************************************************************
016110 1100-LER-CHECKPOINT            SECTION.
016112     MOVE 'N' TO WS-SW-REINICIO.
016114     MOVE 'L' TO UORGL185-FUNCTION.
016116     MOVE 'UORG0093' TO UORGL185-CPGM-BATCH.
016118     MOVE WS-CCENARIO TO UORGL185-CEXEC-BATCH.
016120     CALL 'UORG0185' USING UORGL185-PARMS.
016122     IF UORGL185-ERRO-SQL
016124         DISPLAY 'UORG0093 - ERRO NA LEITURA DO PONTO DE CONTROLE'
016126     END-IF.
016128     IF NOT UORGL185-OK
016130         OR UORGL185-CCHAVE-CKPT (1:4) IS NOT NUMERIC
016132         GO TO 1100-LER-CHECKPOINT-EXIT
016134     END-IF.
016136     MOVE 'S' TO WS-SW-REINICIO.
016138     MOVE UORGL185-CCHAVE-CKPT (1:4) TO WS-NSEQ-ITEM-ED.
016140     MOVE WS-NSEQ-ITEM-ED TO WS-NSEQ-ITEM-CKPT.
016142     MOVE UORGL185-QREG-PROCES TO WS-QTDE-LIDOS.
016144     MOVE UORGL185-QREG-REJEIT TO WS-QTDE-REJEITADA.
016146     DISPLAY 'UORG0093 - REINICIO DO CENARIO ' WS-CCENARIO
016148         ' APOS O ITEM ' WS-NSEQ-ITEM-ED
016150         ' (PONTO DE CONTROLE DE ' UORGL185-HULT-CKPT ')'.
016152 1100-LER-CHECKPOINT-EXIT.
016154     EXIT.
016200******************************************************************
016300*    2000-PROCESSAR-ITEM                                        *
016400******************************************************************
016500 2000-PROCESSAR-ITEM            SECTION.
016600     ADD 1 TO WS-QTDE-LIDOS.
016610     MOVE 'N' TO WS-SW-ITEM-DESFEITO.
016700     EVALUATE WS-CTPO-ACAO
016800         WHEN 'R'
016900             PERFORM 3000-GERAR-RECLASSF
017900                 ' COM ACAO INVALIDA ' WS-CTPO-ACAO
018000             ADD 1 TO WS-QTDE-REJEITADA
018100     END-EVALUATE.
018110     MOVE 'G' TO UORGL185-FUNCTION.
018120     PERFORM 2100-GRAVAR-CHECKPOINT
018130         THRU 2100-GRAVAR-CHECKPOINT-EXIT.
018140     EXEC SQL
018150         COMMIT
018160     END-EXEC.
018165     IF WS-ITEM-DESFEITO
018170         PERFORM 2200-REABRIR-CURSOR
018175             THRU 2200-REABRIR-CURSOR-EXIT
018180         IF WS-ERRO-CURSOR
018185             GO TO 2000-PROCESSAR-ITEM-EXIT
018190         END-IF
018195     END-IF.
018200     PERFORM 8000-LER-CURSOR
018300         THRU 8000-LER-CURSOR-EXIT.
018400 2000-PROCESSAR-ITEM-EXIT.
018500     EXIT.
018502******************************************************************
018504*    2100-GRAVAR-CHECKPOINT                                      *
018506*    GRAVA ('G') OU ENCERRA ('E') O PONTO DE CONTROLE COMUM      *
018508*    (UORG0185) ANTES DO COMMIT DO ITEM                          *
018510******************************************************************
018512 2100-GRAVAR-CHECKPOINT         SECTION.
018514     MOVE WS-NSEQ-ITEM TO WS-NSEQ-ITEM-ED.
018516     MOVE 'UORG0093' TO UORGL185-CPGM-BATCH.
018518     MOVE WS-CCENARIO TO UORGL185-CEXEC-BATCH.
018520     MOVE SPACES TO UORGL185-CCHAVE-CKPT.
018522     STRING WS-NSEQ-ITEM-ED ' ' WS-CTPO-ACAO
018524         DELIMITED BY SIZE INTO UORGL185-CCHAVE-CKPT.
018526     MOVE WS-QTDE-LIDOS TO UORGL185-QREG-PROCES.
018528     MOVE WS-QTDE-REJEITADA TO UORGL185-QREG-REJEIT.
018530     CALL 'UORG0185' USING UORGL185-PARMS.
018532     IF NOT UORGL185-OK
018534         DISPLAY 'UORG0093 - ERRO ' UORGL185-RETORNO
018536             ' NO PONTO DE CONTROLE ' UORGL185-FUNCTION
018538     END-IF.
018540 2100-GRAVAR-CHECKPOINT-EXIT.
018542     EXIT.
018544******************************************************************
018546*    2200-REABRIR-CURSOR                                         *
018548*    O ROLLBACK DO ITEM RECUSADO FECHA O CURSOR (MESMO WITH      *
018550*    HOLD); REABRE APOS O ITEM, JA GRAVADO NO PONTO DE CONTROLE  *
018552******************************************************************
018554 2200-REABRIR-CURSOR            SECTION.
018556     MOVE WS-NSEQ-ITEM TO WS-NSEQ-ITEM-CKPT.
018558     EXEC SQL
018560         OPEN CUR-UORG0093
018562     END-EXEC.
018564     IF SQLCODE NOT = ZERO
018566         DISPLAY 'UORG0093 - ERRO SQLCODE=' SQLCODE
018568             ' NA REABERTURA DO CURSOR DE ITENS'
018570         MOVE 'S' TO WS-SW-ERRO-CURSOR
018572         MOVE 'S' TO WS-SW-FIM-CURSOR
018574     END-IF.
018576 2200-REABRIR-CURSOR-EXIT.
018578     EXIT.
018600******************************************************************
018700*    3000-GERAR-RECLASSF                                        *
018800*    ACAO 'R': CARTAO NO LAYOUT UORGS020 PARA A UORG0020        *
021200         EXEC SQL
021300             ROLLBACK
021400         END-EXEC
021410         MOVE 'S' TO WS-SW-ITEM-DESFEITO
021500         GO TO 4000-INCLUIR-PLANEJADA-EXIT
021600     END-IF.
021700     MOVE WS-IABREV-UND-NOVO TO WS-IUND-NOVO.
023600         EXEC SQL
023700             ROLLBACK
023800         END-EXEC
023810         MOVE 'S' TO WS-SW-ITEM-DESFEITO
023900         GO TO 4000-INCLUIR-PLANEJADA-EXIT
024000     END-IF.
024100     MOVE 'G' TO UORGL000-FUNCTION.
025000         EXEC SQL
025100             ROLLBACK
025200         END-EXEC
025210         MOVE 'S' TO WS-SW-ITEM-DESFEITO
025300         GO TO 4000-INCLUIR-PLANEJADA-EXIT
025400     END-IF.
025800     ADD 1 TO WS-QTDE-ABERTURA.
025900 4000-INCLUIR-PLANEJADA-EXIT.
026000     EXIT.
026800     MOVE WS-NSEQ-UND-ORGNZ TO UORGL059-NSEQ-UND-ORGNZ.
026900     MOVE WS-CUSUAR-LIBERADOR TO UORGL059-CUSUAR-MANUT.
027000     MOVE 'E' TO UORGL059-CINDCD-DESTINO.
027010     MOVE WS-CPSSOA-JURID-DEST TO UORGL059-CPSSOA-JURID-DEST.
027020     MOVE WS-NSEQ-UND-DEST TO UORGL059-NSEQ-UND-DEST.
027100     CALL 'UORG0059' USING UORGL059-PARMS.
027200     IF UORGL059-OK
027600         ADD 1 TO WS-QTDE-ENCERRADA
027610         IF UORGL059-QTDE-ATM > ZERO
027620             DISPLAY 'UORG0093 - ITEM ' WS-NSEQ-ITEM
027630                 ' ENCERRADA COM TERMINAIS A RETIRAR: '
027640                 UORGL059-QTDE-ATM
027650         END-IF
027700     ELSE
027800         DISPLAY 'UORG0093 - ITEM ' WS-NSEQ-ITEM
027900             ' ENCERRAMENTO RECUSADO, RETORNO '
028000             UORGL059-RETORNO
028100             ' OCUPACOES ABERTAS ' UORGL059-QTDE-OCPDO-ABERTA
028110             ' CORRESPONDENTES ' UORGL059-QTDE-CORRESP
028200         ADD 1 TO WS-QTDE-REJEITADA
028300         EXEC SQL
028400             ROLLBACK
028500         END-EXEC
028510         MOVE 'S' TO WS-SW-ITEM-DESFEITO
028600     END-IF.
028700 5000-ENCERRAR-UNIDADE-EXIT.
028800     EXIT.
029500     END-EXEC.
029600     CLOSE SAI-UORGS020.
029700     IF WS-QTDE-REJEITADA = ZERO
029710         AND NOT WS-ERRO-CURSOR
029800         EXEC SQL
029900             UPDATE DB2PRD.TCENARIO_REESTR
030000                SET CSIT_CENARIO = 3,
031000         DISPLAY 'UORG0093 - CENARIO MANTIDO LIBERADO: '
031100             WS-QTDE-REJEITADA ' ITEM(NS) RECUSADO(S)'
031200     END-IF.
031210     IF WS-ERRO-CURSOR
031220         DISPLAY 'UORG0093 - LEITURA DOS ITENS INTERROMPIDA,'
031230             ' PONTO DE CONTROLE MANTIDO PARA O REINICIO'
031240     ELSE
031250         MOVE 'E' TO UORGL185-FUNCTION
031260         PERFORM 2100-GRAVAR-CHECKPOINT
031270             THRU 2100-GRAVAR-CHECKPOINT-EXIT
031280     END-IF.
031300     EXEC SQL
031400         COMMIT
031500     END-EXEC.
033100               :WS-CCLASF-UND-NOVO:WS-IND-CCLASF-UND-NOVO,
033200               :WS-CTPO-UND-NOVO:WS-IND-CTPO-UND-NOVO,
033300               :WS-IABREV-UND-NOVO,
033310               :WS-DPREVS-ABERT:WS-IND-DPREVS-ABERT,
033320               :WS-CPSSOA-JURID-DEST, :WS-NSEQ-UND-DEST
033500     END-EXEC.
033600     IF SQLCODE = 100
033700         MOVE 'S' TO WS-SW-FIM-CURSOR
033900     IF SQLCODE NOT = ZERO
034000         DISPLAY 'UORG0093 - ERRO SQLCODE=' SQLCODE
034100             ' NO FETCH DO CURSOR DE ITENS'
034110         MOVE 'S' TO WS-SW-ERRO-CURSOR
034200         MOVE 'S' TO WS-SW-FIM-CURSOR
034300     ELSE
034400         IF WS-IND-CCLASF-UND-NOVO < ZERO
038200         WS-QTDE-RECLASSF + WS-QTDE-ABERTURA
038300         + WS-QTDE-ENCERRADA.
038400     MOVE WS-QTDE-REJEITADA TO UORGL043-QTDE-REJEITADOS.
038500     IF WS-ERRO-CURSOR
038510         MOVE 8 TO UORGL043-CCOD-TERMINO
038520     ELSE
038530         MOVE ZERO TO UORGL043-CCOD-TERMINO
038540     END-IF.
038600     CALL 'UORG0043' USING UORGL043-PARMS.
038700     IF NOT UORGL043-OK
038800         DISPLAY 'UORG0093 - ERRO ' UORGL043-RETORNO
