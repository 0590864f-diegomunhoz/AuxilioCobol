000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0170                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0170.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - CARGA DO PLANO ANUAL DE QUADRO POR    *
001600*                UNIDADE E MES (TPLANO_QUADRO_UND) A PARTIR DO   *
001700*                ARQUIVO DO PLANEJAMENTO DE RH (UORGS170).       *
001800******************************************************************
001900*
002000*    FUNCAO: LE O ARQUIVO UORGS170 (HEADER COM O ANO DO PLANO,
002100*    UM DETALHE POR UNIDADE COM O EFETIVO PLANEJADO DOS DOZE
002200*    MESES E TRAILER COM A QUANTIDADE DE DETALHES) E GRAVA UMA
002300*    LINHA POR UNIDADE E MES EM TPLANO_QUADRO_UND; A LINHA JA
002400*    EXISTENTE E ATUALIZADA, DE MODO QUE A RETRANSMISSAO DE UM
002500*    PLANO REVISADO SUBSTITUI O ANTERIOR. DETALHE COM CHAVE OU
002600*    QUANTIDADE NAO NUMERICA OU UNIDADE INEXISTENTE E REJEITADO
002700*    E LISTADO NO SYSOUT. A RECEPCAO E PRE-VALIDADA E CONFIRMADA
002800*    PELA UORG0122 (REFERENCIA = ANO DO HEADER). COMMIT A CADA
002900*    WS-INTERVALO-CKPT UNIDADES.
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.         IBM-390.
003400 OBJECT-COMPUTER.         IBM-390.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ARQ-UORGS170 ASSIGN TO UORGS170
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  ARQ-UORGS170
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400 01  ARQ-UORGS170-REG            PIC X(80).
004500 WORKING-STORAGE SECTION.
004600     EXEC SQL INCLUDE SQLCA END-EXEC.
004700 01  WS-SWITCHES.
004800     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
004900        88 WS-FIM-ARQUIVO             VALUE 'S'.
005000     05 WS-SW-ARQ-BLOQUEADO      PIC X(1) VALUE 'N'.
005100        88 WS-ARQ-BLOQUEADO           VALUE 'S'.
005200     05 WS-SW-ERRO-MES           PIC X(1) VALUE 'N'.
005300        88 WS-ERRO-MES                VALUE 'S'.
005400 01  WS-CONTADORES.
005500     05 WS-QTDE-GRAVADA          PIC S9(7) COMP VALUE ZERO.
005600     05 WS-QTDE-REJEITADA        PIC S9(7) COMP VALUE ZERO.
005700     05 WS-QTDE-MESES            PIC S9(9) COMP VALUE ZERO.
005800     05 WS-CONTADOR-CKPT         PIC S9(5) COMP VALUE ZERO.
005900     05 WS-QTDE-DETALHE          PIC S9(9) COMP VALUE ZERO.
006000     05 WS-QTDE-TRAILER          PIC S9(9) COMP VALUE ZERO.
006100     05 WS-QTDE-UNIDADE          PIC S9(9) COMP VALUE ZERO.
006200     05 WS-IND-MES               PIC S9(4) COMP.
006300 01  WS-CONSTANTES.
006400     05 WS-INTERVALO-CKPT        PIC S9(5) COMP VALUE 100.
006500 01  WS-AREA-TRABALHO.
006600     05 WS-ANO-PLANO-HDR         PIC X(4) VALUE SPACES.
006700     05 WS-IREFER-HEADER         PIC X(10).
006800     05 WS-NSEQ-RECEPC           PIC S9(9)V COMP-3.
006900     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
007000     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
007100     05 WS-AANO-PLANO            PIC S9(4)V COMP-3.
007200     05 WS-MMES-PLANO            PIC S9(2)V COMP-3.
007300     05 WS-QFUNC-PLANO           PIC S9(5)V COMP-3.
007400     05 WS-CUSUARIO              PIC X(9) VALUE 'UORG0170'.
007500 COPY UORGS170.
007600 COPY UORGL122.
007700 COPY UORGL043.
007800 PROCEDURE DIVISION.
007900******************************************************************
008000*    0000-MAINLINE                                               *
008100******************************************************************
008200 0000-MAINLINE                  SECTION.
008300     PERFORM 9500-REGISTRAR-INICIO
008400         THRU 9500-REGISTRAR-INICIO-EXIT.
008500     PERFORM 0500-PRE-VALIDAR-RECEPCAO
008600         THRU 0500-PRE-VALIDAR-RECEPCAO-EXIT.
008700     IF WS-ARQ-BLOQUEADO
008800         PERFORM 9600-REGISTRAR-FIM
008900             THRU 9600-REGISTRAR-FIM-EXIT
009000         GOBACK
009100     END-IF.
009200     OPEN INPUT ARQ-UORGS170.
009300     PERFORM 8000-LER-ARQUIVO
009400         THRU 8000-LER-ARQUIVO-EXIT.
009500     PERFORM 2000-PROCESSAR-REGISTRO
009600         THRU 2000-PROCESSAR-REGISTRO-EXIT
009700         UNTIL WS-FIM-ARQUIVO.
009800     EXEC SQL
009900         COMMIT
010000     END-EXEC.
010100     CLOSE ARQ-UORGS170.
010200     DISPLAY 'UORG0170 - PLANO ' WS-ANO-PLANO-HDR
010300         ' UNIDADES GRAVADAS: ' WS-QTDE-GRAVADA
010400         ' MESES: ' WS-QTDE-MESES
010500         ' REJEITADAS: ' WS-QTDE-REJEITADA.
010600     PERFORM 7500-CONFIRMAR-RECEPCAO
010700         THRU 7500-CONFIRMAR-RECEPCAO-EXIT.
010800     PERFORM 9600-REGISTRAR-FIM
010900         THRU 9600-REGISTRAR-FIM-EXIT.
011000     GOBACK.
011100 0000-MAINLINE-EXIT.
011200     EXIT.
011300******************************************************************
011400*    0500-PRE-VALIDAR-RECEPCAO                                   *
011500*    PASSADA PREVIA DE CONTAGEM E RECEPCAO PELO SERVICO COMUM    *
011600*    UORG0122: TRAILER DIVERGENTE OU RETRANSMISSAO JA APLICADA   *
011700*    VAO PARA QUARENTENA E A CARGA NAO E EXECUTADA               *
011800******************************************************************
011900 0500-PRE-VALIDAR-RECEPCAO      SECTION.
012000     OPEN INPUT ARQ-UORGS170.
012100     MOVE SPACES TO WS-IREFER-HEADER.
012200     PERFORM 0600-CONTAR-REGISTRO
012300         THRU 0600-CONTAR-REGISTRO-EXIT
012400         UNTIL WS-FIM-ARQUIVO.
012500     CLOSE ARQ-UORGS170.
012600     IF WS-ANO-PLANO-HDR IS NOT NUMERIC
012700         DISPLAY 'UORG0170 - ARQUIVO SEM HEADER OU ANO DO PLANO '
012800             'INVALIDO: ' WS-ANO-PLANO-HDR
012900         MOVE 'S' TO WS-SW-ARQ-BLOQUEADO
013000         GO TO 0500-PRE-VALIDAR-RECEPCAO-EXIT
013100     END-IF.
013200     MOVE WS-ANO-PLANO-HDR TO WS-IREFER-HEADER.
013300     MOVE 'V' TO UORGL122-FUNCTION.
013400     MOVE 'UORGS170' TO UORGL122-CINTERF.
013500     MOVE WS-IREFER-HEADER TO UORGL122-IREFER-HEADER.
013600     MOVE WS-QTDE-DETALHE TO UORGL122-QREG-DETALHE.
013700     MOVE WS-QTDE-TRAILER TO UORGL122-QTOTAL-TRAILER.
013800     MOVE SPACES TO UORGL122-CINTERF-REFER.
013900     MOVE ZERO TO UORGL122-NSEQ-GER-REFER.
014000     MOVE 'UORG0170' TO UORGL122-CUSUAR.
014100     CALL 'UORG0122' USING UORGL122-PARMS.
014200     EXEC SQL
014300         COMMIT
014400     END-EXEC.
014500     IF NOT UORGL122-OK
014600         DISPLAY 'UORG0170 - ARQUIVO EM QUARENTENA, RETORNO '
014700             UORGL122-RETORNO ' (VIDE UORG0123)'
014800         MOVE 'S' TO WS-SW-ARQ-BLOQUEADO
014900         GO TO 0500-PRE-VALIDAR-RECEPCAO-EXIT
015000     END-IF.
015100     MOVE UORGL122-NSEQ-RECEPC TO WS-NSEQ-RECEPC.
015200     MOVE ZERO TO WS-QTDE-DETALHE WS-QTDE-TRAILER.
015300     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
015400 0500-PRE-VALIDAR-RECEPCAO-EXIT.
015500     EXIT.
015600******************************************************************
015700*    0600-CONTAR-REGISTRO                                        *
015800******************************************************************
015900 0600-CONTAR-REGISTRO           SECTION.
016000     READ ARQ-UORGS170 INTO UORGS170-REGISTRO
016100         AT END
016200             MOVE 'S' TO WS-SW-FIM-ARQUIVO
016300             GO TO 0600-CONTAR-REGISTRO-EXIT
016400     END-READ.
016500     EVALUATE TRUE
016600         WHEN UORGS170-REG-HEADER
016700             MOVE UORGS170-DET-HEADER (1:4) TO WS-ANO-PLANO-HDR
016800         WHEN UORGS170-REG-DETALHE
016900             ADD 1 TO WS-QTDE-DETALHE
017000         WHEN UORGS170-REG-TRAILER
017100             IF UORGS170-TRL-QTDE-REGS IS NUMERIC
017200                 MOVE UORGS170-TRL-QTDE-REGS TO WS-QTDE-TRAILER
017300             END-IF
017400     END-EVALUATE.
017500 0600-CONTAR-REGISTRO-EXIT.
017600     EXIT.
017700******************************************************************
017800*    2000-PROCESSAR-REGISTRO                                     *
017900*    VALIDA O DETALHE E GRAVA OS DOZE MESES DO PLANO DA UNIDADE  *
018000******************************************************************
018100 2000-PROCESSAR-REGISTRO        SECTION.
018200     IF NOT UORGS170-REG-DETALHE
018300         GO TO 2000-PROCESSAR-REGISTRO-LER
018400     END-IF.
018500     ADD 1 TO WS-QTDE-DETALHE.
018600     IF UORGS170-CPSSOA-JURID IS NOT NUMERIC
018700         OR UORGS170-NSEQ-UND-ORGNZ IS NOT NUMERIC
018800         OR UORGS170-DET-DETALHE (19:60) IS NOT NUMERIC
018900         DISPLAY 'UORG0170 - DETALHE NAO NUMERICO, REJEITADO: '
019000             UORGS170-REGISTRO (1:19)
019100         ADD 1 TO WS-QTDE-REJEITADA
019200         GO TO 2000-PROCESSAR-REGISTRO-LER
019300     END-IF.
019400     MOVE UORGS170-CPSSOA-JURID TO WS-CPSSOA-JURID.
019500     MOVE UORGS170-NSEQ-UND-ORGNZ TO WS-NSEQ-UND-ORGNZ.
019600     MOVE WS-ANO-PLANO-HDR TO WS-AANO-PLANO.
019700     MOVE ZERO TO WS-QTDE-UNIDADE.
019800     EXEC SQL
019900         SELECT COUNT(*)
020000           INTO :WS-QTDE-UNIDADE
020100           FROM DB2PRD.TUND_ORGNZ
020200          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
020300            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
020400     END-EXEC.
020500     IF SQLCODE NOT = ZERO OR WS-QTDE-UNIDADE = ZERO
020600         DISPLAY 'UORG0170 - UNIDADE INEXISTENTE: '
020700             UORGS170-CPSSOA-JURID '/' UORGS170-NSEQ-UND-ORGNZ
020800         ADD 1 TO WS-QTDE-REJEITADA
020900         GO TO 2000-PROCESSAR-REGISTRO-LER
021000     END-IF.
021100     MOVE 'N' TO WS-SW-ERRO-MES.
021200     PERFORM 3000-GRAVAR-MES
021300         THRU 3000-GRAVAR-MES-EXIT
021400         VARYING WS-IND-MES FROM 1 BY 1
021500         UNTIL WS-IND-MES > 12
021600            OR WS-ERRO-MES.
021700     IF WS-ERRO-MES
021800         ADD 1 TO WS-QTDE-REJEITADA
021900     ELSE
022000         ADD 1 TO WS-QTDE-GRAVADA
022100         PERFORM 6000-CHECKPOINT
022200             THRU 6000-CHECKPOINT-EXIT
022300     END-IF.
022400 2000-PROCESSAR-REGISTRO-LER.
022500     PERFORM 8000-LER-ARQUIVO
022600         THRU 8000-LER-ARQUIVO-EXIT.
022700 2000-PROCESSAR-REGISTRO-EXIT.
022800     EXIT.
022900******************************************************************
023000*    3000-GRAVAR-MES                                             *
023100*    ATUALIZA OU INCLUI O EFETIVO PLANEJADO DA UNIDADE NO MES    *
023200******************************************************************
023300 3000-GRAVAR-MES                SECTION.
023400     MOVE WS-IND-MES TO WS-MMES-PLANO.
023500     MOVE UORGS170-QFUNC-PLANO (WS-IND-MES) TO WS-QFUNC-PLANO.
023600     EXEC SQL
023700         UPDATE DB2PRD.TPLANO_QUADRO_UND
023800            SET QFUNC_PLANO  = :WS-QFUNC-PLANO,
023900                CUSUAR_MANUT = :WS-CUSUARIO,
024000                HMANUT_REG   = CURRENT TIMESTAMP
024100          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
024200            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
024300            AND AANO_PLANO     = :WS-AANO-PLANO
024400            AND MMES_PLANO     = :WS-MMES-PLANO
024500     END-EXEC.
024600     IF SQLCODE = 100
024700         EXEC SQL
024800             INSERT INTO DB2PRD.TPLANO_QUADRO_UND
024900                    (CPSSOA_JURID, NSEQ_UND_ORGNZ, AANO_PLANO,
025000                     MMES_PLANO, QFUNC_PLANO, CUSUAR_INCL,
025100                     HINCL_REG)
025200             VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
025300                     :WS-AANO-PLANO, :WS-MMES-PLANO,
025400                     :WS-QFUNC-PLANO, :WS-CUSUARIO,
025500                     CURRENT TIMESTAMP)
025600         END-EXEC
025700     END-IF.
025800     IF SQLCODE = ZERO
025900         ADD 1 TO WS-QTDE-MESES
026000     ELSE
026100         DISPLAY 'UORG0170 - ERRO SQLCODE=' SQLCODE
026200             ' NA GRAVACAO DO PLANO ' WS-CPSSOA-JURID '/'
026300             WS-NSEQ-UND-ORGNZ ' MES ' WS-MMES-PLANO
026400             ' - MESES SEGUINTES NAO GRAVADOS'
026500         MOVE 'S' TO WS-SW-ERRO-MES
026600     END-IF.
026700 3000-GRAVAR-MES-EXIT.
026800     EXIT.
026900******************************************************************
027000*    6000-CHECKPOINT                                             *
027100******************************************************************
027200 6000-CHECKPOINT                SECTION.
027300     ADD 1 TO WS-CONTADOR-CKPT.
027400     IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
027500         EXEC SQL
027600             COMMIT
027700         END-EXEC
027800         MOVE ZERO TO WS-CONTADOR-CKPT
027900     END-IF.
028000 6000-CHECKPOINT-EXIT.
028100     EXIT.
028200******************************************************************
028300*    7500-CONFIRMAR-RECEPCAO                                     *
028400******************************************************************
028500 7500-CONFIRMAR-RECEPCAO        SECTION.
028600     MOVE 'C' TO UORGL122-FUNCTION.
028700     MOVE 'UORGS170' TO UORGL122-CINTERF.
028800     MOVE WS-NSEQ-RECEPC TO UORGL122-NSEQ-RECEPC.
028900     CALL 'UORG0122' USING UORGL122-PARMS.
029000     IF NOT UORGL122-OK
029100         DISPLAY 'UORG0170 - ERRO ' UORGL122-RETORNO
029200             ' NA CONFIRMACAO DA RECEPCAO'
029300     END-IF.
029400     EXEC SQL
029500         COMMIT
029600     END-EXEC.
029700 7500-CONFIRMAR-RECEPCAO-EXIT.
029800     EXIT.
029900******************************************************************
030000*    8000-LER-ARQUIVO                                            *
030100******************************************************************
030200 8000-LER-ARQUIVO               SECTION.
030300     READ ARQ-UORGS170 INTO UORGS170-REGISTRO
030400         AT END
030500             MOVE 'S' TO WS-SW-FIM-ARQUIVO
030600     END-READ.
030700 8000-LER-ARQUIVO-EXIT.
030800     EXIT.
030900******************************************************************
031000*    9500-REGISTRAR-INICIO                                       *
031100*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
031200******************************************************************
031300 9500-REGISTRAR-INICIO          SECTION.
031400     MOVE 'I' TO UORGL043-FUNCTION.
031500     MOVE 'UORG0170' TO UORGL043-CPGM-BATCH.
031600     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
031700                  UORGL043-QTDE-REJEITADOS
031800                  UORGL043-CCOD-TERMINO.
031900     CALL 'UORG0043' USING UORGL043-PARMS.
032000     IF NOT UORGL043-OK
032100         DISPLAY 'UORG0170 - ERRO ' UORGL043-RETORNO
032200             ' NO REGISTRO DE INICIO DA EXECUCAO'
032300     END-IF.
032400 9500-REGISTRAR-INICIO-EXIT.
032500     EXIT.
032600******************************************************************
032700*    9600-REGISTRAR-FIM                                          *
032800*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
032900******************************************************************
033000 9600-REGISTRAR-FIM             SECTION.
033100     MOVE 'F' TO UORGL043-FUNCTION.
033200     MOVE WS-QTDE-DETALHE TO UORGL043-QTDE-LIDOS.
033300     MOVE WS-QTDE-GRAVADA TO UORGL043-QTDE-GRAVADOS.
033400     MOVE WS-QTDE-REJEITADA TO UORGL043-QTDE-REJEITADOS.
033500     IF WS-ARQ-BLOQUEADO
033600         MOVE 8 TO UORGL043-CCOD-TERMINO
033700     ELSE
033800         MOVE ZERO TO UORGL043-CCOD-TERMINO
033900     END-IF.
034000     CALL 'UORG0043' USING UORGL043-PARMS.
034100     IF NOT UORGL043-OK
034200         DISPLAY 'UORG0170 - ERRO ' UORGL043-RETORNO
034300             ' NO REGISTRO DE FIM DA EXECUCAO'
034400     END-IF.
034500     EXEC SQL
034600         COMMIT
034700     END-EXEC.
034800 9600-REGISTRAR-FIM-EXIT.
034900     EXIT.
