000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0172                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0172.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - CARGA MENSAL DA CUSTODIA DOS BENS DO  *
001600*                SISTEMA DE PATRIMONIO POR UNIDADE               *
001700*                (TBEM_PATRIM_UND) A PARTIR DO ARQUIVO UORGS172. *
001800******************************************************************
001900*
002000*    FUNCAO: LE O ARQUIVO UORGS172 (HEADER COM O ANO/MES DE
002100*    REFERENCIA, UM DETALHE POR BEM E TRAILER COM A QUANTIDADE
002200*    DE DETALHES) E GRAVA CADA BEM EM TBEM_PATRIM_UND COM A
002300*    DESCRICAO, O VALOR CONTABIL E A UNIDADE CUSTODIANTE,
002400*    MARCADO COM A REFERENCIA DO ARQUIVO. O ARQUIVO E A POSICAO
002500*    COMPLETA DA CUSTODIA: AO FINAL, OS BENS QUE NAO VIERAM NA
002600*    REFERENCIA (BAIXADOS NO PATRIMONIO) SAO EXCLUIDOS. DETALHE
002700*    COM CAMPO NAO NUMERICO OU UNIDADE INEXISTENTE E REJEITADO E
002800*    LISTADO NO SYSOUT, ASSIM COMO OS BENS AINDA CUSTODIADOS POR
002900*    UNIDADE ENCERRADA. A RECEPCAO E PRE-VALIDADA E CONFIRMADA
003000*    PELA UORG0122 (REFERENCIA = ANO/MES DO HEADER). COMMIT A
003100*    CADA WS-INTERVALO-CKPT BENS.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.         IBM-390.
003600 OBJECT-COMPUTER.         IBM-390.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT ARQ-UORGS172 ASSIGN TO UORGS172
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  ARQ-UORGS172
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600 01  ARQ-UORGS172-REG            PIC X(100).
004700 WORKING-STORAGE SECTION.
004800     EXEC SQL INCLUDE SQLCA END-EXEC.
004900 01  WS-SWITCHES.
005000     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
005100        88 WS-FIM-ARQUIVO             VALUE 'S'.
005200     05 WS-SW-ARQ-BLOQUEADO      PIC X(1) VALUE 'N'.
005300        88 WS-ARQ-BLOQUEADO           VALUE 'S'.
005400     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005500        88 WS-FIM-CURSOR              VALUE 'S'.
005600 01  WS-CONTADORES.
005700     05 WS-QTDE-GRAVADA          PIC S9(7) COMP VALUE ZERO.
005800     05 WS-QTDE-REJEITADA        PIC S9(7) COMP VALUE ZERO.
005900     05 WS-QTDE-BAIXADA          PIC S9(9) COMP VALUE ZERO.
006000     05 WS-QTDE-UND-ENCERRADA    PIC S9(7) COMP VALUE ZERO.
006100     05 WS-CONTADOR-CKPT         PIC S9(5) COMP VALUE ZERO.
006200     05 WS-QTDE-DETALHE          PIC S9(9) COMP VALUE ZERO.
006300     05 WS-QTDE-TRAILER          PIC S9(9) COMP VALUE ZERO.
006400     05 WS-QTDE-UNIDADE          PIC S9(9) COMP VALUE ZERO.
006500 01  WS-CONSTANTES.
006600     05 WS-INTERVALO-CKPT        PIC S9(5) COMP VALUE 100.
006700 01  WS-AREA-TRABALHO.
006800     05 WS-ANO-MES-HDR           PIC X(6) VALUE SPACES.
006900     05 WS-IREFER-HEADER         PIC X(10).
007000     05 WS-NSEQ-RECEPC           PIC S9(9)V COMP-3.
007100     05 WS-AANO-MES-REFER        PIC S9(6)V COMP-3.
007200     05 WS-NBEM-PATRIM           PIC S9(12)V COMP-3.
007300     05 WS-RBEM-PATRIM           PIC X(50).
007400     05 WS-VCONTB-BEM            PIC S9(11)V99 COMP-3.
007500     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
007600     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
007700     05 WS-CUSUARIO              PIC X(9) VALUE 'UORG0172'.
007800 COPY UORGS172.
007900 COPY UORGL122.
008000 COPY UORGL043.
008100 PROCEDURE DIVISION.
008200******************************************************************
008300*    0000-MAINLINE                                               *
008400******************************************************************
008500 0000-MAINLINE                  SECTION.
008600     PERFORM 9500-REGISTRAR-INICIO
008700         THRU 9500-REGISTRAR-INICIO-EXIT.
008800     PERFORM 0500-PRE-VALIDAR-RECEPCAO
008900         THRU 0500-PRE-VALIDAR-RECEPCAO-EXIT.
009000     IF WS-ARQ-BLOQUEADO
009100         PERFORM 9600-REGISTRAR-FIM
009200             THRU 9600-REGISTRAR-FIM-EXIT
009300         GOBACK
009400     END-IF.
009500     MOVE WS-ANO-MES-HDR TO WS-AANO-MES-REFER.
009600     OPEN INPUT ARQ-UORGS172.
009700     PERFORM 8000-LER-ARQUIVO
009800         THRU 8000-LER-ARQUIVO-EXIT.
009900     PERFORM 2000-PROCESSAR-REGISTRO
010000         THRU 2000-PROCESSAR-REGISTRO-EXIT
010100         UNTIL WS-FIM-ARQUIVO.
010200     EXEC SQL
010300         COMMIT
010400     END-EXEC.
010500     CLOSE ARQ-UORGS172.
010600     PERFORM 4000-EXCLUIR-BAIXADOS
010700         THRU 4000-EXCLUIR-BAIXADOS-EXIT.
010800     PERFORM 5000-LISTAR-UND-ENCERRADA
010900         THRU 5000-LISTAR-UND-ENCERRADA-EXIT.
011000     DISPLAY 'UORG0172 - REFERENCIA ' WS-ANO-MES-HDR
011100         ' BENS GRAVADOS: ' WS-QTDE-GRAVADA
011200         ' REJEITADOS: ' WS-QTDE-REJEITADA
011300         ' BAIXADOS: ' WS-QTDE-BAIXADA.
011400     DISPLAY 'UORG0172 - BENS EM CUSTODIA DE UNIDADE ENCERRADA: '
011500         WS-QTDE-UND-ENCERRADA.
011600     PERFORM 7500-CONFIRMAR-RECEPCAO
011700         THRU 7500-CONFIRMAR-RECEPCAO-EXIT.
011800     PERFORM 9600-REGISTRAR-FIM
011900         THRU 9600-REGISTRAR-FIM-EXIT.
012000     GOBACK.
012100 0000-MAINLINE-EXIT.
012200     EXIT.
012300******************************************************************
012400*    0500-PRE-VALIDAR-RECEPCAO                                   *
012500*    PASSADA PREVIA DE CONTAGEM E RECEPCAO PELO SERVICO COMUM    *
012600*    UORG0122: TRAILER DIVERGENTE OU RETRANSMISSAO JA APLICADA   *
012700*    VAO PARA QUARENTENA E A CARGA NAO E EXECUTADA               *
012800******************************************************************
012900 0500-PRE-VALIDAR-RECEPCAO      SECTION.
013000     OPEN INPUT ARQ-UORGS172.
013100     MOVE SPACES TO WS-IREFER-HEADER.
013200     PERFORM 0600-CONTAR-REGISTRO
013300         THRU 0600-CONTAR-REGISTRO-EXIT
013400         UNTIL WS-FIM-ARQUIVO.
013500     CLOSE ARQ-UORGS172.
013600     IF WS-ANO-MES-HDR IS NOT NUMERIC
013700         DISPLAY 'UORG0172 - ARQUIVO SEM HEADER OU REFERENCIA '
013800             'INVALIDA: ' WS-ANO-MES-HDR
013900         MOVE 'S' TO WS-SW-ARQ-BLOQUEADO
014000         GO TO 0500-PRE-VALIDAR-RECEPCAO-EXIT
014100     END-IF.
014200     MOVE WS-ANO-MES-HDR TO WS-IREFER-HEADER.
014300     MOVE 'V' TO UORGL122-FUNCTION.
014400     MOVE 'UORGS172' TO UORGL122-CINTERF.
014500     MOVE WS-IREFER-HEADER TO UORGL122-IREFER-HEADER.
014600     MOVE WS-QTDE-DETALHE TO UORGL122-QREG-DETALHE.
014700     MOVE WS-QTDE-TRAILER TO UORGL122-QTOTAL-TRAILER.
014800     MOVE SPACES TO UORGL122-CINTERF-REFER.
014900     MOVE ZERO TO UORGL122-NSEQ-GER-REFER.
015000     MOVE 'UORG0172' TO UORGL122-CUSUAR.
015100     CALL 'UORG0122' USING UORGL122-PARMS.
015200     EXEC SQL
015300         COMMIT
015400     END-EXEC.
015500     IF NOT UORGL122-OK
015600         DISPLAY 'UORG0172 - ARQUIVO EM QUARENTENA, RETORNO '
015700             UORGL122-RETORNO ' (VIDE UORG0123)'
015800         MOVE 'S' TO WS-SW-ARQ-BLOQUEADO
015900         GO TO 0500-PRE-VALIDAR-RECEPCAO-EXIT
016000     END-IF.
016100     MOVE UORGL122-NSEQ-RECEPC TO WS-NSEQ-RECEPC.
016200     MOVE ZERO TO WS-QTDE-DETALHE WS-QTDE-TRAILER.
016300     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
016400 0500-PRE-VALIDAR-RECEPCAO-EXIT.
016500     EXIT.
016600******************************************************************
016700*    0600-CONTAR-REGISTRO                                        *
016800******************************************************************
016900 0600-CONTAR-REGISTRO           SECTION.
017000     READ ARQ-UORGS172 INTO UORGS172-REGISTRO
017100         AT END
017200             MOVE 'S' TO WS-SW-FIM-ARQUIVO
017300             GO TO 0600-CONTAR-REGISTRO-EXIT
017400     END-READ.
017500     EVALUATE TRUE
017600         WHEN UORGS172-REG-HEADER
017700             MOVE UORGS172-DET-HEADER (1:6) TO WS-ANO-MES-HDR
017800         WHEN UORGS172-REG-DETALHE
017900             ADD 1 TO WS-QTDE-DETALHE
018000         WHEN UORGS172-REG-TRAILER
018100             IF UORGS172-TRL-QTDE-REGS IS NUMERIC
018200                 MOVE UORGS172-TRL-QTDE-REGS TO WS-QTDE-TRAILER
018300             END-IF
018400     END-EVALUATE.
018500 0600-CONTAR-REGISTRO-EXIT.
018600     EXIT.
018700******************************************************************
018800*    2000-PROCESSAR-REGISTRO                                     *
018900*    VALIDA O DETALHE E GRAVA A CUSTODIA DO BEM                  *
019000******************************************************************
019100 2000-PROCESSAR-REGISTRO        SECTION.
019200     IF NOT UORGS172-REG-DETALHE
019300         GO TO 2000-PROCESSAR-REGISTRO-LER
019400     END-IF.
019500     ADD 1 TO WS-QTDE-DETALHE.
019600     IF UORGS172-NBEM-PATRIM IS NOT NUMERIC
019700         OR UORGS172-VCONTB-BEM IS NOT NUMERIC
019800         OR UORGS172-CPSSOA-JURID IS NOT NUMERIC
019900         OR UORGS172-NSEQ-UND-ORGNZ IS NOT NUMERIC
020000         DISPLAY 'UORG0172 - DETALHE NAO NUMERICO, REJEITADO: '
020100             UORGS172-REGISTRO (1:13)
020200         ADD 1 TO WS-QTDE-REJEITADA
020300         GO TO 2000-PROCESSAR-REGISTRO-LER
020400     END-IF.
020500     MOVE UORGS172-NBEM-PATRIM TO WS-NBEM-PATRIM.
020600     MOVE UORGS172-RBEM-PATRIM TO WS-RBEM-PATRIM.
020700     MOVE UORGS172-VCONTB-BEM TO WS-VCONTB-BEM.
020800     MOVE UORGS172-CPSSOA-JURID TO WS-CPSSOA-JURID.
020900     MOVE UORGS172-NSEQ-UND-ORGNZ TO WS-NSEQ-UND-ORGNZ.
021000     MOVE ZERO TO WS-QTDE-UNIDADE.
021100     EXEC SQL
021200         SELECT COUNT(*)
021300           INTO :WS-QTDE-UNIDADE
021400           FROM DB2PRD.TUND_ORGNZ
021500          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
021600            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
021700     END-EXEC.
021800     IF SQLCODE NOT = ZERO OR WS-QTDE-UNIDADE = ZERO
021900         DISPLAY 'UORG0172 - UNIDADE CUSTODIANTE INEXISTENTE: '
022000             UORGS172-CPSSOA-JURID '/' UORGS172-NSEQ-UND-ORGNZ
022100             ' BEM ' UORGS172-NBEM-PATRIM
022200         ADD 1 TO WS-QTDE-REJEITADA
022300         GO TO 2000-PROCESSAR-REGISTRO-LER
022400     END-IF.
022500     PERFORM 3000-GRAVAR-BEM
022600         THRU 3000-GRAVAR-BEM-EXIT.
022700 2000-PROCESSAR-REGISTRO-LER.
022800     PERFORM 8000-LER-ARQUIVO
022900         THRU 8000-LER-ARQUIVO-EXIT.
023000 2000-PROCESSAR-REGISTRO-EXIT.
023100     EXIT.
023200******************************************************************
023300*    3000-GRAVAR-BEM                                             *
023400*    ATUALIZA OU INCLUI O BEM COM A REFERENCIA DO ARQUIVO        *
023500******************************************************************
023600 3000-GRAVAR-BEM                SECTION.
023700     EXEC SQL
023800         UPDATE DB2PRD.TBEM_PATRIM_UND
023900            SET RBEM_PATRIM     = :WS-RBEM-PATRIM,
024000                VCONTB_BEM      = :WS-VCONTB-BEM,
024100                CPSSOA_JURID    = :WS-CPSSOA-JURID,
024200                NSEQ_UND_ORGNZ  = :WS-NSEQ-UND-ORGNZ,
024300                AANO_MES_REFER  = :WS-AANO-MES-REFER,
024400                CUSUAR_MANUT    = :WS-CUSUARIO,
024500                HMANUT_REG      = CURRENT TIMESTAMP
024600          WHERE NBEM_PATRIM = :WS-NBEM-PATRIM
024700     END-EXEC.
024800     IF SQLCODE = 100
024900         EXEC SQL
025000             INSERT INTO DB2PRD.TBEM_PATRIM_UND
025100                    (NBEM_PATRIM, RBEM_PATRIM, VCONTB_BEM,
025200                     CPSSOA_JURID, NSEQ_UND_ORGNZ, AANO_MES_REFER,
025300                     CUSUAR_INCL, HINCL_REG)
025400             VALUES (:WS-NBEM-PATRIM, :WS-RBEM-PATRIM,
025500                     :WS-VCONTB-BEM, :WS-CPSSOA-JURID,
025600                     :WS-NSEQ-UND-ORGNZ, :WS-AANO-MES-REFER,
025700                     :WS-CUSUARIO, CURRENT TIMESTAMP)
025800         END-EXEC
025900     END-IF.
026000     IF SQLCODE = ZERO
026100         ADD 1 TO WS-QTDE-GRAVADA
026200         PERFORM 6000-CHECKPOINT
026300             THRU 6000-CHECKPOINT-EXIT
026400     ELSE
026500         DISPLAY 'UORG0172 - ERRO SQLCODE=' SQLCODE
026600             ' NA GRAVACAO DO BEM ' UORGS172-NBEM-PATRIM
026700         ADD 1 TO WS-QTDE-REJEITADA
026800     END-IF.
026900 3000-GRAVAR-BEM-EXIT.
027000     EXIT.
027100******************************************************************
027200*    4000-EXCLUIR-BAIXADOS                                       *
027300*    BENS QUE NAO VIERAM NA POSICAO DO MES FORAM BAIXADOS NO     *
027400*    PATRIMONIO E DEIXAM DE PESAR NA CUSTODIA DA UNIDADE; COM    *
027500*    DETALHE REJEITADO A EXCLUSAO NAO E FEITA, PARA NAO BAIXAR   *
027600*    BEM QUE SO FICOU DE FORA POR ERRO DO ARQUIVO                *
027700******************************************************************
027800 4000-EXCLUIR-BAIXADOS          SECTION.
027900     IF WS-QTDE-REJEITADA > ZERO
028000         DISPLAY 'UORG0172 - HA DETALHES REJEITADOS, BENS '
028100             'AUSENTES DO ARQUIVO NAO FORAM EXCLUIDOS'
028200         GO TO 4000-EXCLUIR-BAIXADOS-EXIT
028300     END-IF.
028400     EXEC SQL
028500         SELECT COUNT(*)
028600           INTO :WS-QTDE-BAIXADA
028700           FROM DB2PRD.TBEM_PATRIM_UND
028800          WHERE AANO_MES_REFER < :WS-AANO-MES-REFER
028900     END-EXEC.
029000     IF SQLCODE NOT = ZERO OR WS-QTDE-BAIXADA = ZERO
029100         MOVE ZERO TO WS-QTDE-BAIXADA
029200         GO TO 4000-EXCLUIR-BAIXADOS-EXIT
029300     END-IF.
029400     EXEC SQL
029500         DELETE FROM DB2PRD.TBEM_PATRIM_UND
029600          WHERE AANO_MES_REFER < :WS-AANO-MES-REFER
029700     END-EXEC.
029800     IF SQLCODE NOT = ZERO
029900         DISPLAY 'UORG0172 - ERRO SQLCODE=' SQLCODE
030000             ' NA EXCLUSAO DOS BENS BAIXADOS'
030100         MOVE ZERO TO WS-QTDE-BAIXADA
030200         EXEC SQL
030300             ROLLBACK
030400         END-EXEC
030500         GO TO 4000-EXCLUIR-BAIXADOS-EXIT
030600     END-IF.
030700     EXEC SQL
030800         COMMIT
030900     END-EXEC.
031000 4000-EXCLUIR-BAIXADOS-EXIT.
031100     EXIT.
031200******************************************************************
031300*    5000-LISTAR-UND-ENCERRADA                                   *
031400*    BENS AINDA CUSTODIADOS POR UNIDADE ENCERRADA - PENDENCIA A  *
031500*    REGULARIZAR ANTES DO INVENTARIO ANUAL                       *
031600******************************************************************
031700 5000-LISTAR-UND-ENCERRADA      SECTION.
031800     EXEC SQL
031900         OPEN CUR-BEM-ENCERRADA
032000     END-EXEC.
032100     IF SQLCODE NOT = ZERO
032200         DISPLAY 'UORG0172 - ERRO SQLCODE=' SQLCODE
032300             ' NA ABERTURA DO CURSOR DE BENS'
032400         GO TO 5000-LISTAR-UND-ENCERRADA-EXIT
032500     END-IF.
032600     MOVE 'N' TO WS-SW-FIM-CURSOR.
032700     PERFORM 5100-LER-BEM-ENCERRADA
032800         THRU 5100-LER-BEM-ENCERRADA-EXIT.
032900     PERFORM 5200-EXIBIR-BEM-ENCERRADA
033000         THRU 5200-EXIBIR-BEM-ENCERRADA-EXIT
033100         UNTIL WS-FIM-CURSOR.
033200     EXEC SQL
033300         CLOSE CUR-BEM-ENCERRADA
033400     END-EXEC.
033500 5000-LISTAR-UND-ENCERRADA-EXIT.
033600     EXIT.
033700******************************************************************
033800*    5100-LER-BEM-ENCERRADA                                      *
033900******************************************************************
034000 5100-LER-BEM-ENCERRADA         SECTION.
034100     EXEC SQL
034200         FETCH CUR-BEM-ENCERRADA
034300          INTO :WS-NBEM-PATRIM, :WS-RBEM-PATRIM,
034400               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ
034500     END-EXEC.
034600     IF SQLCODE NOT = ZERO
034700         MOVE 'S' TO WS-SW-FIM-CURSOR
034800     END-IF.
034900 5100-LER-BEM-ENCERRADA-EXIT.
035000     EXIT.
035100******************************************************************
035200*    5200-EXIBIR-BEM-ENCERRADA                                   *
035300******************************************************************
035400 5200-EXIBIR-BEM-ENCERRADA      SECTION.
035500     ADD 1 TO WS-QTDE-UND-ENCERRADA.
035600     DISPLAY 'UORG0172 - BEM EM UNIDADE ENCERRADA: '
035700         WS-CPSSOA-JURID '/' WS-NSEQ-UND-ORGNZ
035800         ' BEM ' WS-NBEM-PATRIM ' ' WS-RBEM-PATRIM.
035900     PERFORM 5100-LER-BEM-ENCERRADA
036000         THRU 5100-LER-BEM-ENCERRADA-EXIT.
036100 5200-EXIBIR-BEM-ENCERRADA-EXIT.
036200     EXIT.
036300******************************************************************
036400*    6000-CHECKPOINT                                             *
036500******************************************************************
036600 6000-CHECKPOINT                SECTION.
036700     ADD 1 TO WS-CONTADOR-CKPT.
036800     IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
036900         EXEC SQL
037000             COMMIT
037100         END-EXEC
037200         MOVE ZERO TO WS-CONTADOR-CKPT
037300     END-IF.
037400 6000-CHECKPOINT-EXIT.
037500     EXIT.
037600******************************************************************
037700*    7500-CONFIRMAR-RECEPCAO                                     *
037800******************************************************************
037900 7500-CONFIRMAR-RECEPCAO        SECTION.
038000     MOVE 'C' TO UORGL122-FUNCTION.
038100     MOVE 'UORGS172' TO UORGL122-CINTERF.
038200     MOVE WS-NSEQ-RECEPC TO UORGL122-NSEQ-RECEPC.
038300     CALL 'UORG0122' USING UORGL122-PARMS.
038400     IF NOT UORGL122-OK
038500         DISPLAY 'UORG0172 - ERRO ' UORGL122-RETORNO
038600             ' NA CONFIRMACAO DA RECEPCAO'
038700     END-IF.
038800     EXEC SQL
038900         COMMIT
039000     END-EXEC.
039100 7500-CONFIRMAR-RECEPCAO-EXIT.
039200     EXIT.
039300******************************************************************
039400*    8000-LER-ARQUIVO                                            *
039500******************************************************************
039600 8000-LER-ARQUIVO               SECTION.
039700     READ ARQ-UORGS172 INTO UORGS172-REGISTRO
039800         AT END
039900             MOVE 'S' TO WS-SW-FIM-ARQUIVO
040000     END-READ.
040100 8000-LER-ARQUIVO-EXIT.
040200     EXIT.
040300******************************************************************
040400*    8500-DECLARACOES-SQL                                        *
040500******************************************************************
040600 8500-DECLARACOES-SQL           SECTION.
040700     EXEC SQL
040800         DECLARE CUR-BEM-ENCERRADA CURSOR FOR
040900         SELECT B.NBEM_PATRIM, B.RBEM_PATRIM,
041000                B.CPSSOA_JURID, B.NSEQ_UND_ORGNZ
041100           FROM DB2PRD.TBEM_PATRIM_UND B,
041200                DB2PRD.TUND_ORGNZ U
041300          WHERE U.CPSSOA_JURID   = B.CPSSOA_JURID
041400            AND U.NSEQ_UND_ORGNZ = B.NSEQ_UND_ORGNZ
041500            AND U.CSIT_UND_ORGNZ = 0
041600          ORDER BY B.CPSSOA_JURID, B.NSEQ_UND_ORGNZ,
041700                   B.NBEM_PATRIM
041800     END-EXEC.
041900 8500-DECLARACOES-SQL-EXIT.
042000     EXIT.
042100******************************************************************
042200*    9500-REGISTRAR-INICIO                                       *
042300*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
042400******************************************************************
042500 9500-REGISTRAR-INICIO          SECTION.
042600     MOVE 'I' TO UORGL043-FUNCTION.
042700     MOVE 'UORG0172' TO UORGL043-CPGM-BATCH.
042800     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
042900                  UORGL043-QTDE-REJEITADOS
043000                  UORGL043-CCOD-TERMINO.
043100     CALL 'UORG0043' USING UORGL043-PARMS.
043200     IF NOT UORGL043-OK
043300         DISPLAY 'UORG0172 - ERRO ' UORGL043-RETORNO
043400             ' NO REGISTRO DE INICIO DA EXECUCAO'
043500     END-IF.
043600 9500-REGISTRAR-INICIO-EXIT.
043700     EXIT.
043800******************************************************************
043900*    9600-REGISTRAR-FIM                                          *
044000*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
044100******************************************************************
044200 9600-REGISTRAR-FIM             SECTION.
044300     MOVE 'F' TO UORGL043-FUNCTION.
044400     MOVE WS-QTDE-DETALHE TO UORGL043-QTDE-LIDOS.
044500     MOVE WS-QTDE-GRAVADA TO UORGL043-QTDE-GRAVADOS.
044600     MOVE WS-QTDE-REJEITADA TO UORGL043-QTDE-REJEITADOS.
044700     IF WS-ARQ-BLOQUEADO
044800         MOVE 8 TO UORGL043-CCOD-TERMINO
044900     ELSE
045000         MOVE ZERO TO UORGL043-CCOD-TERMINO
045100     END-IF.
045200     CALL 'UORG0043' USING UORGL043-PARMS.
045300     IF NOT UORGL043-OK
045400         DISPLAY 'UORG0172 - ERRO ' UORGL043-RETORNO
045500             ' NO REGISTRO DE FIM DA EXECUCAO'
045600     END-IF.
045700     EXEC SQL
045800         COMMIT
045900     END-EXEC.
046000 9600-REGISTRAR-FIM-EXIT.
046100     EXIT.
