000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0196                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0196.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - PROCESSAMENTO DO RETORNO DO SISTEMA   *
001600*                DE CONTAS (UORGS196) PARA AS INSTRUCOES DE      *
001700*                TRANSFERENCIA DA CARTEIRA UORGS195, CONFIRMANDO *
001800*                OU RECUSANDO A INSTRUCAO EM TTRANSF_CART_UND,   *
001900*                COM LISTA DE EXCECAO.                           *
002000******************************************************************
002100*
002200*    FUNCAO: PASSADA PREVIA E RECEPCAO DO RETORNO PELO SERVICO
002300*    COMUM UORG0122 (TRAILER E RETRANSMISSAO; A REFERENCIA DO
002400*    HEADER E O SEQUENCIAL DA GERACAO UORGS195 RESPONDIDA). A
002500*    GERACAO NAO E CONFERIDA PELA UORG0122 COMO SUPERADA, POIS
002600*    A REMESSA E DIARIA E O SISTEMA DE CONTAS PODE DEVOLVER UMA
002700*    GERACAO DEPOIS DE JA TER SIDO GERADA A SEGUINTE; A
002800*    CONFERENCIA E FEITA POR INSTRUCAO: SO E ATUALIZADA A
002900*    INSTRUCAO ENVIADA (CSIT_TRANSF = 2) DA MESMA UNIDADE DE
003000*    ORIGEM E DATA EFETIVA. DETALHE 'C' CONFIRMA A TRANSFERENCIA
003100*    (CSIT_TRANSF = 3, DCONF_TRANSF = DATA DO PROCESSAMENTO NO
003200*    HEADER); DETALHE 'R' RECUSA (CSIT_TRANSF = 8, MOTIVO EM
003300*    RMOTVO_RECUSA). RECUSA, RETORNO SEM INSTRUCAO ENVIADA E
003400*    DETALHE INVALIDO SAEM NA LISTA DE EXCECAO UORGR196. AO
003500*    FINAL A GERACAO E CONFIRMADA EM TCTRL_TRANSM_ARQ (UORG0087
003600*    FUNCAO 'C') E A RECEPCAO E MARCADA COMO APLICADA. COMMIT AO
003700*    FINAL.
003800*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.         IBM-390.
004200 OBJECT-COMPUTER.         IBM-390.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT RET-UORGS196 ASSIGN TO UORGS196
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT REL-UORGR196 ASSIGN TO UORGR196
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  RET-UORGS196
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 01  RET-UORGS196-REG            PIC X(100).
005500 FD  REL-UORGR196
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  REL-UORGR196-REG            PIC X(133).
005900 WORKING-STORAGE SECTION.
006000     EXEC SQL INCLUDE SQLCA END-EXEC.
006100 01  WS-SWITCHES.
006200     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
006300        88 WS-FIM-ARQUIVO             VALUE 'S'.
006400     05 WS-SW-ARQ-BLOQUEADO      PIC X(1) VALUE 'N'.
006500        88 WS-ARQ-BLOQUEADO           VALUE 'S'.
006600 01  WS-CONTADORES.
006700     05 WS-QTDE-DETALHE          PIC S9(9) COMP VALUE ZERO.
006800     05 WS-QTDE-TRAILER          PIC 9(9) VALUE ZERO.
006900     05 WS-QTDE-CONFIRMADA       PIC S9(9) COMP VALUE ZERO.
007000     05 WS-QTDE-RECUSADA         PIC S9(7) COMP VALUE ZERO.
007100     05 WS-QTDE-SEM-INSTR        PIC S9(7) COMP VALUE ZERO.
007200     05 WS-QTDE-INVALIDA         PIC S9(7) COMP VALUE ZERO.
007300 01  WS-AREA-TRABALHO.
007400     05 WS-NSEQ-GERACAO          PIC 9(9) VALUE ZERO.
007500     05 WS-DPROCES               PIC X(10).
007600     05 WS-DEFETIV-TRANSF        PIC X(10).
007700     05 WS-CPSSOA-JURID-ORIG     PIC S9(10)V COMP-3.
007800     05 WS-NSEQ-UND-ORIG         PIC S9(8)V COMP-3.
007900     05 WS-RMOTVO-RECUSA         PIC X(40).
008000     05 WS-IREFER-HEADER         PIC X(10).
008100     05 WS-NSEQ-RECEPC           PIC S9(9)V COMP-3.
008200     05 WS-CUSUARIO              PIC X(9) VALUE 'UORG0196'.
008300 COPY UORGS196.
008400 COPY UORGR196.
008500 COPY UORGL043.
008600 COPY UORGL087.
008700 COPY UORGL122.
008800 PROCEDURE DIVISION.
008900******************************************************************
009000*    0000-MAINLINE                                               *
009100******************************************************************
009200 0000-MAINLINE                  SECTION.
009300     PERFORM 9500-REGISTRAR-INICIO
009400         THRU 9500-REGISTRAR-INICIO-EXIT.
009500     PERFORM 0500-PRE-VALIDAR-RECEPCAO
009600         THRU 0500-PRE-VALIDAR-RECEPCAO-EXIT.
009700     IF WS-ARQ-BLOQUEADO
009800         PERFORM 9600-REGISTRAR-FIM
009900             THRU 9600-REGISTRAR-FIM-EXIT
010000         GOBACK
010100     END-IF.
010200     PERFORM 1000-ABRIR-ARQUIVOS
010300         THRU 1000-ABRIR-ARQUIVOS-EXIT.
010400     PERFORM 2000-PROCESSAR-RETORNO
010500         THRU 2000-PROCESSAR-RETORNO-EXIT
010600         UNTIL WS-FIM-ARQUIVO.
010700     PERFORM 7000-ENCERRAR
010800         THRU 7000-ENCERRAR-EXIT.
010900     PERFORM 7500-CONFIRMAR-RECEPCAO
011000         THRU 7500-CONFIRMAR-RECEPCAO-EXIT.
011100     PERFORM 9600-REGISTRAR-FIM
011200         THRU 9600-REGISTRAR-FIM-EXIT.
011300     GOBACK.
011400******************************************************************
011500*    0500-PRE-VALIDAR-RECEPCAO                                  *
011600*    CONTA O ARQUIVO E SUBMETE A RECEPCAO A UORG0122; A GERACAO *
011700*    UORGS195 DO HEADER VAI COMO REFERENCIA DE RETRANSMISSAO    *
011800******************************************************************
011900 0500-PRE-VALIDAR-RECEPCAO      SECTION.
012000     OPEN INPUT RET-UORGS196.
012100     MOVE SPACES TO WS-IREFER-HEADER.
012200     PERFORM 0600-CONTAR-REGISTRO
012300         THRU 0600-CONTAR-REGISTRO-EXIT
012400         UNTIL WS-FIM-ARQUIVO.
012500     CLOSE RET-UORGS196.
012600     MOVE 'V' TO UORGL122-FUNCTION.
012700     MOVE 'UORGS196' TO UORGL122-CINTERF.
012800     MOVE WS-IREFER-HEADER TO UORGL122-IREFER-HEADER.
012900     MOVE WS-QTDE-DETALHE TO UORGL122-QREG-DETALHE.
013000     MOVE WS-QTDE-TRAILER TO UORGL122-QTOTAL-TRAILER.
013100     MOVE SPACES TO UORGL122-CINTERF-REFER.
013200     MOVE ZERO TO UORGL122-NSEQ-GER-REFER.
013300     MOVE WS-CUSUARIO TO UORGL122-CUSUAR.
013400     CALL 'UORG0122' USING UORGL122-PARMS.
013500     EXEC SQL
013600         COMMIT
013700     END-EXEC.
013800     IF NOT UORGL122-OK
013900         DISPLAY 'UORG0196 - ARQUIVO EM QUARENTENA, RETORNO '
014000             UORGL122-RETORNO ' (VIDE UORG0123)'
014100         MOVE 'S' TO WS-SW-ARQ-BLOQUEADO
014200         GO TO 0500-PRE-VALIDAR-RECEPCAO-EXIT
014300     END-IF.
014400     MOVE UORGL122-NSEQ-RECEPC TO WS-NSEQ-RECEPC.
014500     MOVE ZERO TO WS-QTDE-DETALHE WS-QTDE-TRAILER.
014600     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
014700 0500-PRE-VALIDAR-RECEPCAO-EXIT.
014800     EXIT.
014900******************************************************************
015000*    0600-CONTAR-REGISTRO                                       *
015100******************************************************************
015200 0600-CONTAR-REGISTRO           SECTION.
015300     READ RET-UORGS196 INTO UORGS196-REGISTRO
015400         AT END
015500             MOVE 'S' TO WS-SW-FIM-ARQUIVO
015600             GO TO 0600-CONTAR-REGISTRO-EXIT
015700     END-READ.
015800     EVALUATE TRUE
015900         WHEN UORGS196-REG-HEADER
016000             MOVE UORGS196-HDR-NSEQ-GERACAO TO WS-IREFER-HEADER
016100             IF UORGS196-HDR-NSEQ-GERACAO IS NUMERIC
016200                 MOVE UORGS196-HDR-NSEQ-GERACAO TO WS-NSEQ-GERACAO
016300             END-IF
016400             MOVE SPACES TO WS-DPROCES
016500             STRING UORGS196-HDR-DPROC-ANO '-'
016600                    UORGS196-HDR-DPROC-MES '-'
016700                    UORGS196-HDR-DPROC-DIA
016800                    DELIMITED BY SIZE INTO WS-DPROCES
016900         WHEN UORGS196-REG-TRAILER
017000             MOVE UORGS196-TRL-QTDE-REGS TO WS-QTDE-TRAILER
017100         WHEN UORGS196-REG-DETALHE
017200             ADD 1 TO WS-QTDE-DETALHE
017300         WHEN OTHER
017400             CONTINUE
017500     END-EVALUATE.
017600 0600-CONTAR-REGISTRO-EXIT.
017700     EXIT.
017800******************************************************************
017900*    1000-ABRIR-ARQUIVOS                                        *
018000******************************************************************
018100 1000-ABRIR-ARQUIVOS            SECTION.
018200     OPEN INPUT RET-UORGS196.
018300     OPEN OUTPUT REL-UORGR196.
018400     MOVE SPACES TO UORGR196-LINHA.
018500     MOVE '1' TO UORGR196-CTL-IMPRESSAO.
018600     MOVE 'TRANSFERENCIAS DE CARTEIRA RECUSADAS E NAO LOCALIZADAS'
018700         TO UORGR196-TIT-TEXTO.
018800     WRITE REL-UORGR196-REG FROM UORGR196-LINHA.
018900     MOVE SPACES TO UORGR196-LINHA.
019000     MOVE '0' TO UORGR196-CTL-IMPRESSAO.
019100     MOVE 'ORIGEM / DATA EFETIVA / SITUACAO / RECUSA / MOTIVO'
019200         TO UORGR196-TIT-TEXTO.
019300     WRITE REL-UORGR196-REG FROM UORGR196-LINHA.
019400     MOVE SPACES TO UORGR196-LINHA.
019500     PERFORM 8000-LER-RETORNO
019600         THRU 8000-LER-RETORNO-EXIT.
019700 1000-ABRIR-ARQUIVOS-EXIT.
019800     EXIT.
019900******************************************************************
020000*    2000-PROCESSAR-RETORNO                                     *
020100*    CONFIRMA OU RECUSA A INSTRUCAO ENVIADA DA UNIDADE DE       *
020200*    ORIGEM NA DATA EFETIVA                                     *
020300******************************************************************
020400 2000-PROCESSAR-RETORNO         SECTION.
020500     IF NOT UORGS196-REG-DETALHE
020600         GO TO 2000-PROCESSAR-RETORNO-LER
020700     END-IF.
020800     IF UORGS196-CPSSOA-JURID-ORIG IS NOT NUMERIC
020900         OR UORGS196-NSEQ-UND-ORIG IS NOT NUMERIC
021000         OR UORGS196-DEFETIV-TRANSF IS NOT NUMERIC
021100         OR NOT UORGS196-SIT-VALIDA
021200         ADD 1 TO WS-QTDE-INVALIDA
021300         MOVE 'DETALHE INVALIDO NO RETORNO' TO UORGR196-MOTIVO
021400         PERFORM 3000-IMPRIMIR-EXCECAO
021500             THRU 3000-IMPRIMIR-EXCECAO-EXIT
021600         GO TO 2000-PROCESSAR-RETORNO-LER
021700     END-IF.
021800     MOVE UORGS196-CPSSOA-JURID-ORIG TO WS-CPSSOA-JURID-ORIG.
021900     MOVE UORGS196-NSEQ-UND-ORIG TO WS-NSEQ-UND-ORIG.
022000     MOVE SPACES TO WS-DEFETIV-TRANSF.
022100     STRING UORGS196-DEFETIV-ANO '-'
022200            UORGS196-DEFETIV-MES '-'
022300            UORGS196-DEFETIV-DIA
022400            DELIMITED BY SIZE INTO WS-DEFETIV-TRANSF.
022500     IF UORGS196-CONFIRMADA
022600         EXEC SQL
022700             UPDATE DB2PRD.TTRANSF_CART_UND
022800                SET CSIT_TRANSF  = 3,
022900                    DCONF_TRANSF = DATE(:WS-DPROCES),
023000                    CUSUAR_MANUT = :WS-CUSUARIO,
023100                    HMANUT_REG   = CURRENT TIMESTAMP
023200              WHERE CPSSOA_JURID_ORIG = :WS-CPSSOA-JURID-ORIG
023300                AND NSEQ_UND_ORIG     = :WS-NSEQ-UND-ORIG
023400                AND DEFETIV_TRANSF    = DATE(:WS-DEFETIV-TRANSF)
023500                AND CSIT_TRANSF       = 2
023600         END-EXEC
023700     ELSE
023800         MOVE UORGS196-RMOTVO-RECUSA TO WS-RMOTVO-RECUSA
023900         EXEC SQL
024000             UPDATE DB2PRD.TTRANSF_CART_UND
024100                SET CSIT_TRANSF   = 8,
024200                    RMOTVO_RECUSA = :WS-RMOTVO-RECUSA,
024300                    CUSUAR_MANUT  = :WS-CUSUARIO,
024400                    HMANUT_REG    = CURRENT TIMESTAMP
024500              WHERE CPSSOA_JURID_ORIG = :WS-CPSSOA-JURID-ORIG
024600                AND NSEQ_UND_ORIG     = :WS-NSEQ-UND-ORIG
024700                AND DEFETIV_TRANSF    = DATE(:WS-DEFETIV-TRANSF)
024800                AND CSIT_TRANSF       = 2
024900         END-EXEC
025000     END-IF.
025100     IF SQLCODE = 100
025200         ADD 1 TO WS-QTDE-SEM-INSTR
025300         MOVE 'SEM INSTRUCAO ENVIADA CORRESPONDENTE'
025400             TO UORGR196-MOTIVO
025500         PERFORM 3000-IMPRIMIR-EXCECAO
025600             THRU 3000-IMPRIMIR-EXCECAO-EXIT
025700         GO TO 2000-PROCESSAR-RETORNO-LER
025800     END-IF.
025900     IF SQLCODE NOT = ZERO
026000         DISPLAY 'UORG0196 - ERRO SQLCODE=' SQLCODE
026100             ' NA GRAVACAO DA INSTRUCAO '
026200             UORGS196-CPSSOA-JURID-ORIG '/'
026300             UORGS196-NSEQ-UND-ORIG
026400         ADD 1 TO WS-QTDE-INVALIDA
026500         GO TO 2000-PROCESSAR-RETORNO-LER
026600     END-IF.
026700     IF UORGS196-CONFIRMADA
026800         ADD 1 TO WS-QTDE-CONFIRMADA
026900     ELSE
027000         ADD 1 TO WS-QTDE-RECUSADA
027100         MOVE 'TRANSFERENCIA RECUSADA PELO SISTEMA'
027200             TO UORGR196-MOTIVO
027300         PERFORM 3000-IMPRIMIR-EXCECAO
027400             THRU 3000-IMPRIMIR-EXCECAO-EXIT
027500     END-IF.
027600 2000-PROCESSAR-RETORNO-LER.
027700     PERFORM 8000-LER-RETORNO
027800         THRU 8000-LER-RETORNO-EXIT.
027900 2000-PROCESSAR-RETORNO-EXIT.
028000     EXIT.
028100******************************************************************
028200*    3000-IMPRIMIR-EXCECAO                                      *
028300*    MOTIVO JA PREENCHIDO PELO CHAMADOR                         *
028400******************************************************************
028500 3000-IMPRIMIR-EXCECAO          SECTION.
028600     MOVE ' ' TO UORGR196-CTL-IMPRESSAO.
028700     MOVE '/' TO UORGR196-SEP.
028800     IF UORGS196-CPSSOA-JURID-ORIG IS NUMERIC
028900         MOVE UORGS196-CPSSOA-JURID-ORIG TO UORGR196-CPSSOA-JURID
029000     END-IF.
029100     IF UORGS196-NSEQ-UND-ORIG IS NUMERIC
029200         MOVE UORGS196-NSEQ-UND-ORIG TO UORGR196-NSEQ-UND-ORGNZ
029300     END-IF.
029400     STRING UORGS196-DEFETIV-DIA '/'
029500            UORGS196-DEFETIV-MES '/'
029600            UORGS196-DEFETIV-ANO
029700            DELIMITED BY SIZE INTO UORGR196-DEFETIV.
029800     EVALUATE TRUE
029900         WHEN UORGS196-CONFIRMADA
030000             MOVE 'CONFIRMADA' TO UORGR196-SITUACAO
030100         WHEN UORGS196-RECUSADA
030200             MOVE 'RECUSADA' TO UORGR196-SITUACAO
030300         WHEN OTHER
030400             MOVE UORGS196-CSIT-RETORNO TO UORGR196-SITUACAO
030500     END-EVALUATE.
030600     MOVE UORGS196-RMOTVO-RECUSA TO UORGR196-RMOTVO-RECUSA.
030700     WRITE REL-UORGR196-REG FROM UORGR196-LINHA.
030800     MOVE SPACES TO UORGR196-LINHA.
030900 3000-IMPRIMIR-EXCECAO-EXIT.
031000     EXIT.
031100******************************************************************
031200*    7000-ENCERRAR                                               *
031300*    TOTAIS E CONFIRMACAO DA GERACAO RESPONDIDA                  *
031400******************************************************************
031500 7000-ENCERRAR                  SECTION.
031600     MOVE SPACES TO UORGR196-LINHA.
031700     MOVE '0' TO UORGR196-CTL-IMPRESSAO.
031800     MOVE 'TRANSFERENCIAS CONFIRMADAS.........:'
031900         TO UORGR196-TOT-ROTULO.
032000     MOVE WS-QTDE-CONFIRMADA TO UORGR196-TOT-QTDE.
032100     WRITE REL-UORGR196-REG FROM UORGR196-LINHA.
032200     MOVE SPACES TO UORGR196-LINHA.
032300     MOVE ' ' TO UORGR196-CTL-IMPRESSAO.
032400     MOVE 'TRANSFERENCIAS RECUSADAS...........:'
032500         TO UORGR196-TOT-ROTULO.
032600     MOVE WS-QTDE-RECUSADA TO UORGR196-TOT-QTDE.
032700     WRITE REL-UORGR196-REG FROM UORGR196-LINHA.
032800     MOVE SPACES TO UORGR196-LINHA.
032900     MOVE ' ' TO UORGR196-CTL-IMPRESSAO.
033000     MOVE 'RETORNOS SEM INSTRUCAO ENVIADA.....:'
033100         TO UORGR196-TOT-ROTULO.
033200     MOVE WS-QTDE-SEM-INSTR TO UORGR196-TOT-QTDE.
033300     WRITE REL-UORGR196-REG FROM UORGR196-LINHA.
033400     MOVE SPACES TO UORGR196-LINHA.
033500     MOVE ' ' TO UORGR196-CTL-IMPRESSAO.
033600     MOVE 'DETALHES INVALIDOS.................:'
033700         TO UORGR196-TOT-ROTULO.
033800     MOVE WS-QTDE-INVALIDA TO UORGR196-TOT-QTDE.
033900     WRITE REL-UORGR196-REG FROM UORGR196-LINHA.
034000     CLOSE RET-UORGS196 REL-UORGR196.
034100     IF WS-NSEQ-GERACAO NOT = ZERO
034200         MOVE 'C' TO UORGL087-FUNCTION
034300         MOVE 'UORGS195' TO UORGL087-CINTERF
034400         MOVE WS-NSEQ-GERACAO TO UORGL087-NSEQ-GERACAO
034500         MOVE WS-CUSUARIO TO UORGL087-CUSUAR
034600         CALL 'UORG0087' USING UORGL087-PARMS
034700         IF NOT UORGL087-OK
034800             DISPLAY 'UORG0196 - ERRO ' UORGL087-RETORNO
034900                 ' NA CONFIRMACAO DA GERACAO ' WS-NSEQ-GERACAO
035000         END-IF
035100     END-IF.
035200     DISPLAY 'UORG0196 - CONFIRMADAS: ' WS-QTDE-CONFIRMADA
035300         ' RECUSADAS: ' WS-QTDE-RECUSADA
035400         ' SEM INSTRUCAO: ' WS-QTDE-SEM-INSTR
035500         ' INVALIDOS: ' WS-QTDE-INVALIDA.
035600 7000-ENCERRAR-EXIT.
035700     EXIT.
035800******************************************************************
035900*    7500-CONFIRMAR-RECEPCAO                                    *
036000*    MARCA A RECEPCAO COMO APLICADA (TCTRL_RECEPC_ARQ)          *
036100******************************************************************
036200 7500-CONFIRMAR-RECEPCAO        SECTION.
036300     MOVE 'C' TO UORGL122-FUNCTION.
036400     MOVE 'UORGS196' TO UORGL122-CINTERF.
036500     MOVE WS-NSEQ-RECEPC TO UORGL122-NSEQ-RECEPC.
036600     CALL 'UORG0122' USING UORGL122-PARMS.
036700     IF NOT UORGL122-OK
036800         DISPLAY 'UORG0196 - ERRO ' UORGL122-RETORNO
036900             ' NA CONFIRMACAO DA RECEPCAO'
037000     END-IF.
037100 7500-CONFIRMAR-RECEPCAO-EXIT.
037200     EXIT.
037300******************************************************************
037400*    8000-LER-RETORNO                                           *
037500******************************************************************
037600 8000-LER-RETORNO               SECTION.
037700     READ RET-UORGS196 INTO UORGS196-REGISTRO
037800         AT END
037900             MOVE 'S' TO WS-SW-FIM-ARQUIVO
038000     END-READ.
038100 8000-LER-RETORNO-EXIT.
038200     EXIT.
038300******************************************************************
038400*    9500-REGISTRAR-INICIO                                      *
038500*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
038600******************************************************************
038700 9500-REGISTRAR-INICIO          SECTION.
038800     MOVE 'I' TO UORGL043-FUNCTION.
038900     MOVE 'UORG0196' TO UORGL043-CPGM-BATCH.
039000     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
039100                  UORGL043-QTDE-REJEITADOS
039200                  UORGL043-CCOD-TERMINO.
039300     CALL 'UORG0043' USING UORGL043-PARMS.
039400     IF NOT UORGL043-OK
039500         DISPLAY 'UORG0196 - ERRO ' UORGL043-RETORNO
039600             ' NO REGISTRO DE INICIO DA EXECUCAO'
039700     END-IF.
039800 9500-REGISTRAR-INICIO-EXIT.
039900     EXIT.
040000******************************************************************
040100*    9600-REGISTRAR-FIM                                         *
040200*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO; O    *
040300*    COMMIT FINAL EFETIVA A APLICACAO DO RETORNO                *
040400******************************************************************
040500 9600-REGISTRAR-FIM             SECTION.
040600     MOVE 'F' TO UORGL043-FUNCTION.
040700     MOVE WS-QTDE-DETALHE TO UORGL043-QTDE-LIDOS.
040800     COMPUTE UORGL043-QTDE-GRAVADOS =
040900         WS-QTDE-CONFIRMADA + WS-QTDE-RECUSADA.
041000     COMPUTE UORGL043-QTDE-REJEITADOS =
041100         WS-QTDE-SEM-INSTR + WS-QTDE-INVALIDA.
041200     IF WS-ARQ-BLOQUEADO
041300         MOVE 8 TO UORGL043-CCOD-TERMINO
041400     ELSE
041500         MOVE ZERO TO UORGL043-CCOD-TERMINO
041600     END-IF.
041700     CALL 'UORG0043' USING UORGL043-PARMS.
041800     IF NOT UORGL043-OK
041900         DISPLAY 'UORG0196 - ERRO ' UORGL043-RETORNO
042000             ' NO REGISTRO DE FIM DA EXECUCAO'
042100     END-IF.
042200     EXEC SQL
042300         COMMIT
042400     END-EXEC.
042500 9600-REGISTRAR-FIM-EXIT.
042600     EXIT.
