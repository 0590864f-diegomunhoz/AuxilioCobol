000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0190                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0190.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - PROCESSAMENTO DO RETORNO DA RECEITA   *
001600*                FEDERAL (UORGS190) PARA A CONSULTA SEMANAL DE   *
001700*                SITUACAO CADASTRAL UORGS189, GRAVANDO SITUACAO, *
001800*                RAZAO SOCIAL E DATA DA CONSULTA NA SOLICITACAO  *
001900*                DE TMANUT_EMPR_GRP, COM LISTA DE EXCECAO.       *
002000******************************************************************
002100*
002200*    FUNCAO: PASSADA PREVIA E RECEPCAO DO RETORNO PELO SERVICO
002300*    COMUM UORG0122 (TRAILER, RETRANSMISSAO E CONFERENCIA DA
002400*    GERACAO DE CONSULTA UORGS189 INFORMADA NO HEADER - GERACAO
002500*    INEXISTENTE OU SUPERADA POR CONSULTA MAIS RECENTE E
002600*    RECUSADA). ACEITO, CADA DETALHE GRAVA EM TMANUT_EMPR_GRP A
002700*    SITUACAO CADASTRAL (CSIT_CNPJ_RFB: A ATIVA, S SUSPENSA, I
002800*    INAPTA, B BAIXADA, N NULA), A RAZAO SOCIAL REGISTRADA
002900*    (IRAZAO_SOCIAL_RFB) E A DATA DA CONSULTA (DCONS_CNPJ_RFB),
003000*    EXIBIDAS NA UO06 E CONFERIDAS PELA UORG0033. A GRAVACAO SO
003100*    OCORRE SE A SOLICITACAO AINDA TEM O MESMO NINSCR_REG_EMPR
003200*    CONSULTADO. SOLICITACAO COM CNPJ NAO ATIVO, RETORNO SEM
003300*    SOLICITACAO CORRESPONDENTE E DETALHE INVALIDO SAEM NA LISTA
003400*    DE EXCECAO UORGR190. AO FINAL A GERACAO DE CONSULTA E
003500*    CONFIRMADA EM TCTRL_TRANSM_ARQ (UORG0087 FUNCAO 'C') E A
003600*    RECEPCAO E MARCADA COMO APLICADA. COMMIT AO FINAL.
003700*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.         IBM-390.
004100 OBJECT-COMPUTER.         IBM-390.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RET-UORGS190 ASSIGN TO UORGS190
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT REL-UORGR190 ASSIGN TO UORGR190
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  RET-UORGS190
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  RET-UORGS190-REG            PIC X(133).
005400 FD  REL-UORGR190
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  REL-UORGR190-REG            PIC X(133).
005800 WORKING-STORAGE SECTION.
005900     EXEC SQL INCLUDE SQLCA END-EXEC.
006000 01  WS-SWITCHES.
006100     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
006200        88 WS-FIM-ARQUIVO             VALUE 'S'.
006300     05 WS-SW-ARQ-BLOQUEADO      PIC X(1) VALUE 'N'.
006400        88 WS-ARQ-BLOQUEADO           VALUE 'S'.
006500 01  WS-CONTADORES.
006600     05 WS-QTDE-DETALHE          PIC S9(9) COMP VALUE ZERO.
006700     05 WS-QTDE-TRAILER          PIC 9(9) VALUE ZERO.
006800     05 WS-QTDE-ATUALIZADA       PIC S9(9) COMP VALUE ZERO.
006900     05 WS-QTDE-NAO-ATIVA        PIC S9(7) COMP VALUE ZERO.
007000     05 WS-QTDE-SEM-SOLTC        PIC S9(7) COMP VALUE ZERO.
007100     05 WS-QTDE-INVALIDA         PIC S9(7) COMP VALUE ZERO.
007200 01  WS-AREA-TRABALHO.
007300     05 WS-NSEQ-GERACAO          PIC 9(9) VALUE ZERO.
007400     05 WS-DCONSULTA             PIC X(10).
007500     05 WS-NSEQ-SOLTC-MANUT      PIC S9(10)V COMP-3.
007600     05 WS-NINSCR-REG-EMPR       PIC S9(11)V COMP-3.
007700     05 WS-CSIT-CNPJ-RFB         PIC X(1).
007800     05 WS-IRAZAO-SOCIAL-RFB     PIC X(60).
007900     05 WS-IREFER-HEADER         PIC X(10).
008000     05 WS-NSEQ-RECEPC           PIC S9(9)V COMP-3.
008100     05 WS-CUSUARIO              PIC X(9) VALUE 'UORG0190'.
008200 COPY UORGS190.
008300 COPY UORGR190.
008400 COPY UORGL043.
008500 COPY UORGL087.
008600 COPY UORGL122.
008700 PROCEDURE DIVISION.
008800******************************************************************
008900*    0000-MAINLINE                                               *
009000******************************************************************
009100 0000-MAINLINE                  SECTION.
009200     PERFORM 9500-REGISTRAR-INICIO
009300         THRU 9500-REGISTRAR-INICIO-EXIT.
009400     PERFORM 0500-PRE-VALIDAR-RECEPCAO
009500         THRU 0500-PRE-VALIDAR-RECEPCAO-EXIT.
009600     IF WS-ARQ-BLOQUEADO
009700         PERFORM 9600-REGISTRAR-FIM
009800             THRU 9600-REGISTRAR-FIM-EXIT
009900         GOBACK
010000     END-IF.
010100     PERFORM 1000-ABRIR-ARQUIVOS
010200         THRU 1000-ABRIR-ARQUIVOS-EXIT.
010300     PERFORM 2000-PROCESSAR-RETORNO
010400         THRU 2000-PROCESSAR-RETORNO-EXIT
010500         UNTIL WS-FIM-ARQUIVO.
010600     PERFORM 7000-ENCERRAR
010700         THRU 7000-ENCERRAR-EXIT.
010800     PERFORM 7500-CONFIRMAR-RECEPCAO
010900         THRU 7500-CONFIRMAR-RECEPCAO-EXIT.
011000     PERFORM 9600-REGISTRAR-FIM
011100         THRU 9600-REGISTRAR-FIM-EXIT.
011200     GOBACK.
011300******************************************************************
011400*    0500-PRE-VALIDAR-RECEPCAO                                  *
011500*    CONTA O ARQUIVO E SUBMETE A RECEPCAO A UORG0122, COM A     *
011600*    GERACAO DE CONSULTA UORGS189 INFORMADA NO HEADER           *
011700******************************************************************
011800 0500-PRE-VALIDAR-RECEPCAO      SECTION.
011900     OPEN INPUT RET-UORGS190.
012000     MOVE SPACES TO WS-IREFER-HEADER.
012100     PERFORM 0600-CONTAR-REGISTRO
012200         THRU 0600-CONTAR-REGISTRO-EXIT
012300         UNTIL WS-FIM-ARQUIVO.
012400     CLOSE RET-UORGS190.
012500     MOVE 'V' TO UORGL122-FUNCTION.
012600     MOVE 'UORGS190' TO UORGL122-CINTERF.
012700     MOVE WS-IREFER-HEADER TO UORGL122-IREFER-HEADER.
012800     MOVE WS-QTDE-DETALHE TO UORGL122-QREG-DETALHE.
012900     MOVE WS-QTDE-TRAILER TO UORGL122-QTOTAL-TRAILER.
013000     MOVE 'UORGS189' TO UORGL122-CINTERF-REFER.
013100     MOVE WS-NSEQ-GERACAO TO UORGL122-NSEQ-GER-REFER.
013200     MOVE WS-CUSUARIO TO UORGL122-CUSUAR.
013300     CALL 'UORG0122' USING UORGL122-PARMS.
013400     EXEC SQL
013500         COMMIT
013600     END-EXEC.
013700     IF NOT UORGL122-OK
013800         DISPLAY 'UORG0190 - ARQUIVO EM QUARENTENA, RETORNO '
013900             UORGL122-RETORNO ' (VIDE UORG0123)'
014000         MOVE 'S' TO WS-SW-ARQ-BLOQUEADO
014100         GO TO 0500-PRE-VALIDAR-RECEPCAO-EXIT
014200     END-IF.
014300     MOVE UORGL122-NSEQ-RECEPC TO WS-NSEQ-RECEPC.
014400     MOVE ZERO TO WS-QTDE-DETALHE WS-QTDE-TRAILER.
014500     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
014600 0500-PRE-VALIDAR-RECEPCAO-EXIT.
014700     EXIT.
014800******************************************************************
014900*    0600-CONTAR-REGISTRO                                       *
015000******************************************************************
015100 0600-CONTAR-REGISTRO           SECTION.
015200     READ RET-UORGS190 INTO UORGS190-REGISTRO
015300         AT END
015400             MOVE 'S' TO WS-SW-FIM-ARQUIVO
015500             GO TO 0600-CONTAR-REGISTRO-EXIT
015600     END-READ.
015700     EVALUATE TRUE
015800         WHEN UORGS190-REG-HEADER
015900             MOVE UORGS190-HDR-NSEQ-GERACAO TO WS-IREFER-HEADER
016000             IF UORGS190-HDR-NSEQ-GERACAO IS NUMERIC
016100                 MOVE UORGS190-HDR-NSEQ-GERACAO TO WS-NSEQ-GERACAO
016200             END-IF
016300             MOVE SPACES TO WS-DCONSULTA
016400             STRING UORGS190-HDR-DCONS-ANO '-'
016500                    UORGS190-HDR-DCONS-MES '-'
016600                    UORGS190-HDR-DCONS-DIA
016700                    DELIMITED BY SIZE INTO WS-DCONSULTA
016800         WHEN UORGS190-REG-TRAILER
016900             MOVE UORGS190-TRL-QTDE-REGS TO WS-QTDE-TRAILER
017000         WHEN UORGS190-REG-DETALHE
017100             ADD 1 TO WS-QTDE-DETALHE
017200         WHEN OTHER
017300             CONTINUE
017400     END-EVALUATE.
017500 0600-CONTAR-REGISTRO-EXIT.
017600     EXIT.
017700******************************************************************
017800*    1000-ABRIR-ARQUIVOS                                        *
017900******************************************************************
018000 1000-ABRIR-ARQUIVOS            SECTION.
018100     OPEN INPUT RET-UORGS190.
018200     OPEN OUTPUT REL-UORGR190.
018300     MOVE SPACES TO UORGR190-LINHA.
018400     MOVE '1' TO UORGR190-CTL-IMPRESSAO.
018500     MOVE 'SOLICITACOES COM CNPJ NAO ATIVO NA RECEITA FEDERAL'
018600         TO UORGR190-TIT-TEXTO.
018700     WRITE REL-UORGR190-REG FROM UORGR190-LINHA.
018800     MOVE SPACES TO UORGR190-LINHA.
018900     MOVE '0' TO UORGR190-CTL-IMPRESSAO.
019000     MOVE 'SOLICITACAO / NINSCR / SITUACAO / RAZAO / MOTIVO'
019100         TO UORGR190-TIT-TEXTO.
019200     WRITE REL-UORGR190-REG FROM UORGR190-LINHA.
019300     MOVE SPACES TO UORGR190-LINHA.
019400     PERFORM 8000-LER-RETORNO
019500         THRU 8000-LER-RETORNO-EXIT.
019600 1000-ABRIR-ARQUIVOS-EXIT.
019700     EXIT.
019800******************************************************************
019900*    2000-PROCESSAR-RETORNO                                     *
020000*    GRAVA O RESULTADO NA SOLICITACAO, DESDE QUE O NINSCR       *
020100*    CONSULTADO AINDA SEJA O DA SOLICITACAO                     *
020200******************************************************************
020300 2000-PROCESSAR-RETORNO         SECTION.
020400     IF NOT UORGS190-REG-DETALHE
020500         GO TO 2000-PROCESSAR-RETORNO-LER
020600     END-IF.
020700     IF UORGS190-NSEQ-SOLTC-MANUT IS NOT NUMERIC
020800         OR UORGS190-NINSCR-REG-EMPR IS NOT NUMERIC
020900         OR NOT UORGS190-CNPJ-VALIDA
021000         ADD 1 TO WS-QTDE-INVALIDA
021100         MOVE 'DETALHE INVALIDO NO RETORNO' TO UORGR190-MOTIVO
021200         PERFORM 3000-IMPRIMIR-EXCECAO
021300             THRU 3000-IMPRIMIR-EXCECAO-EXIT
021400         GO TO 2000-PROCESSAR-RETORNO-LER
021500     END-IF.
021600     MOVE UORGS190-NSEQ-SOLTC-MANUT TO WS-NSEQ-SOLTC-MANUT.
021700     MOVE UORGS190-NINSCR-REG-EMPR TO WS-NINSCR-REG-EMPR.
021800     MOVE UORGS190-CSIT-CNPJ-RFB TO WS-CSIT-CNPJ-RFB.
021900     MOVE UORGS190-IRAZAO-SOCIAL-RFB TO WS-IRAZAO-SOCIAL-RFB.
022000     EXEC SQL
022100         UPDATE DB2PRD.TMANUT_EMPR_GRP
022200            SET CSIT_CNPJ_RFB     = :WS-CSIT-CNPJ-RFB,
022300                IRAZAO_SOCIAL_RFB = :WS-IRAZAO-SOCIAL-RFB,
022400                DCONS_CNPJ_RFB    = DATE(:WS-DCONSULTA)
022500          WHERE NSEQ_SOLTC_MANUT = :WS-NSEQ-SOLTC-MANUT
022600            AND NINSCR_REG_EMPR  = :WS-NINSCR-REG-EMPR
022700     END-EXEC.
022800     IF SQLCODE = 100
022900         ADD 1 TO WS-QTDE-SEM-SOLTC
023000         MOVE 'SOLICITACAO AUSENTE OU CNPJ ALTERADO'
023100             TO UORGR190-MOTIVO
023200         PERFORM 3000-IMPRIMIR-EXCECAO
023300             THRU 3000-IMPRIMIR-EXCECAO-EXIT
023400         GO TO 2000-PROCESSAR-RETORNO-LER
023500     END-IF.
023600     IF SQLCODE NOT = ZERO
023700         DISPLAY 'UORG0190 - ERRO SQLCODE=' SQLCODE
023800             ' NA GRAVACAO DA SOLICITACAO '
023900             UORGS190-NSEQ-SOLTC-MANUT
024000         ADD 1 TO WS-QTDE-INVALIDA
024100         GO TO 2000-PROCESSAR-RETORNO-LER
024200     END-IF.
024300     ADD 1 TO WS-QTDE-ATUALIZADA.
024400     IF NOT UORGS190-CNPJ-ATIVA
024500         ADD 1 TO WS-QTDE-NAO-ATIVA
024600         MOVE 'CNPJ NAO ATIVO NA RECEITA' TO UORGR190-MOTIVO
024700         PERFORM 3000-IMPRIMIR-EXCECAO
024800             THRU 3000-IMPRIMIR-EXCECAO-EXIT
024900     END-IF.
025000 2000-PROCESSAR-RETORNO-LER.
025100     PERFORM 8000-LER-RETORNO
025200         THRU 8000-LER-RETORNO-EXIT.
025300 2000-PROCESSAR-RETORNO-EXIT.
025400     EXIT.
025500******************************************************************
025600*    3000-IMPRIMIR-EXCECAO                                      *
025700*    MOTIVO JA PREENCHIDO PELO CHAMADOR                         *
025800******************************************************************
025900 3000-IMPRIMIR-EXCECAO          SECTION.
026000     MOVE ' ' TO UORGR190-CTL-IMPRESSAO.
026100     MOVE UORGS190-NSEQ-SOLTC-MANUT TO UORGR190-NSEQ-SOLTC.
026200     MOVE UORGS190-NINSCR-REG-EMPR TO UORGR190-NINSCR-REG-EMPR.
026300     EVALUATE TRUE
026400         WHEN UORGS190-CNPJ-ATIVA
026500             MOVE 'ATIVA' TO UORGR190-SITUACAO
026600         WHEN UORGS190-CNPJ-SUSPENSA
026700             MOVE 'SUSPENSA' TO UORGR190-SITUACAO
026800         WHEN UORGS190-CNPJ-INAPTA
026900             MOVE 'INAPTA' TO UORGR190-SITUACAO
027000         WHEN UORGS190-CNPJ-BAIXADA
027100             MOVE 'BAIXADA' TO UORGR190-SITUACAO
027200         WHEN UORGS190-CNPJ-NULA
027300             MOVE 'NULA' TO UORGR190-SITUACAO
027400         WHEN OTHER
027500             MOVE UORGS190-CSIT-CNPJ-RFB TO UORGR190-SITUACAO
027600     END-EVALUATE.
027700     MOVE UORGS190-IRAZAO-SOCIAL-RFB TO UORGR190-IRAZAO-SOCIAL.
027800     WRITE REL-UORGR190-REG FROM UORGR190-LINHA.
027900     MOVE SPACES TO UORGR190-LINHA.
028000 3000-IMPRIMIR-EXCECAO-EXIT.
028100     EXIT.
028200******************************************************************
028300*    7000-ENCERRAR                                               *
028400*    TOTAIS E CONFIRMACAO DA GERACAO DE CONSULTA RESPONDIDA      *
028500******************************************************************
028600 7000-ENCERRAR                  SECTION.
028700     MOVE SPACES TO UORGR190-LINHA.
028800     MOVE '0' TO UORGR190-CTL-IMPRESSAO.
028900     MOVE 'SOLICITACOES ATUALIZADAS..........:'
029000         TO UORGR190-TOT-ROTULO.
029100     MOVE WS-QTDE-ATUALIZADA TO UORGR190-TOT-QTDE.
029200     WRITE REL-UORGR190-REG FROM UORGR190-LINHA.
029300     MOVE SPACES TO UORGR190-LINHA.
029400     MOVE ' ' TO UORGR190-CTL-IMPRESSAO.
029500     MOVE 'SOLICITACOES COM CNPJ NAO ATIVO....:'
029600         TO UORGR190-TOT-ROTULO.
029700     MOVE WS-QTDE-NAO-ATIVA TO UORGR190-TOT-QTDE.
029800     WRITE REL-UORGR190-REG FROM UORGR190-LINHA.
029900     MOVE SPACES TO UORGR190-LINHA.
030000     MOVE ' ' TO UORGR190-CTL-IMPRESSAO.
030100     MOVE 'RETORNOS SEM SOLICITACAO...........:'
030200         TO UORGR190-TOT-ROTULO.
030300     MOVE WS-QTDE-SEM-SOLTC TO UORGR190-TOT-QTDE.
030400     WRITE REL-UORGR190-REG FROM UORGR190-LINHA.
030500     MOVE SPACES TO UORGR190-LINHA.
030600     MOVE ' ' TO UORGR190-CTL-IMPRESSAO.
030700     MOVE 'DETALHES INVALIDOS.................:'
030800         TO UORGR190-TOT-ROTULO.
030900     MOVE WS-QTDE-INVALIDA TO UORGR190-TOT-QTDE.
031000     WRITE REL-UORGR190-REG FROM UORGR190-LINHA.
031100     CLOSE RET-UORGS190 REL-UORGR190.
031200     MOVE 'C' TO UORGL087-FUNCTION.
031300     MOVE 'UORGS189' TO UORGL087-CINTERF.
031400     MOVE WS-NSEQ-GERACAO TO UORGL087-NSEQ-GERACAO.
031500     MOVE WS-CUSUARIO TO UORGL087-CUSUAR.
031600     CALL 'UORG0087' USING UORGL087-PARMS.
031700     IF NOT UORGL087-OK
031800         DISPLAY 'UORG0190 - ERRO ' UORGL087-RETORNO
031900             ' NA CONFIRMACAO DA GERACAO ' WS-NSEQ-GERACAO
032000     END-IF.
032100     DISPLAY 'UORG0190 - ATUALIZADAS: ' WS-QTDE-ATUALIZADA
032200         ' NAO ATIVAS: ' WS-QTDE-NAO-ATIVA
032300         ' SEM SOLICITACAO: ' WS-QTDE-SEM-SOLTC
032400         ' INVALIDOS: ' WS-QTDE-INVALIDA.
032500 7000-ENCERRAR-EXIT.
032600     EXIT.
032700******************************************************************
032800*    7500-CONFIRMAR-RECEPCAO                                    *
032900*    MARCA A RECEPCAO COMO APLICADA (TCTRL_RECEPC_ARQ)          *
033000******************************************************************
033100 7500-CONFIRMAR-RECEPCAO        SECTION.
033200     MOVE 'C' TO UORGL122-FUNCTION.
033300     MOVE 'UORGS190' TO UORGL122-CINTERF.
033400     MOVE WS-NSEQ-RECEPC TO UORGL122-NSEQ-RECEPC.
033500     CALL 'UORG0122' USING UORGL122-PARMS.
033600     IF NOT UORGL122-OK
033700         DISPLAY 'UORG0190 - ERRO ' UORGL122-RETORNO
033800             ' NA CONFIRMACAO DA RECEPCAO'
033900     END-IF.
034000 7500-CONFIRMAR-RECEPCAO-EXIT.
034100     EXIT.
034200******************************************************************
034300*    8000-LER-RETORNO                                           *
034400******************************************************************
034500 8000-LER-RETORNO               SECTION.
034600     READ RET-UORGS190 INTO UORGS190-REGISTRO
034700         AT END
034800             MOVE 'S' TO WS-SW-FIM-ARQUIVO
034900     END-READ.
035000 8000-LER-RETORNO-EXIT.
035100     EXIT.
035200******************************************************************
035300*    9500-REGISTRAR-INICIO                                      *
035400*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
035500******************************************************************
035600 9500-REGISTRAR-INICIO          SECTION.
035700     MOVE 'I' TO UORGL043-FUNCTION.
035800     MOVE 'UORG0190' TO UORGL043-CPGM-BATCH.
035900     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
036000                  UORGL043-QTDE-REJEITADOS
036100                  UORGL043-CCOD-TERMINO.
036200     CALL 'UORG0043' USING UORGL043-PARMS.
036300     IF NOT UORGL043-OK
036400         DISPLAY 'UORG0190 - ERRO ' UORGL043-RETORNO
036500             ' NO REGISTRO DE INICIO DA EXECUCAO'
036600     END-IF.
036700 9500-REGISTRAR-INICIO-EXIT.
036800     EXIT.
036900******************************************************************
037000*    9600-REGISTRAR-FIM                                         *
037100*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO; O    *
037200*    COMMIT FINAL EFETIVA A APLICACAO DO RETORNO                *
037300******************************************************************
037400 9600-REGISTRAR-FIM             SECTION.
037500     MOVE 'F' TO UORGL043-FUNCTION.
037600     MOVE WS-QTDE-DETALHE TO UORGL043-QTDE-LIDOS.
037700     MOVE WS-QTDE-ATUALIZADA TO UORGL043-QTDE-GRAVADOS.
037800     COMPUTE UORGL043-QTDE-REJEITADOS =
037900         WS-QTDE-SEM-SOLTC + WS-QTDE-INVALIDA.
038000     IF WS-ARQ-BLOQUEADO
038100         MOVE 8 TO UORGL043-CCOD-TERMINO
038200     ELSE
038300         MOVE ZERO TO UORGL043-CCOD-TERMINO
038400     END-IF.
038500     CALL 'UORG0043' USING UORGL043-PARMS.
038600     IF NOT UORGL043-OK
038700         DISPLAY 'UORG0190 - ERRO ' UORGL043-RETORNO
038800             ' NO REGISTRO DE FIM DA EXECUCAO'
038900     END-IF.
039000     EXEC SQL
039100         COMMIT
039200     END-EXEC.
039300 9600-REGISTRAR-FIM-EXIT.
039400     EXIT.
