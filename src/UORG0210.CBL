000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0210                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0210.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - REMESSA MENSAL DE CORRESPONDENTES     *
001600*                BANCARIOS AO BACEN (UORGS210) A PARTIR DE       *
001700*                TCORRESP_BANCR, REGISTRADA VIA UORG0087.        *
001800******************************************************************
001900*
002000*    FUNCAO: GRAVA NO ARQUIVO UORGS210 UM DETALHE POR
002100*    CORRESPONDENTE ATIVO E POR CORRESPONDENTE ENCERRADO DESDE O
002200*    PRIMEIRO DIA DO MES ANTERIOR (MES DE REFERENCIA), PARA QUE O
002300*    BACEN RECEBA O DESCREDENCIAMENTO. CADA DETALHE LEVA O CODIGO
002400*    PUBLICO DA UNIDADE SUPERVISORA (CUND_ORGNZ/CDIG_UND_ORGNZ) E
002500*    A UF DO MUNICIPIO (TMUNIC_IBGE); DATAS NULAS VAO ZERADAS.
002600*    HEADER COM A DATA DE GERACAO E O MES DE REFERENCIA (AAAAMM)
002700*    E TRAILER COM A QUANTIDADE DE DETALHES. A GERACAO E
002800*    REGISTRADA EM TCTRL_TRANSM_ARQ PELA UORG0087.
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.         IBM-390.
003300 OBJECT-COMPUTER.         IBM-390.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT SAI-UORGS210 ASSIGN TO UORGS210
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  SAI-UORGS210
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300 01  SAI-UORGS210-REG            PIC X(200).
004400 WORKING-STORAGE SECTION.
004500     EXEC SQL INCLUDE SQLCA END-EXEC.
004600 01  WS-SWITCHES.
004700     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
004800        88 WS-FIM-CURSOR              VALUE 'S'.
004900 01  WS-CONTADORES.
005000     05 WS-QTDE-EXTRAIDA         PIC S9(9) COMP VALUE ZERO.
005100     05 WS-QTDE-ATIVOS           PIC S9(9) COMP VALUE ZERO.
005200     05 WS-QTDE-ENCERRADOS       PIC S9(9) COMP VALUE ZERO.
005300 01  WS-AREA-TRABALHO.
005400     05 WS-DATA-HOJE             PIC 9(8).
005500     05 WS-AAAAMM-REF            PIC S9(6)V COMP-3.
005600     05 WS-DATA-ISO              PIC X(10).
005700     05 WS-DATA-NUM              PIC 9(8).
005800     05 WS-DATA-ALFA REDEFINES WS-DATA-NUM
005900                                 PIC X(8).
006000     05 WS-NCNPJ-CORRESP         PIC S9(14)V COMP-3.
006100     05 WS-IRAZAO-SOCIAL         PIC X(40).
006200     05 WS-CTPO-CORRESP          PIC X(1).
006300     05 WS-DINIC-CONTRATO        PIC X(10).
006400     05 WS-DFIM-CONTRATO         PIC X(10).
006500     05 WS-CSERVC-CORRESP        PIC X(10).
006600     05 WS-IENDRC-LOGRD          PIC X(40).
006700     05 WS-NENDRC-LOGRD          PIC X(6).
006800     05 WS-CENDRC-POSTAL         PIC S9(8)V COMP-3.
006900     05 WS-CMUNIC-IBGE           PIC S9(7)V COMP-3.
007000     05 WS-CUF                   PIC X(2).
007100     05 WS-CUND-ORGNZ            PIC S9(6)V COMP-3.
007200     05 WS-CDIG-UND-ORGNZ        PIC X(1).
007300     05 WS-CSIT-CORRESP          PIC S9(1)V COMP-3.
007400     05 WS-DENCER-CORRESP        PIC X(10).
007500 01  WS-INDICADORES.
007600     05 WS-IND-DFIM              PIC S9(4) COMP-5.
007700     05 WS-IND-DENCER            PIC S9(4) COMP-5.
007800     05 WS-IND-CUF               PIC S9(4) COMP-5.
007900     05 WS-IND-CUND              PIC S9(4) COMP-5.
008000     05 WS-IND-CDIG              PIC S9(4) COMP-5.
008100 COPY UORGS210.
008200 COPY UORGL043.
008300 COPY UORGL087.
008400 PROCEDURE DIVISION.
008500******************************************************************
008600*    0000-MAINLINE                                               *
008700******************************************************************
008800 0000-MAINLINE                  SECTION.
008900     PERFORM 9500-REGISTRAR-INICIO
009000         THRU 9500-REGISTRAR-INICIO-EXIT.
009100     PERFORM 1000-ABRIR-ARQUIVOS
009200         THRU 1000-ABRIR-ARQUIVOS-EXIT.
009300     PERFORM 2000-GRAVAR-CORRESP
009400         THRU 2000-GRAVAR-CORRESP-EXIT
009500         UNTIL WS-FIM-CURSOR.
009600     PERFORM 7000-ENCERRAR
009700         THRU 7000-ENCERRAR-EXIT.
009800     PERFORM 9600-REGISTRAR-FIM
009900         THRU 9600-REGISTRAR-FIM-EXIT.
010000     GOBACK.
010100******************************************************************
010200*    1000-ABRIR-ARQUIVOS                                         *
010300*    GRAVA O HEADER E ABRE O CURSOR DOS CORRESPONDENTES          *
010400******************************************************************
010500 1000-ABRIR-ARQUIVOS            SECTION.
010600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
010700     EXEC SQL
010800         SELECT YEAR(CURRENT DATE - 1 MONTH) * 100
010900                + MONTH(CURRENT DATE - 1 MONTH)
011000           INTO :WS-AAAAMM-REF
011100           FROM SYSIBM.SYSDUMMY1
011200     END-EXEC.
011300     IF SQLCODE NOT = ZERO
011400         DISPLAY 'UORG0210 - ERRO SQLCODE=' SQLCODE
011500             ' NO CALCULO DO MES DE REFERENCIA'
011600         MOVE ZERO TO WS-AAAAMM-REF
011700     END-IF.
011800     OPEN OUTPUT SAI-UORGS210.
011900     MOVE SPACES TO UORGS210-REGISTRO.
012000     MOVE '0' TO UORGS210-TIPO-REG.
012100     MOVE WS-DATA-HOJE TO UORGS210-HDR-DGERACAO.
012200     MOVE WS-AAAAMM-REF TO UORGS210-HDR-AAAAMM-REF.
012300     WRITE SAI-UORGS210-REG FROM UORGS210-REGISTRO.
012400     EXEC SQL
012500         DECLARE CUR-UORG0210 CURSOR FOR
012600         SELECT C.NCNPJ_CORRESP, C.IRAZAO_SOCIAL_CORRESP,
012700                C.CTPO_CORRESP, CHAR(C.DINIC_CONTRATO, ISO),
012800                CHAR(C.DFIM_CONTRATO, ISO), C.CSERVC_CORRESP,
012900                C.IENDRC_LOGRD, C.NENDRC_LOGRD, C.CENDRC_POSTAL,
013000                C.CMUNIC_IBGE, M.CUF_MUNIC, U.CUND_ORGNZ,
013100                U.CDIG_UND_ORGNZ, C.CSIT_CORRESP,
013200                CHAR(C.DENCER_CORRESP, ISO)
013300           FROM DB2PRD.TCORRESP_BANCR C
013400           LEFT JOIN DB2PRD.TMUNIC_IBGE M
013500             ON M.CMUNIC_IBGE = C.CMUNIC_IBGE
013600           LEFT JOIN DB2PRD.TUND_ORGNZ U
013700             ON U.CPSSOA_JURID   = C.CPSSOA_JURID_SUPVS
013800            AND U.NSEQ_UND_ORGNZ = C.NSEQ_UND_SUPVS
013900          WHERE C.CSIT_CORRESP = 1
014000             OR (C.CSIT_CORRESP = 0
014100                 AND C.DENCER_CORRESP >=
014200                     (CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS)
014300                     - 1 MONTH)
014400          ORDER BY C.NCNPJ_CORRESP
014500     END-EXEC.
014600     EXEC SQL
014700         OPEN CUR-UORG0210
014800     END-EXEC.
014900     PERFORM 8000-LER-CURSOR
015000         THRU 8000-LER-CURSOR-EXIT.
015100 1000-ABRIR-ARQUIVOS-EXIT.
015200     EXIT.
015300******************************************************************
015400*    2000-GRAVAR-CORRESP                                         *
015500******************************************************************
015600 2000-GRAVAR-CORRESP            SECTION.
015700     MOVE SPACES TO UORGS210-REGISTRO.
015800     MOVE '1' TO UORGS210-TIPO-REG.
015900     MOVE WS-NCNPJ-CORRESP TO UORGS210-NCNPJ-CORRESP.
016000     MOVE WS-IRAZAO-SOCIAL TO UORGS210-IRAZAO-SOCIAL.
016100     MOVE WS-CTPO-CORRESP TO UORGS210-CTPO-CORRESP.
016200     MOVE WS-DINIC-CONTRATO TO WS-DATA-ISO.
016300     PERFORM 2100-CONVERTER-DATA
016400         THRU 2100-CONVERTER-DATA-EXIT.
016500     MOVE WS-DATA-NUM TO UORGS210-DINIC-CONTRATO.
016600     MOVE ZERO TO UORGS210-DFIM-CONTRATO.
016700     IF WS-IND-DFIM >= ZERO
016800         MOVE WS-DFIM-CONTRATO TO WS-DATA-ISO
016900         PERFORM 2100-CONVERTER-DATA
017000             THRU 2100-CONVERTER-DATA-EXIT
017100         MOVE WS-DATA-NUM TO UORGS210-DFIM-CONTRATO
017200     END-IF.
017300     MOVE WS-CSERVC-CORRESP TO UORGS210-CSERVC-CORRESP.
017400     MOVE WS-IENDRC-LOGRD TO UORGS210-IENDRC-LOGRD.
017500     MOVE WS-NENDRC-LOGRD TO UORGS210-NENDRC-LOGRD.
017600     MOVE WS-CENDRC-POSTAL TO UORGS210-CENDRC-POSTAL.
017700     MOVE WS-CMUNIC-IBGE TO UORGS210-CMUNIC-IBGE.
017800     IF WS-IND-CUF >= ZERO
017900         MOVE WS-CUF TO UORGS210-CUF
018000     END-IF.
018100     MOVE ZERO TO UORGS210-CUND-SUPVS.
018200     IF WS-IND-CUND >= ZERO
018300         MOVE WS-CUND-ORGNZ TO UORGS210-CUND-SUPVS
018400     END-IF.
018500     IF WS-IND-CDIG >= ZERO
018600         MOVE WS-CDIG-UND-ORGNZ TO UORGS210-CDIG-UND-SUPVS
018700     END-IF.
018800     MOVE WS-CSIT-CORRESP TO UORGS210-CSIT-CORRESP.
018900     MOVE ZERO TO UORGS210-DENCER-CORRESP.
019000     IF WS-IND-DENCER >= ZERO
019100         MOVE WS-DENCER-CORRESP TO WS-DATA-ISO
019200         PERFORM 2100-CONVERTER-DATA
019300             THRU 2100-CONVERTER-DATA-EXIT
019400         MOVE WS-DATA-NUM TO UORGS210-DENCER-CORRESP
019500     END-IF.
019600     WRITE SAI-UORGS210-REG FROM UORGS210-REGISTRO.
019700     ADD 1 TO WS-QTDE-EXTRAIDA.
019800     IF UORGS210-CORRESP-ATIVO
019900         ADD 1 TO WS-QTDE-ATIVOS
020000     ELSE
020100         ADD 1 TO WS-QTDE-ENCERRADOS
020200     END-IF.
020300     PERFORM 8000-LER-CURSOR
020400         THRU 8000-LER-CURSOR-EXIT.
020500 2000-GRAVAR-CORRESP-EXIT.
020600     EXIT.
020700******************************************************************
020800*    2100-CONVERTER-DATA                                         *
020900*    DATA ISO (AAAA-MM-DD) PARA AAAAMMDD                         *
021000******************************************************************
021100 2100-CONVERTER-DATA            SECTION.
021200     STRING WS-DATA-ISO (1:4) WS-DATA-ISO (6:2)
021300            WS-DATA-ISO (9:2)
021400            DELIMITED BY SIZE INTO WS-DATA-ALFA.
021500     IF WS-DATA-NUM IS NOT NUMERIC
021600         MOVE ZERO TO WS-DATA-NUM
021700     END-IF.
021800 2100-CONVERTER-DATA-EXIT.
021900     EXIT.
022000******************************************************************
022100*    7000-ENCERRAR                                               *
022200*    GRAVA O TRAILER E REGISTRA A GERACAO NA UORG0087            *
022300******************************************************************
022400 7000-ENCERRAR                  SECTION.
022500     MOVE SPACES TO UORGS210-REGISTRO.
022600     MOVE '9' TO UORGS210-TIPO-REG.
022700     MOVE WS-QTDE-EXTRAIDA TO UORGS210-TRL-QTDE-REGS.
022800     WRITE SAI-UORGS210-REG FROM UORGS210-REGISTRO.
022900     EXEC SQL
023000         CLOSE CUR-UORG0210
023100     END-EXEC.
023200     CLOSE SAI-UORGS210.
023300     MOVE 'G' TO UORGL087-FUNCTION.
023400     MOVE 'UORGS210' TO UORGL087-CINTERF.
023500     MOVE WS-QTDE-EXTRAIDA TO UORGL087-QREG-ARQUIVO
023600                             UORGL087-QTOTAL-TRAILER.
023700     MOVE 'UORG0210' TO UORGL087-CUSUAR.
023800     CALL 'UORG0087' USING UORGL087-PARMS.
023900     IF UORGL087-OK
024000         DISPLAY 'UORG0210 - GERACAO REGISTRADA: '
024100             UORGL087-NSEQ-GERACAO
024200     ELSE
024300         DISPLAY 'UORG0210 - ERRO ' UORGL087-RETORNO
024400             ' NO REGISTRO DA GERACAO'
024500     END-IF.
024600     DISPLAY 'UORG0210 - MES DE REFERENCIA: ' WS-AAAAMM-REF.
024700     DISPLAY 'UORG0210 - CORRESPONDENTES ATIVOS: '
024800         WS-QTDE-ATIVOS.
024900     DISPLAY 'UORG0210 - ENCERRADOS NO PERIODO: '
025000         WS-QTDE-ENCERRADOS.
025100 7000-ENCERRAR-EXIT.
025200     EXIT.
025300******************************************************************
025400*    8000-LER-CURSOR                                             *
025500******************************************************************
025600 8000-LER-CURSOR                SECTION.
025700     EXEC SQL
025800         FETCH CUR-UORG0210
025900          INTO :WS-NCNPJ-CORRESP, :WS-IRAZAO-SOCIAL,
026000               :WS-CTPO-CORRESP, :WS-DINIC-CONTRATO,
026100               :WS-DFIM-CONTRATO:WS-IND-DFIM,
026200               :WS-CSERVC-CORRESP, :WS-IENDRC-LOGRD,
026300               :WS-NENDRC-LOGRD, :WS-CENDRC-POSTAL,
026400               :WS-CMUNIC-IBGE, :WS-CUF:WS-IND-CUF,
026500               :WS-CUND-ORGNZ:WS-IND-CUND,
026600               :WS-CDIG-UND-ORGNZ:WS-IND-CDIG,
026700               :WS-CSIT-CORRESP,
026800               :WS-DENCER-CORRESP:WS-IND-DENCER
026900     END-EXEC.
027000     IF SQLCODE = 100
027100         MOVE 'S' TO WS-SW-FIM-CURSOR
027200     ELSE
027300     IF SQLCODE NOT = ZERO
027400         DISPLAY 'UORG0210 - ERRO SQLCODE=' SQLCODE
027500             ' NO FETCH DO CURSOR'
027600         MOVE 'S' TO WS-SW-FIM-CURSOR
027700     END-IF
027800     END-IF.
027900 8000-LER-CURSOR-EXIT.
028000     EXIT.
028100******************************************************************
028200*    9500-REGISTRAR-INICIO                                       *
028300*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
028400******************************************************************
028500 9500-REGISTRAR-INICIO          SECTION.
028600     MOVE 'I' TO UORGL043-FUNCTION.
028700     MOVE 'UORG0210' TO UORGL043-CPGM-BATCH.
028800     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
028900                  UORGL043-QTDE-REJEITADOS
029000                  UORGL043-CCOD-TERMINO.
029100     CALL 'UORG0043' USING UORGL043-PARMS.
029200     IF NOT UORGL043-OK
029300         DISPLAY 'UORG0210 - ERRO ' UORGL043-RETORNO
029400             ' NO REGISTRO DE INICIO DA EXECUCAO'
029500     END-IF.
029600 9500-REGISTRAR-INICIO-EXIT.
029700     EXIT.
029800******************************************************************
029900*    9600-REGISTRAR-FIM                                          *
030000*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
030100******************************************************************
030200 9600-REGISTRAR-FIM             SECTION.
030300     MOVE 'F' TO UORGL043-FUNCTION.
030400     MOVE WS-QTDE-EXTRAIDA TO UORGL043-QTDE-LIDOS
030500                              UORGL043-QTDE-GRAVADOS.
030600     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
030700     MOVE ZERO TO UORGL043-CCOD-TERMINO.
030800     CALL 'UORG0043' USING UORGL043-PARMS.
030900     IF NOT UORGL043-OK
031000         DISPLAY 'UORG0210 - ERRO ' UORGL043-RETORNO
031100             ' NO REGISTRO DE FIM DA EXECUCAO'
031200     END-IF.
031300     EXEC SQL
031400         COMMIT
031500     END-EXEC.
031600 9600-REGISTRAR-FIM-EXIT.
031700     EXIT.
