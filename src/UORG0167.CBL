000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0167                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0167.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - SERVICO DE VIGENCIA DA VINCULACAO DA  *
001600*                UNIDADE A SUPERINTENDENCIA REGIONAL             *
001700*                (TUND_NO_HIER), COMUM A TRANSACAO UO79 E A      *
001800*                REDISTRIBUICAO EM MASSA UORG0168.               *
001900******************************************************************
002000*
002100*    FUNCAO: SUBPROGRAMA DE SERVICO. MANTEM A LINHA DO TEMPO DA
002200*    VINCULACAO DA UNIDADE A HIERARQUIA REGIONAL SEM LACUNAS NEM
002300*    SOBREPOSICOES. FUNCAO 'A': O NO INFORMADO PRECISA SER UMA
002400*    SUPERINTENDENCIA (CTPO_NO_HIER = 2) ATIVA E A UNIDADE PRECISA
002500*    EXISTIR. SE JA HA VINCULACAO INICIADA NA DATA, TROCA O NO;
002600*    SENAO ENCERRA NA VESPERA A VINCULACAO VIGENTE NA DATA E
002700*    INCLUI A NOVA ATE O FIM DA ANTERIOR (OU ATE A VESPERA DA
002800*    PROXIMA VINCULACAO FUTURA, OU 9999-12-31). VINCULAR AO MESMO
002900*    NO JA VIGENTE NA DATA NAO ALTERA NADA. FUNCAO 'E': EXCLUI A
003000*    VINCULACAO INICIADA NA DATA E ESTENDE A ANTERIOR ATE O FIM
003100*    DA EXCLUIDA. O COMMIT FICA COM A ROTINA CHAMADORA.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.         IBM-390.
003600 OBJECT-COMPUTER.         IBM-390.
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900     EXEC SQL INCLUDE SQLCA END-EXEC.
004000 01  WS-AREA-TRABALHO.
004100     05 WS-CTPO-NO-HIER          PIC S9(1)V COMP-3.
004200     05 WS-CSIT-NO-HIER          PIC S9(1)V COMP-3.
004300     05 WS-CNO-VIGENTE           PIC S9(5)V COMP-3.
004400     05 WS-DINIC-VIGENTE         PIC X(10).
004500     05 WS-DFIM-VIGENTE          PIC X(10).
004600     05 WS-DFIM-NOVA             PIC X(10).
004700     05 WS-QTDE-UNIDADE          PIC S9(9) COMP.
004800 LINKAGE SECTION.
004900 COPY UORGL167.
005000 PROCEDURE DIVISION USING UORGL167-PARMS.
005100******************************************************************
005200*    0000-MAINLINE                                               *
005300******************************************************************
005400 0000-MAINLINE                  SECTION.
005500     MOVE '00' TO UORGL167-RETORNO.
005600     EVALUATE TRUE
005700         WHEN UORGL167-VINCULAR
005800             PERFORM 1000-VINCULAR
005900                 THRU 1000-VINCULAR-EXIT
006000         WHEN UORGL167-EXCLUIR
006100             PERFORM 2000-EXCLUIR
006200                 THRU 2000-EXCLUIR-EXIT
006300         WHEN OTHER
006400             MOVE '16' TO UORGL167-RETORNO
006500     END-EVALUATE.
006600 0000-MAINLINE-EXIT.
006700     GOBACK.
006800******************************************************************
006900*    1000-VINCULAR                                               *
007000*    VINCULA A UNIDADE AO NO A PARTIR DA DATA DE INICIO          *
007100******************************************************************
007200 1000-VINCULAR                  SECTION.
007300     PERFORM 1100-VALIDAR-NO
007400         THRU 1100-VALIDAR-NO-EXIT.
007500     IF NOT UORGL167-OK
007600         GO TO 1000-VINCULAR-EXIT
007700     END-IF.
007800     PERFORM 1200-VALIDAR-UNIDADE
007900         THRU 1200-VALIDAR-UNIDADE-EXIT.
008000     IF NOT UORGL167-OK
008100         GO TO 1000-VINCULAR-EXIT
008200     END-IF.
008300     EXEC SQL
008400         UPDATE DB2PRD.TUND_NO_HIER
008500            SET CNO_HIER     = :UORGL167-CNO-HIER,
008600                CUSUAR_MANUT = :UORGL167-CUSUAR,
008700                HMANUT_REG   = CURRENT TIMESTAMP
008800          WHERE CPSSOA_JURID   = :UORGL167-CPSSOA-JURID
008900            AND NSEQ_UND_ORGNZ = :UORGL167-NSEQ-UND-ORGNZ
009000            AND DINIC_VIGEN    = DATE(:UORGL167-DINIC-VIGEN)
009100     END-EXEC.
009200     IF SQLCODE = ZERO
009300         GO TO 1000-VINCULAR-EXIT
009400     END-IF.
009500     IF SQLCODE NOT = 100
009600         MOVE '99' TO UORGL167-RETORNO
009700         GO TO 1000-VINCULAR-EXIT
009800     END-IF.
009900     EXEC SQL
010000         SELECT CHAR(DINIC_VIGEN, ISO), CHAR(DFIM_VIGEN, ISO),
010100                CNO_HIER
010200           INTO :WS-DINIC-VIGENTE, :WS-DFIM-VIGENTE,
010300                :WS-CNO-VIGENTE
010400           FROM DB2PRD.TUND_NO_HIER
010500          WHERE CPSSOA_JURID   = :UORGL167-CPSSOA-JURID
010600            AND NSEQ_UND_ORGNZ = :UORGL167-NSEQ-UND-ORGNZ
010700            AND DINIC_VIGEN    < DATE(:UORGL167-DINIC-VIGEN)
010800            AND DFIM_VIGEN    >= DATE(:UORGL167-DINIC-VIGEN)
010900     END-EXEC.
011000     EVALUATE TRUE
011100         WHEN SQLCODE = ZERO
011200             IF WS-CNO-VIGENTE = UORGL167-CNO-HIER
011300                 GO TO 1000-VINCULAR-EXIT
011400             END-IF
011500             MOVE WS-DFIM-VIGENTE TO WS-DFIM-NOVA
011600             PERFORM 1300-ENCERRAR-VIGENTE
011700                 THRU 1300-ENCERRAR-VIGENTE-EXIT
011800         WHEN SQLCODE = 100
011900             PERFORM 1400-APURAR-FIM-NOVA
012000                 THRU 1400-APURAR-FIM-NOVA-EXIT
012100         WHEN OTHER
012200             MOVE '99' TO UORGL167-RETORNO
012300     END-EVALUATE.
012400     IF NOT UORGL167-OK
012500         GO TO 1000-VINCULAR-EXIT
012600     END-IF.
012700     EXEC SQL
012800         INSERT INTO DB2PRD.TUND_NO_HIER
012900                (CPSSOA_JURID, NSEQ_UND_ORGNZ, DINIC_VIGEN,
013000                 DFIM_VIGEN, CNO_HIER, CUSUAR_INCL, HINCL_REG)
013100         VALUES (:UORGL167-CPSSOA-JURID, :UORGL167-NSEQ-UND-ORGNZ,
013200                 DATE(:UORGL167-DINIC-VIGEN), DATE(:WS-DFIM-NOVA),
013300                 :UORGL167-CNO-HIER, :UORGL167-CUSUAR,
013400                 CURRENT TIMESTAMP)
013500     END-EXEC.
013600     IF SQLCODE NOT = ZERO
013700         MOVE '99' TO UORGL167-RETORNO
013800     END-IF.
013900 1000-VINCULAR-EXIT.
014000     EXIT.
014100******************************************************************
014200*    1100-VALIDAR-NO                                             *
014300*    SO SUPERINTENDENCIA ATIVA RECEBE UNIDADES                   *
014400******************************************************************
014500 1100-VALIDAR-NO                SECTION.
014600     EXEC SQL
014700         SELECT CTPO_NO_HIER, CSIT_NO_HIER
014800           INTO :WS-CTPO-NO-HIER, :WS-CSIT-NO-HIER
014900           FROM DB2PRD.TNO_HIER_REGNL
015000          WHERE CNO_HIER = :UORGL167-CNO-HIER
015100     END-EXEC.
015200     EVALUATE TRUE
015300         WHEN SQLCODE = ZERO
015400             IF WS-CTPO-NO-HIER NOT = 2
015500                 OR WS-CSIT-NO-HIER NOT = 1
015600                 MOVE '04' TO UORGL167-RETORNO
015700             END-IF
015800         WHEN SQLCODE = 100
015900             MOVE '04' TO UORGL167-RETORNO
016000         WHEN OTHER
016100             MOVE '99' TO UORGL167-RETORNO
016200     END-EVALUATE.
016300 1100-VALIDAR-NO-EXIT.
016400     EXIT.
016500******************************************************************
016600*    1200-VALIDAR-UNIDADE                                        *
016700******************************************************************
016800 1200-VALIDAR-UNIDADE           SECTION.
016900     MOVE ZERO TO WS-QTDE-UNIDADE.
017000     EXEC SQL
017100         SELECT COUNT(*)
017200           INTO :WS-QTDE-UNIDADE
017300           FROM DB2PRD.TUND_ORGNZ
017400          WHERE CPSSOA_JURID   = :UORGL167-CPSSOA-JURID
017500            AND NSEQ_UND_ORGNZ = :UORGL167-NSEQ-UND-ORGNZ
017600     END-EXEC.
017700     IF SQLCODE NOT = ZERO
017800         MOVE '99' TO UORGL167-RETORNO
017900     ELSE
018000     IF WS-QTDE-UNIDADE = ZERO
018100         MOVE '12' TO UORGL167-RETORNO
018200     END-IF
018300     END-IF.
018400 1200-VALIDAR-UNIDADE-EXIT.
018500     EXIT.
018600******************************************************************
018700*    1300-ENCERRAR-VIGENTE                                       *
018800*    A VINCULACAO VIGENTE NA DATA TERMINA NA VESPERA             *
018900******************************************************************
019000 1300-ENCERRAR-VIGENTE          SECTION.
019100     EXEC SQL
019200         UPDATE DB2PRD.TUND_NO_HIER
019300            SET DFIM_VIGEN   =
019400                DATE(:UORGL167-DINIC-VIGEN) - 1 DAY,
019500                CUSUAR_MANUT = :UORGL167-CUSUAR,
019600                HMANUT_REG   = CURRENT TIMESTAMP
019700          WHERE CPSSOA_JURID   = :UORGL167-CPSSOA-JURID
019800            AND NSEQ_UND_ORGNZ = :UORGL167-NSEQ-UND-ORGNZ
019900            AND DINIC_VIGEN    = DATE(:WS-DINIC-VIGENTE)
020000     END-EXEC.
020100     IF SQLCODE NOT = ZERO
020200         MOVE '99' TO UORGL167-RETORNO
020300     END-IF.
020400 1300-ENCERRAR-VIGENTE-EXIT.
020500     EXIT.
020600******************************************************************
020700*    1400-APURAR-FIM-NOVA                                        *
020800*    SEM VINCULACAO VIGENTE NA DATA: A NOVA VAI ATE A VESPERA DA *
020900*    PROXIMA VINCULACAO FUTURA, OU FICA EM ABERTO                *
021000******************************************************************
021100 1400-APURAR-FIM-NOVA           SECTION.
021200     EXEC SQL
021300         SELECT COALESCE(CHAR(MIN(DINIC_VIGEN) - 1 DAY, ISO),
021400                         '9999-12-31')
021500           INTO :WS-DFIM-NOVA
021600           FROM DB2PRD.TUND_NO_HIER
021700          WHERE CPSSOA_JURID   = :UORGL167-CPSSOA-JURID
021800            AND NSEQ_UND_ORGNZ = :UORGL167-NSEQ-UND-ORGNZ
021900            AND DINIC_VIGEN    > DATE(:UORGL167-DINIC-VIGEN)
022000     END-EXEC.
022100     IF SQLCODE NOT = ZERO
022200         MOVE '99' TO UORGL167-RETORNO
022300     END-IF.
022400 1400-APURAR-FIM-NOVA-EXIT.
022500     EXIT.
022600******************************************************************
022700*    2000-EXCLUIR                                                *
022800*    EXCLUI A VINCULACAO E ESTENDE A ANTERIOR ATE O FIM DELA     *
022900******************************************************************
023000 2000-EXCLUIR                   SECTION.
023100     EXEC SQL
023200         SELECT CHAR(DFIM_VIGEN, ISO)
023300           INTO :WS-DFIM-VIGENTE
023400           FROM DB2PRD.TUND_NO_HIER
023500          WHERE CPSSOA_JURID   = :UORGL167-CPSSOA-JURID
023600            AND NSEQ_UND_ORGNZ = :UORGL167-NSEQ-UND-ORGNZ
023700            AND DINIC_VIGEN    = DATE(:UORGL167-DINIC-VIGEN)
023800     END-EXEC.
023900     IF SQLCODE = 100
024000         MOVE '08' TO UORGL167-RETORNO
024100         GO TO 2000-EXCLUIR-EXIT
024200     END-IF.
024300     IF SQLCODE NOT = ZERO
024400         MOVE '99' TO UORGL167-RETORNO
024500         GO TO 2000-EXCLUIR-EXIT
024600     END-IF.
024700     EXEC SQL
024800         DELETE FROM DB2PRD.TUND_NO_HIER
024900          WHERE CPSSOA_JURID   = :UORGL167-CPSSOA-JURID
025000            AND NSEQ_UND_ORGNZ = :UORGL167-NSEQ-UND-ORGNZ
025100            AND DINIC_VIGEN    = DATE(:UORGL167-DINIC-VIGEN)
025200     END-EXEC.
025300     IF SQLCODE NOT = ZERO
025400         MOVE '99' TO UORGL167-RETORNO
025500         GO TO 2000-EXCLUIR-EXIT
025600     END-IF.
025700     EXEC SQL
025800         UPDATE DB2PRD.TUND_NO_HIER
025900            SET DFIM_VIGEN   = DATE(:WS-DFIM-VIGENTE),
026000                CUSUAR_MANUT = :UORGL167-CUSUAR,
026100                HMANUT_REG   = CURRENT TIMESTAMP
026200          WHERE CPSSOA_JURID   = :UORGL167-CPSSOA-JURID
026300            AND NSEQ_UND_ORGNZ = :UORGL167-NSEQ-UND-ORGNZ
026400            AND DFIM_VIGEN     =
026500                DATE(:UORGL167-DINIC-VIGEN) - 1 DAY
026600     END-EXEC.
026700     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
026800         MOVE '99' TO UORGL167-RETORNO
026900     END-IF.
027000 2000-EXCLUIR-EXIT.
027100     EXIT.
