000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0226                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0226.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - ARQUIVO DIARIO DE EVENTOS DE          *
001600*                TERMINAIS DE AUTOATENDIMENTO PARA A OPERADORA   *
001700*                DA REDE (INSTALACAO, RETIRADA E MUDANCA), COM   *
001800*                MARCA D'AGUA NO CARTAO UORGK226 E GERACAO       *
001900*                REGISTRADA PELA UORG0087.                       *
002000******************************************************************
002100*
002200*    FUNCAO: EXECUCAO DIARIA. LE A MARCA D'AGUA (CORTE DA ULTIMA
002300*    EXECUCAO BEM-SUCEDIDA) DO CARTAO UORGK226, NOS MOLDES DA
002400*    UORG0181 (SEM CARTAO = DESDE O INICIO), E FIXA O CORTE DESTA
002500*    EXECUCAO NO TIMESTAMP CORRENTE. OS EVENTOS DA JANELA
002600*    (MARCA ANTERIOR, CORTE] VEM DE DUAS FONTES:
002700*    - TUND_ORGNZ_HIST (TRANSICOES DE SITUACAO GRAVADAS PELA
002800*      UORG0002): PASSAGEM PARA ATIVA (1) GERA INSTALACAO 'I',
002900*      MOTIVO 'A' ABERTURA OU 'T' REATIVACAO (VINDA DE
003000*      SUSPENSAO); PASSAGEM PARA ENCERRADA (0) GERA RETIRADA 'R'
003100*      MOTIVO 'E'; PASSAGEM PARA SUSPENSA (3) GERA RETIRADA 'R'
003200*      MOTIVO 'S';
003300*    - TMUDAN_UND_ORGNZ (MUDANCAS DE IMOVEL EFETIVADAS PELA
003400*      UORG0192, CSIT_MUDAN = 2): MUDANCA 'M' COM O IMOVEL DE
003500*      ORIGEM E O DE DESTINO.
003600*    CADA EVENTO SAI UMA VEZ POR TERMINAL DE AUTOATENDIMENTO
003700*    (CTPO_EQUIP = 1) INSTALADO NA UNIDADE EM TEQUIP_UND_ORGNZ,
003800*    EM ORDEM CRONOLOGICA; POSICOES DE CAIXA E COFRES NAO
003900*    INTERESSAM A OPERADORA. O TRAILER TRAZ A QUANTIDADE POR TIPO
004000*    DE EVENTO, CONFERIDA COM OS DETALHES ANTES DO REGISTRO DA
004100*    GERACAO NA UORG0087. SO COM A GERACAO REGISTRADA SEM ERRO A
004200*    MARCA D'AGUA AVANCA PARA O CORTE; UMA NOITE COM FALHA MANTEM
004300*    A MARCA E A JANELA E RECUPERADA INTEIRA NA EXECUCAO
004400*    SEGUINTE. COM A MARCA AVANCADA, OS TERMINAIS DAS UNIDADES
004500*    ENCERRADAS NA JANELA PASSAM A RETIRADOS (CSIT_EQUIP = 0) NO
004600*    INVENTARIO; FALHA NESSA BAIXA TERMINA COM CODIGO 8 E A
004700*    BAIXA E FEITA PELA UO87 (O ARQUIVO JA FOI REGISTRADO).
004800*
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.         IBM-390.
005200 OBJECT-COMPUTER.         IBM-390.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT SAI-UORGS226 ASSIGN TO UORGS226
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT REL-UORGK226 ASSIGN TO UORGK226
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-FS-CKPT.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  SAI-UORGS226
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  SAI-UORGS226-REG            PIC X(150).
006600 FD  REL-UORGK226
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  REL-UORGK226-REG            PIC X(26).
007000 WORKING-STORAGE SECTION.
007100     EXEC SQL INCLUDE SQLCA END-EXEC.
007200 01  WS-SWITCHES.
007300     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
007400        88 WS-FIM-CURSOR              VALUE 'S'.
007500     05 WS-SW-ERRO               PIC X(1) VALUE 'N'.
007600        88 WS-HOUVE-ERRO              VALUE 'S'.
007700 01  WS-FS-CKPT                  PIC X(2).
007800 01  WS-CONTADORES.
007900     05 WS-QTDE-GRAVADA          PIC S9(9) COMP VALUE ZERO.
008000     05 WS-QTDE-INSTAL           PIC S9(9) COMP VALUE ZERO.
008100     05 WS-QTDE-RETIR            PIC S9(9) COMP VALUE ZERO.
008200     05 WS-QTDE-MUDAN            PIC S9(9) COMP VALUE ZERO.
008300     05 WS-QTDE-TRAILER          PIC S9(9) COMP VALUE ZERO.
008400     05 WS-QTDE-BAIXADA          PIC S9(9) COMP VALUE ZERO.
008500 01  WS-CONSTANTES.
008600     05 WS-MARCA-INICIAL         PIC X(26)
008700                         VALUE '0001-01-01-00.00.00.000000'.
008800 01  WS-DATA-HOJE.
008900     05 WS-DATA-HOJE-AAAAMMDD    PIC 9(8).
009000 01  WS-AREA-TRABALHO.
009100     05 WS-MARCA-ANT             PIC X(26).
009200     05 WS-HCORTE                PIC X(26).
009300     05 WS-CTPO-EVENTO           PIC X(1).
009400     05 WS-CMOTVO-EVENTO         PIC X(1).
009500     05 WS-DEVENTO               PIC X(10).
009600     05 WS-DEVENTO-AAAAMMDD      PIC X(8).
009700     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
009800     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
009900     05 WS-CUND-ORGNZ            PIC S9(6)V COMP-3.
010000     05 WS-IABREV-UND-ORGNZ      PIC X(40).
010100     05 WS-NSEQ-EQUIP            PIC S9(4)V COMP-3.
010200     05 WS-NSERIE-EQUIP          PIC X(20).
010300     05 WS-DINSTAL-EQUIP         PIC X(10).
010400     05 WS-DINSTAL-AAAAMMDD      PIC X(8).
010500     05 WS-CPRDIO-ORIG           PIC S9(7)V COMP-3.
010600     05 WS-CPRDIO                PIC S9(7)V COMP-3.
010700 COPY UORGK226.
010800 COPY UORGS226.
010900 COPY UORGL043.
011000 COPY UORGL087.
011100 PROCEDURE DIVISION.
011200******************************************************************
011300*    0000-MAINLINE                                               *
011400******************************************************************
011500 0000-MAINLINE                  SECTION.
011600     PERFORM 9500-REGISTRAR-INICIO
011700         THRU 9500-REGISTRAR-INICIO-EXIT.
011800     PERFORM 1000-ABRIR-ARQUIVOS
011900         THRU 1000-ABRIR-ARQUIVOS-EXIT.
012000     PERFORM 2000-EXTRAIR-EVENTOS
012100         THRU 2000-EXTRAIR-EVENTOS-EXIT.
012200     PERFORM 7000-ENCERRAR
012300         THRU 7000-ENCERRAR-EXIT.
012400     PERFORM 9600-REGISTRAR-FIM
012500         THRU 9600-REGISTRAR-FIM-EXIT.
012600     GOBACK.
012700******************************************************************
012800*    1000-ABRIR-ARQUIVOS                                         *
012900*    MARCA D'AGUA ANTERIOR, CORTE DESTA EXECUCAO E HEADER        *
013000******************************************************************
013100 1000-ABRIR-ARQUIVOS            SECTION.
013200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE-AAAAMMDD.
013300     MOVE WS-MARCA-INICIAL TO WS-MARCA-ANT.
013400     OPEN INPUT REL-UORGK226.
013500     IF WS-FS-CKPT = '00'
013600         READ REL-UORGK226 INTO UORGK226-REGISTRO
013700         IF WS-FS-CKPT = '00'
013800             AND UORGK226-HCORTE-ULT-EXEC NOT = SPACES
013900             MOVE UORGK226-HCORTE-ULT-EXEC TO WS-MARCA-ANT
014000         END-IF
014100         CLOSE REL-UORGK226
014200     END-IF.
014300     IF WS-MARCA-ANT = WS-MARCA-INICIAL
014400         DISPLAY 'UORG0226 - SEM MARCA D AGUA, DESDE O INICIO'
014500     END-IF.
014600     EXEC SQL
014700         SELECT CHAR(CURRENT TIMESTAMP)
014800           INTO :WS-HCORTE
014900           FROM SYSIBM.SYSDUMMY1
015000     END-EXEC.
015100     IF SQLCODE NOT = ZERO
015200         DISPLAY 'UORG0226 - ERRO SQLCODE=' SQLCODE
015300             ' AO FIXAR O CORTE'
015400         MOVE 'S' TO WS-SW-ERRO
015500     END-IF.
015600     DISPLAY 'UORG0226 - JANELA ' WS-MARCA-ANT (1:19)
015700         ' A ' WS-HCORTE (1:19).
015800     OPEN OUTPUT SAI-UORGS226.
015900     MOVE SPACES TO UORGS226-REGISTRO.
016000     MOVE '0' TO UORGS226-TIPO-REG.
016100     MOVE 'UORGS226' TO UORGS226-HDR-CINTERF.
016200     MOVE WS-DATA-HOJE-AAAAMMDD TO UORGS226-HDR-DGERACAO.
016300     MOVE WS-MARCA-ANT TO UORGS226-HDR-HMARCA-ANT.
016400     MOVE WS-HCORTE TO UORGS226-HDR-HCORTE.
016500     WRITE SAI-UORGS226-REG FROM UORGS226-REGISTRO.
016600     PERFORM 8500-DECLARAR-CURSOR
016700         THRU 8500-DECLARAR-CURSOR-EXIT.
016800 1000-ABRIR-ARQUIVOS-EXIT.
016900     EXIT.
017000******************************************************************
017100*    2000-EXTRAIR-EVENTOS                                        *
017200*    UM DETALHE POR EVENTO DA JANELA E TERMINAL DA UNIDADE       *
017300******************************************************************
017400 2000-EXTRAIR-EVENTOS           SECTION.
017500     IF WS-HOUVE-ERRO
017600         GO TO 2000-EXTRAIR-EVENTOS-EXIT
017700     END-IF.
017800     EXEC SQL
017900         OPEN CUR-UORG0226
018000     END-EXEC.
018100     IF SQLCODE NOT = ZERO
018200         DISPLAY 'UORG0226 - ERRO SQLCODE=' SQLCODE
018300             ' NA ABERTURA DO CURSOR DE EVENTOS'
018400         MOVE 'S' TO WS-SW-ERRO
018500         GO TO 2000-EXTRAIR-EVENTOS-EXIT
018600     END-IF.
018700     MOVE 'N' TO WS-SW-FIM-CURSOR.
018800     PERFORM 2100-LER-EVENTO
018900         THRU 2100-LER-EVENTO-EXIT
019000         UNTIL WS-FIM-CURSOR.
019100     EXEC SQL
019200         CLOSE CUR-UORG0226
019300     END-EXEC.
019400 2000-EXTRAIR-EVENTOS-EXIT.
019500     EXIT.
019600******************************************************************
019700*    2100-LER-EVENTO                                             *
019800******************************************************************
019900 2100-LER-EVENTO                SECTION.
020000     EXEC SQL
020100         FETCH CUR-UORG0226
020200          INTO :WS-CTPO-EVENTO, :WS-CMOTVO-EVENTO, :WS-DEVENTO,
020300               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
020400               :WS-CUND-ORGNZ, :WS-IABREV-UND-ORGNZ,
020500               :WS-NSEQ-EQUIP, :WS-NSERIE-EQUIP,
020600               :WS-DINSTAL-EQUIP, :WS-CPRDIO-ORIG, :WS-CPRDIO
020700     END-EXEC.
020800     IF SQLCODE = 100
020900         MOVE 'S' TO WS-SW-FIM-CURSOR
021000         GO TO 2100-LER-EVENTO-EXIT
021100     END-IF.
021200     IF SQLCODE NOT = ZERO
021300         DISPLAY 'UORG0226 - ERRO SQLCODE=' SQLCODE
021400             ' NO FETCH DOS EVENTOS'
021500         MOVE 'S' TO WS-SW-FIM-CURSOR
021600         MOVE 'S' TO WS-SW-ERRO
021700         GO TO 2100-LER-EVENTO-EXIT
021800     END-IF.
021900     MOVE SPACES TO UORGS226-REGISTRO.
022000     MOVE '1' TO UORGS226-TIPO-REG.
022100     MOVE WS-CTPO-EVENTO TO UORGS226-CTPO-EVENTO.
022200     MOVE WS-CMOTVO-EVENTO TO UORGS226-CMOTVO-EVENTO.
022300     STRING WS-DEVENTO (1:4) WS-DEVENTO (6:2) WS-DEVENTO (9:2)
022400            DELIMITED BY SIZE INTO WS-DEVENTO-AAAAMMDD.
022500     MOVE WS-DEVENTO-AAAAMMDD TO UORGS226-DEVENTO.
022600     MOVE WS-CPSSOA-JURID TO UORGS226-CPSSOA-JURID.
022700     MOVE WS-NSEQ-UND-ORGNZ TO UORGS226-NSEQ-UND-ORGNZ.
022800     MOVE WS-CUND-ORGNZ TO UORGS226-CUND-ORGNZ.
022900     MOVE WS-IABREV-UND-ORGNZ TO UORGS226-IABREV-UND-ORGNZ.
023000     MOVE WS-NSEQ-EQUIP TO UORGS226-NSEQ-EQUIP.
023100     MOVE WS-NSERIE-EQUIP TO UORGS226-NSERIE-EQUIP.
023200     STRING WS-DINSTAL-EQUIP (1:4) WS-DINSTAL-EQUIP (6:2)
023300            WS-DINSTAL-EQUIP (9:2)
023400            DELIMITED BY SIZE INTO WS-DINSTAL-AAAAMMDD.
023500     MOVE WS-DINSTAL-AAAAMMDD TO UORGS226-DINSTAL-EQUIP.
023600     MOVE WS-CPRDIO-ORIG TO UORGS226-CPRDIO-ORIG.
023700     MOVE WS-CPRDIO TO UORGS226-CPRDIO.
023800     WRITE SAI-UORGS226-REG FROM UORGS226-REGISTRO.
023900     ADD 1 TO WS-QTDE-GRAVADA.
024000     EVALUATE TRUE
024100         WHEN UORGS226-EVT-INSTALACAO
024200             ADD 1 TO WS-QTDE-INSTAL
024300         WHEN UORGS226-EVT-RETIRADA
024400             ADD 1 TO WS-QTDE-RETIR
024500         WHEN OTHER
024600             ADD 1 TO WS-QTDE-MUDAN
024700     END-EVALUATE.
024800 2100-LER-EVENTO-EXIT.
024900     EXIT.
025000******************************************************************
025100*    7000-ENCERRAR                                               *
025200*    TRAILER, CONFERENCIA, REGISTRO DA GERACAO, MARCA D'AGUA E   *
025300*    BAIXA DOS TERMINAIS DAS UNIDADES ENCERRADAS                 *
025400******************************************************************
025500 7000-ENCERRAR                  SECTION.
025600     MOVE SPACES TO UORGS226-REGISTRO.
025700     MOVE '9' TO UORGS226-TIPO-REG.
025800     COMPUTE WS-QTDE-TRAILER =
025900         WS-QTDE-INSTAL + WS-QTDE-RETIR + WS-QTDE-MUDAN.
026000     MOVE WS-QTDE-TRAILER TO UORGS226-TRL-QTDE-REGS.
026100     MOVE WS-QTDE-INSTAL TO UORGS226-TRL-QTDE-INSTAL.
026200     MOVE WS-QTDE-RETIR TO UORGS226-TRL-QTDE-RETIR.
026300     MOVE WS-QTDE-MUDAN TO UORGS226-TRL-QTDE-MUDAN.
026400     WRITE SAI-UORGS226-REG FROM UORGS226-REGISTRO.
026500     CLOSE SAI-UORGS226.
026600     DISPLAY 'UORG0226 - DETALHES: ' WS-QTDE-GRAVADA
026700         ' INSTALACOES: ' WS-QTDE-INSTAL
026800         ' RETIRADAS: ' WS-QTDE-RETIR
026900         ' MUDANCAS: ' WS-QTDE-MUDAN.
027000     IF WS-QTDE-TRAILER NOT = WS-QTDE-GRAVADA
027100         DISPLAY 'UORG0226 - TRAILER ' WS-QTDE-TRAILER
027200             ' DIFERE DOS DETALHES GRAVADOS ' WS-QTDE-GRAVADA
027300         MOVE 'S' TO WS-SW-ERRO
027400     END-IF.
027500     IF WS-HOUVE-ERRO
027600         DISPLAY 'UORG0226 - ARQUIVO NAO REGISTRADO, MARCA D AGUA'
027700             ' MANTIDA PARA A PROXIMA EXECUCAO'
027800         GO TO 7000-ENCERRAR-EXIT
027900     END-IF.
028000     MOVE 'G' TO UORGL087-FUNCTION.
028100     MOVE 'UORGS226' TO UORGL087-CINTERF.
028200     MOVE WS-QTDE-GRAVADA TO UORGL087-QREG-ARQUIVO.
028300     MOVE WS-QTDE-TRAILER TO UORGL087-QTOTAL-TRAILER.
028400     MOVE 'UORG0226' TO UORGL087-CUSUAR.
028500     CALL 'UORG0087' USING UORGL087-PARMS.
028600     IF NOT UORGL087-OK
028700         DISPLAY 'UORG0226 - ERRO ' UORGL087-RETORNO
028800             ' NO REGISTRO DA GERACAO - MARCA D AGUA MANTIDA'
028900         MOVE 'S' TO WS-SW-ERRO
029000         GO TO 7000-ENCERRAR-EXIT
029100     END-IF.
029200     DISPLAY 'UORG0226 - GERACAO REGISTRADA: '
029300         UORGL087-NSEQ-GERACAO.
029400     MOVE WS-HCORTE TO UORGK226-HCORTE-ULT-EXEC.
029500     OPEN OUTPUT REL-UORGK226.
029600     WRITE REL-UORGK226-REG FROM UORGK226-REGISTRO.
029700     CLOSE REL-UORGK226.
029800     PERFORM 7100-BAIXAR-TERMINAIS
029900         THRU 7100-BAIXAR-TERMINAIS-EXIT.
030000 7000-ENCERRAR-EXIT.
030100     EXIT.
030200******************************************************************
030300*    7100-BAIXAR-TERMINAIS                                       *
030400*    TERMINAIS AINDA INSTALADOS EM UNIDADE QUE CONTINUA          *
030500*    ENCERRADA E TEVE O ENCERRAMENTO NA JANELA PASSAM A          *
030600*    RETIRADOS, POIS A RETIRADA JA FOI COMUNICADA A OPERADORA    *
030700******************************************************************
030800 7100-BAIXAR-TERMINAIS          SECTION.
030900     EXEC SQL
031000         UPDATE DB2PRD.TEQUIP_UND_ORGNZ Q
031100            SET CSIT_EQUIP   = 0,
031200                CUSUAR_MANUT = 'UORG0226',
031300                HMANUT_REG   = CURRENT TIMESTAMP
031400          WHERE Q.CTPO_EQUIP = 1
031500            AND Q.CSIT_EQUIP = 1
031600            AND EXISTS
031700                (SELECT 1
031800                   FROM DB2PRD.TUND_ORGNZ U
031900                  WHERE U.CPSSOA_JURID   = Q.CPSSOA_JURID
032000                    AND U.NSEQ_UND_ORGNZ = Q.NSEQ_UND_ORGNZ
032100                    AND U.CSIT_UND_ORGNZ = 0)
032200            AND EXISTS
032300                (SELECT 1
032400                   FROM DB2PRD.TUND_ORGNZ_HIST H
032500                  WHERE H.CPSSOA_JURID        = Q.CPSSOA_JURID
032600                    AND H.NSEQ_UND_ORGNZ      = Q.NSEQ_UND_ORGNZ
032700                    AND H.CSIT_UND_ORGNZ_NOVO = 0
032800                    AND H.HMANUT_REG >  :WS-MARCA-ANT
032900                    AND H.HMANUT_REG <= :WS-HCORTE)
033000     END-EXEC.
033100     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
033200         DISPLAY 'UORG0226 - ERRO SQLCODE=' SQLCODE
033300             ' NA BAIXA DOS TERMINAIS - BAIXAR PELA UO87'
033400         MOVE 'S' TO WS-SW-ERRO
033500         GO TO 7100-BAIXAR-TERMINAIS-EXIT
033600     END-IF.
033700     IF SQLCODE = ZERO
033800         MOVE SQLERRD (3) TO WS-QTDE-BAIXADA
033900     END-IF.
034000     DISPLAY 'UORG0226 - TERMINAIS BAIXADOS NO INVENTARIO: '
034100         WS-QTDE-BAIXADA.
034200 7100-BAIXAR-TERMINAIS-EXIT.
034300     EXIT.
034400******************************************************************
034500*    8500-DECLARAR-CURSOR                                        *
034600*    EVENTOS DE SITUACAO E DE MUDANCA NA JANELA (MARCA, CORTE],  *
034700*    CRUZADOS COM OS TERMINAIS INSTALADOS DA UNIDADE             *
034800******************************************************************
034900 8500-DECLARAR-CURSOR           SECTION.
035000     EXEC SQL
035100         DECLARE CUR-UORG0226 CURSOR FOR
035200         SELECT E.CTPO_EVENTO, E.CMOTVO_EVENTO,
035300                CHAR(E.DEVENTO, ISO),
035400                U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ,
035500                COALESCE(U.CUND_ORGNZ, 0),
035600                COALESCE(U.IABREV_UND_ORGNZ, ' '),
035700                Q.NSEQ_EQUIP, COALESCE(Q.NSERIE_EQUIP, ' '),
035800                CHAR(Q.DINSTAL_EQUIP, ISO),
035900                E.CPRDIO_ORIG,
036000                COALESCE(E.CPRDIO_DEST, N.CPRDIO, 0)
036100           FROM (SELECT H.CPSSOA_JURID, H.NSEQ_UND_ORGNZ,
036200                        CASE WHEN H.CSIT_UND_ORGNZ_NOVO = 1
036300                             THEN 'I' ELSE 'R' END
036400                          AS CTPO_EVENTO,
036500                        CASE WHEN H.CSIT_UND_ORGNZ_NOVO = 0
036600                             THEN 'E'
036700                             WHEN H.CSIT_UND_ORGNZ_NOVO = 3
036800                             THEN 'S'
036900                             WHEN H.CSIT_UND_ORGNZ_ANT  = 3
037000                             THEN 'T'
037100                             ELSE 'A' END
037200                          AS CMOTVO_EVENTO,
037300                        DATE(H.HEVENTO_HIST) AS DEVENTO,
037400                        0 AS CPRDIO_ORIG,
037500                        CAST(NULL AS DECIMAL(7, 0))
037600                          AS CPRDIO_DEST,
037700                        H.HMANUT_REG AS HORDEM
037800                   FROM DB2PRD.TUND_ORGNZ_HIST H
037900                  WHERE H.HMANUT_REG >  :WS-MARCA-ANT
038000                    AND H.HMANUT_REG <= :WS-HCORTE
038100                    AND H.CSIT_UND_ORGNZ_NOVO IN (0, 1, 3)
038200                    AND H.CSIT_UND_ORGNZ_NOVO <>
038300                        COALESCE(H.CSIT_UND_ORGNZ_ANT, -1)
038400                 UNION ALL
038500                 SELECT M.CPSSOA_JURID, M.NSEQ_UND_ORGNZ,
038600                        'M', 'M', M.DEFETV_MUDAN,
038700                        COALESCE(M.CPRDIO_ORIG, 0),
038800                        M.CPRDIO_DEST, M.HEFETV_REG
038900                   FROM DB2PRD.TMUDAN_UND_ORGNZ M
039000                  WHERE M.CSIT_MUDAN  = 2
039100                    AND M.HEFETV_REG >  :WS-MARCA-ANT
039200                    AND M.HEFETV_REG <= :WS-HCORTE) E
039300           JOIN DB2PRD.TUND_ORGNZ U
039400             ON U.CPSSOA_JURID   = E.CPSSOA_JURID
039500            AND U.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
039600           JOIN DB2PRD.TEQUIP_UND_ORGNZ Q
039700             ON Q.CPSSOA_JURID   = E.CPSSOA_JURID
039800            AND Q.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
039900            AND Q.CTPO_EQUIP     = 1
040000            AND Q.CSIT_EQUIP     = 1
040100           LEFT OUTER JOIN DB2PRD.TENDRC_UND_ORGNZ N
040200             ON N.CPSSOA_JURID   = E.CPSSOA_JURID
040300            AND N.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
040400          ORDER BY E.HORDEM, U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ,
040500                   Q.NSEQ_EQUIP
040600     END-EXEC.
040700 8500-DECLARAR-CURSOR-EXIT.
040800     EXIT.
040900******************************************************************
041000*    9500-REGISTRAR-INICIO                                       *
041100*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
041200******************************************************************
041300 9500-REGISTRAR-INICIO          SECTION.
041400     MOVE 'I' TO UORGL043-FUNCTION.
041500     MOVE 'UORG0226' TO UORGL043-CPGM-BATCH.
041600     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
041700                  UORGL043-QTDE-REJEITADOS
041800                  UORGL043-CCOD-TERMINO.
041900     CALL 'UORG0043' USING UORGL043-PARMS.
042000     IF NOT UORGL043-OK
042100         DISPLAY 'UORG0226 - ERRO ' UORGL043-RETORNO
042200             ' NO REGISTRO DE INICIO DA EXECUCAO'
042300     END-IF.
042400 9500-REGISTRAR-INICIO-EXIT.
042500     EXIT.
042600******************************************************************
042700*    9600-REGISTRAR-FIM                                          *
042800*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
042900******************************************************************
043000 9600-REGISTRAR-FIM             SECTION.
043100     MOVE 'F' TO UORGL043-FUNCTION.
043200     MOVE WS-QTDE-GRAVADA TO UORGL043-QTDE-LIDOS
043300                             UORGL043-QTDE-GRAVADOS.
043400     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
043500     IF WS-HOUVE-ERRO
043600         MOVE ZERO TO UORGL043-QTDE-GRAVADOS
043700         MOVE 8 TO UORGL043-CCOD-TERMINO
043800     ELSE
043900         MOVE ZERO TO UORGL043-CCOD-TERMINO
044000     END-IF.
044100     CALL 'UORG0043' USING UORGL043-PARMS.
044200     IF NOT UORGL043-OK
044300         DISPLAY 'UORG0226 - ERRO ' UORGL043-RETORNO
044400             ' NO REGISTRO DE FIM DA EXECUCAO'
044500     END-IF.
044600     EXEC SQL
044700         COMMIT
044800     END-EXEC.
044900 9600-REGISTRAR-FIM-EXIT.
045000     EXIT.
