000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0225                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0225.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - CARGA DO INVENTARIO DE EQUIPAMENTOS   *
001600*                DE ATENDIMENTO DAS UNIDADES (UORGS225) EM       *
001700*                TEQUIP_UND_ORGNZ, MANTIDO DEPOIS NA UO87.       *
001800******************************************************************
001900*
002000*    FUNCAO: LE O ARQUIVO UORGS225 LEVANTADO PELAS UNIDADES E
002100*    GRAVA CADA EQUIPAMENTO EM TEQUIP_UND_ORGNZ, CHAVE UNIDADE +
002200*    NUMERO DO EQUIPAMENTO: O REENVIO DA MESMA CHAVE SUBSTITUI OS
002300*    DADOS, DE MODO QUE A CARGA INICIAL PODE SER REPETIDA PARA
002400*    CORRECOES. VALE AS MESMAS REGRAS DA UO87 (UORG0224): A
002500*    UNIDADE PRECISA EXISTIR E, SE ENCERRADA, SO RECEBE
002600*    EQUIPAMENTO RETIRADO; TIPO 1 A 3; O TERMINAL DE
002700*    AUTOATENDIMENTO EXIGE NUMERO DE SERIE E QUANTIDADE 1; O
002800*    NUMERO DE SERIE E UNICO DENTRO DO TIPO; QUANTIDADE MAIOR QUE
002900*    ZERO E DATA DE INSTALACAO VALIDA E NAO FUTURA. A RECEPCAO E
003000*    PRE-VALIDADA E CONFIRMADA PELA UORG0122, COM REFERENCIA NA
003100*    DATA DA CARGA. COMMIT A CADA WS-INTERVALO-CKPT GRAVACOES.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.         IBM-390.
003600 OBJECT-COMPUTER.         IBM-390.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT ARQ-UORGS225 ASSIGN TO UORGS225
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  ARQ-UORGS225
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600 01  ARQ-UORGS225-REG            PIC X(80).
004700 WORKING-STORAGE SECTION.
004800     EXEC SQL INCLUDE SQLCA END-EXEC.
004900 01  WS-SWITCHES.
005000     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
005100        88 WS-FIM-ARQUIVO             VALUE 'S'.
005200     05 WS-SW-ARQ-BLOQUEADO      PIC X(1) VALUE 'N'.
005300        88 WS-ARQ-BLOQUEADO           VALUE 'S'.
005400 01  WS-CONTADORES.
005500     05 WS-QTDE-GRAVADA          PIC S9(7) COMP VALUE ZERO.
005600     05 WS-QTDE-REJEITADA        PIC S9(7) COMP VALUE ZERO.
005700     05 WS-CONTADOR-CKPT         PIC S9(5) COMP VALUE ZERO.
005800     05 WS-QTDE-DETALHE          PIC S9(9) COMP VALUE ZERO.
005900 01  WS-CONSTANTES.
006000     05 WS-INTERVALO-CKPT        PIC S9(5) COMP VALUE 100.
006100 01  WS-AREA-TRABALHO.
006200     05 WS-DATA-HOJE             PIC 9(8).
006300     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
006400     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
006500     05 WS-NSEQ-EQUIP            PIC S9(4)V COMP-3.
006600     05 WS-CTPO-EQUIP            PIC S9(1)V COMP-3.
006700     05 WS-NSERIE-EQUIP          PIC X(20).
006800     05 WS-QEQUIP                PIC S9(4)V COMP-3.
006900     05 WS-DINSTAL-EQUIP         PIC X(10).
007000     05 WS-CSIT-EQUIP            PIC S9(1)V COMP-3.
007100     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
007200     05 WS-QTDE-SERIE            PIC S9(9) COMP.
007300     05 WS-DATA-VALIDADA         PIC X(10).
007400     05 WS-MOTIVO                PIC X(40).
007500     05 WS-IREFER-HEADER         PIC X(10).
007600     05 WS-NSEQ-RECEPC           PIC S9(9)V COMP-3.
007700 01  WS-INDICADORES.
007800     05 WS-IND-CSIT              PIC S9(4) COMP-5.
007900 COPY UORGS225.
008000 COPY UORGL122.
008100 COPY UORGL043.
008200 PROCEDURE DIVISION.
008300******************************************************************
008400*    0000-MAINLINE                                               *
008500******************************************************************
008600 0000-MAINLINE                  SECTION.
008700     PERFORM 9500-REGISTRAR-INICIO
008800         THRU 9500-REGISTRAR-INICIO-EXIT.
008900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
009000     PERFORM 0500-PRE-VALIDAR-RECEPCAO
009100         THRU 0500-PRE-VALIDAR-RECEPCAO-EXIT.
009200     IF WS-ARQ-BLOQUEADO
009300         PERFORM 9600-REGISTRAR-FIM
009400             THRU 9600-REGISTRAR-FIM-EXIT
009500         GOBACK
009600     END-IF.
009700     OPEN INPUT ARQ-UORGS225.
009800     PERFORM 8000-LER-ARQUIVO
009900         THRU 8000-LER-ARQUIVO-EXIT.
010000     PERFORM 2000-PROCESSAR-EQUIP
010100         THRU 2000-PROCESSAR-EQUIP-EXIT
010200         UNTIL WS-FIM-ARQUIVO.
010300     EXEC SQL
010400         COMMIT
010500     END-EXEC.
010600     CLOSE ARQ-UORGS225.
010700     DISPLAY 'UORG0225 - EQUIPAMENTOS GRAVADOS: ' WS-QTDE-GRAVADA
010800         ' REJEITADOS: ' WS-QTDE-REJEITADA.
010900     PERFORM 7500-CONFIRMAR-RECEPCAO
011000         THRU 7500-CONFIRMAR-RECEPCAO-EXIT.
011100     PERFORM 9600-REGISTRAR-FIM
011200         THRU 9600-REGISTRAR-FIM-EXIT.
011300     GOBACK.
011400 0000-MAINLINE-EXIT.
011500     EXIT.
011600******************************************************************
011700*    0500-PRE-VALIDAR-RECEPCAO                                   *
011800*    CONTA OS DETALHES E SUBMETE A RECEPCAO A UORG0122 ANTES DE  *
011900*    APLICAR; A REFERENCIA E A DATA DA CARGA                     *
012000******************************************************************
012100 0500-PRE-VALIDAR-RECEPCAO      SECTION.
012200     OPEN INPUT ARQ-UORGS225.
012300     PERFORM 0600-CONTAR-REGISTRO
012400         THRU 0600-CONTAR-REGISTRO-EXIT
012500         UNTIL WS-FIM-ARQUIVO.
012600     CLOSE ARQ-UORGS225.
012700     MOVE WS-DATA-HOJE TO WS-IREFER-HEADER.
012800     MOVE 'V' TO UORGL122-FUNCTION.
012900     MOVE 'UORGS225' TO UORGL122-CINTERF.
013000     MOVE WS-IREFER-HEADER TO UORGL122-IREFER-HEADER.
013100     MOVE WS-QTDE-DETALHE TO UORGL122-QREG-DETALHE
013200                             UORGL122-QTOTAL-TRAILER.
013300     MOVE SPACES TO UORGL122-CINTERF-REFER.
013400     MOVE ZERO TO UORGL122-NSEQ-GER-REFER.
013500     MOVE 'UORG0225' TO UORGL122-CUSUAR.
013600     CALL 'UORG0122' USING UORGL122-PARMS.
013700     EXEC SQL
013800         COMMIT
013900     END-EXEC.
014000     IF NOT UORGL122-OK
014100         DISPLAY 'UORG0225 - ARQUIVO EM QUARENTENA, RETORNO '
014200             UORGL122-RETORNO ' (VIDE UORG0123)'
014300         MOVE 'S' TO WS-SW-ARQ-BLOQUEADO
014400         GO TO 0500-PRE-VALIDAR-RECEPCAO-EXIT
014500     END-IF.
014600     MOVE UORGL122-NSEQ-RECEPC TO WS-NSEQ-RECEPC.
014700     MOVE ZERO TO WS-QTDE-DETALHE.
014800     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
014900 0500-PRE-VALIDAR-RECEPCAO-EXIT.
015000     EXIT.
015100******************************************************************
015200*    0600-CONTAR-REGISTRO                                        *
015300******************************************************************
015400 0600-CONTAR-REGISTRO           SECTION.
015500     READ ARQ-UORGS225 INTO UORGS225-REGISTRO
015600         AT END
015700             MOVE 'S' TO WS-SW-FIM-ARQUIVO
015800             GO TO 0600-CONTAR-REGISTRO-EXIT
015900     END-READ.
016000     ADD 1 TO WS-QTDE-DETALHE.
016100 0600-CONTAR-REGISTRO-EXIT.
016200     EXIT.
016300******************************************************************
016400*    2000-PROCESSAR-EQUIP                                        *
016500******************************************************************
016600 2000-PROCESSAR-EQUIP           SECTION.
016700     MOVE SPACES TO WS-MOTIVO.
016800     PERFORM 3000-VALIDAR-EQUIP
016900         THRU 3000-VALIDAR-EQUIP-EXIT.
017000     IF WS-MOTIVO NOT = SPACES
017100         DISPLAY 'UORG0225 - ' WS-MOTIVO ': '
017200             UORGS225-CPSSOA-JURID '/' UORGS225-NSEQ-UND-ORGNZ
017300             ' EQUIP ' UORGS225-NSEQ-EQUIP
017400         ADD 1 TO WS-QTDE-REJEITADA
017500         GO TO 2000-PROCESSAR-EQUIP-LER
017600     END-IF.
017700     PERFORM 4000-GRAVAR-EQUIP
017800         THRU 4000-GRAVAR-EQUIP-EXIT.
017900     IF SQLCODE = ZERO
018000         ADD 1 TO WS-QTDE-GRAVADA
018100         PERFORM 6000-CHECKPOINT
018200             THRU 6000-CHECKPOINT-EXIT
018300     ELSE
018400         DISPLAY 'UORG0225 - ERRO SQLCODE=' SQLCODE
018500             ' NA GRAVACAO DO EQUIPAMENTO '
018600             UORGS225-CPSSOA-JURID '/' UORGS225-NSEQ-UND-ORGNZ
018700             ' EQUIP ' UORGS225-NSEQ-EQUIP
018800         ADD 1 TO WS-QTDE-REJEITADA
018900     END-IF.
019000 2000-PROCESSAR-EQUIP-LER.
019100     PERFORM 8000-LER-ARQUIVO
019200         THRU 8000-LER-ARQUIVO-EXIT.
019300 2000-PROCESSAR-EQUIP-EXIT.
019400     EXIT.
019500******************************************************************
019600*    3000-VALIDAR-EQUIP                                          *
019700*    MESMAS REGRAS DA MANUTENCAO ONLINE (UORG0224)               *
019800******************************************************************
019900 3000-VALIDAR-EQUIP             SECTION.
020000     IF UORGS225-CPSSOA-JURID IS NOT NUMERIC
020100         OR UORGS225-NSEQ-UND-ORGNZ IS NOT NUMERIC
020200         OR UORGS225-NSEQ-EQUIP IS NOT NUMERIC
020300         OR UORGS225-CTPO-EQUIP IS NOT NUMERIC
020400         OR UORGS225-QEQUIP IS NOT NUMERIC
020500         OR UORGS225-DINSTAL-EQUIP IS NOT NUMERIC
020600         OR UORGS225-CSIT-EQUIP IS NOT NUMERIC
020700         MOVE 'CAMPO INVALIDO, REGISTRO REJEITADO' TO WS-MOTIVO
020800         GO TO 3000-VALIDAR-EQUIP-EXIT
020900     END-IF.
021000     IF UORGS225-NSEQ-EQUIP = ZERO
021100         MOVE 'NUMERO DO EQUIPAMENTO ZERADO' TO WS-MOTIVO
021200         GO TO 3000-VALIDAR-EQUIP-EXIT
021300     END-IF.
021400     IF NOT UORGS225-TIPO-VALIDO
021500         MOVE 'TIPO DE EQUIPAMENTO INVALIDO' TO WS-MOTIVO
021600         GO TO 3000-VALIDAR-EQUIP-EXIT
021700     END-IF.
021800     IF NOT UORGS225-SIT-VALIDA
021900         MOVE 'SITUACAO DO EQUIPAMENTO INVALIDA' TO WS-MOTIVO
022000         GO TO 3000-VALIDAR-EQUIP-EXIT
022100     END-IF.
022200     IF UORGS225-QEQUIP = ZERO
022300         MOVE 'QUANTIDADE ZERADA' TO WS-MOTIVO
022400         GO TO 3000-VALIDAR-EQUIP-EXIT
022500     END-IF.
022600     IF UORGS225-TERMINAL
022700         AND (UORGS225-NSERIE-EQUIP = SPACES
022800              OR UORGS225-QEQUIP NOT = 1)
022900         MOVE 'TERMINAL SEM SERIE OU QUANTIDADE DIFERENTE DE 1'
023000             TO WS-MOTIVO
023100         GO TO 3000-VALIDAR-EQUIP-EXIT
023200     END-IF.
023300     MOVE UORGS225-CPSSOA-JURID TO WS-CPSSOA-JURID.
023400     MOVE UORGS225-NSEQ-UND-ORGNZ TO WS-NSEQ-UND-ORGNZ.
023500     MOVE UORGS225-NSEQ-EQUIP TO WS-NSEQ-EQUIP.
023600     MOVE UORGS225-CTPO-EQUIP TO WS-CTPO-EQUIP.
023700     MOVE UORGS225-NSERIE-EQUIP TO WS-NSERIE-EQUIP.
023800     MOVE UORGS225-QEQUIP TO WS-QEQUIP.
023900     MOVE UORGS225-CSIT-EQUIP TO WS-CSIT-EQUIP.
024000     MOVE SPACES TO WS-DINSTAL-EQUIP.
024100     STRING UORGS225-DINSTAL-EQUIP (1:4) '-'
024200            UORGS225-DINSTAL-EQUIP (5:2) '-'
024300            UORGS225-DINSTAL-EQUIP (7:2)
024400            DELIMITED BY SIZE INTO WS-DINSTAL-EQUIP.
024500     EXEC SQL
024600         SELECT CHAR(DATE(:WS-DINSTAL-EQUIP), ISO)
024700           INTO :WS-DATA-VALIDADA
024800           FROM SYSIBM.SYSDUMMY1
024900          WHERE DATE(:WS-DINSTAL-EQUIP) <= CURRENT DATE
025000     END-EXEC.
025100     IF SQLCODE NOT = ZERO
025200         MOVE 'DATA DE INSTALACAO INVALIDA OU FUTURA' TO WS-MOTIVO
025300         GO TO 3000-VALIDAR-EQUIP-EXIT
025400     END-IF.
025500     EXEC SQL
025600         SELECT CSIT_UND_ORGNZ
025700           INTO :WS-CSIT-UND-ORGNZ:WS-IND-CSIT
025800           FROM DB2PRD.TUND_ORGNZ
025900          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
026000            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
026100     END-EXEC.
026200     IF SQLCODE NOT = ZERO
026300         MOVE 'UNIDADE INEXISTENTE' TO WS-MOTIVO
026400         GO TO 3000-VALIDAR-EQUIP-EXIT
026500     END-IF.
026600     IF WS-IND-CSIT < ZERO
026700         MOVE ZERO TO WS-CSIT-UND-ORGNZ
026800     END-IF.
026900     IF WS-CSIT-UND-ORGNZ = ZERO
027000         AND WS-CSIT-EQUIP = 1
027100         MOVE 'EQUIPAMENTO INSTALADO EM UNIDADE ENCERRADA'
027200             TO WS-MOTIVO
027300         GO TO 3000-VALIDAR-EQUIP-EXIT
027400     END-IF.
027500     IF WS-NSERIE-EQUIP = SPACES
027600         GO TO 3000-VALIDAR-EQUIP-EXIT
027700     END-IF.
027800     EXEC SQL
027900         SELECT COUNT(*)
028000           INTO :WS-QTDE-SERIE
028100           FROM DB2PRD.TEQUIP_UND_ORGNZ
028200          WHERE CTPO_EQUIP   = :WS-CTPO-EQUIP
028300            AND NSERIE_EQUIP = :WS-NSERIE-EQUIP
028400            AND NOT (CPSSOA_JURID   = :WS-CPSSOA-JURID
028500                 AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
028600                 AND NSEQ_EQUIP     = :WS-NSEQ-EQUIP)
028700     END-EXEC.
028800     IF SQLCODE NOT = ZERO OR WS-QTDE-SERIE > ZERO
028900         MOVE 'NUMERO DE SERIE JA CADASTRADO' TO WS-MOTIVO
029000     END-IF.
029100 3000-VALIDAR-EQUIP-EXIT.
029200     EXIT.
029300******************************************************************
029400*    4000-GRAVAR-EQUIP                                           *
029500*    ALTERA O EQUIPAMENTO JA CARREGADO OU INCLUI                 *
029600******************************************************************
029700 4000-GRAVAR-EQUIP              SECTION.
029800     EXEC SQL
029900         UPDATE DB2PRD.TEQUIP_UND_ORGNZ
030000            SET CTPO_EQUIP    = :WS-CTPO-EQUIP,
030100                NSERIE_EQUIP  = NULLIF(:WS-NSERIE-EQUIP, ' '),
030200                QEQUIP        = :WS-QEQUIP,
030300                DINSTAL_EQUIP = DATE(:WS-DINSTAL-EQUIP),
030400                CSIT_EQUIP    = :WS-CSIT-EQUIP,
030500                CUSUAR_MANUT  = 'UORG0225',
030600                HMANUT_REG    = CURRENT TIMESTAMP
030700          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
030800            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
030900            AND NSEQ_EQUIP     = :WS-NSEQ-EQUIP
031000     END-EXEC.
031100     IF SQLCODE = 100
031200         EXEC SQL
031300             INSERT INTO DB2PRD.TEQUIP_UND_ORGNZ
031400                    (CPSSOA_JURID, NSEQ_UND_ORGNZ, NSEQ_EQUIP,
031500                     CTPO_EQUIP, NSERIE_EQUIP, QEQUIP,
031600                     DINSTAL_EQUIP, CSIT_EQUIP,
031700                     CUSUAR_INCL, HINCL_REG)
031800             VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
031900                     :WS-NSEQ-EQUIP, :WS-CTPO-EQUIP,
032000                     NULLIF(:WS-NSERIE-EQUIP, ' '), :WS-QEQUIP,
032100                     DATE(:WS-DINSTAL-EQUIP), :WS-CSIT-EQUIP,
032200                     'UORG0225', CURRENT TIMESTAMP)
032300         END-EXEC
032400     END-IF.
032500 4000-GRAVAR-EQUIP-EXIT.
032600     EXIT.
032700******************************************************************
032800*    6000-CHECKPOINT                                             *
032900******************************************************************
033000 6000-CHECKPOINT                SECTION.
033100     ADD 1 TO WS-CONTADOR-CKPT.
033200     IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
033300         EXEC SQL
033400             COMMIT
033500         END-EXEC
033600         MOVE ZERO TO WS-CONTADOR-CKPT
033700     END-IF.
033800 6000-CHECKPOINT-EXIT.
033900     EXIT.
034000******************************************************************
034100*    7500-CONFIRMAR-RECEPCAO                                     *
034200******************************************************************
034300 7500-CONFIRMAR-RECEPCAO        SECTION.
034400     MOVE 'C' TO UORGL122-FUNCTION.
034500     MOVE 'UORGS225' TO UORGL122-CINTERF.
034600     MOVE WS-NSEQ-RECEPC TO UORGL122-NSEQ-RECEPC.
034700     CALL 'UORG0122' USING UORGL122-PARMS.
034800     IF NOT UORGL122-OK
034900         DISPLAY 'UORG0225 - ERRO ' UORGL122-RETORNO
035000             ' NA CONFIRMACAO DA RECEPCAO'
035100     END-IF.
035200     EXEC SQL
035300         COMMIT
035400     END-EXEC.
035500 7500-CONFIRMAR-RECEPCAO-EXIT.
035600     EXIT.
035700******************************************************************
035800*    8000-LER-ARQUIVO                                            *
035900******************************************************************
036000 8000-LER-ARQUIVO               SECTION.
036100     READ ARQ-UORGS225 INTO UORGS225-REGISTRO
036200         AT END
036300             MOVE 'S' TO WS-SW-FIM-ARQUIVO
036400     END-READ.
036500 8000-LER-ARQUIVO-EXIT.
036600     EXIT.
036700******************************************************************
036800*    9500-REGISTRAR-INICIO                                       *
036900*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
037000******************************************************************
037100 9500-REGISTRAR-INICIO          SECTION.
037200     MOVE 'I' TO UORGL043-FUNCTION.
037300     MOVE 'UORG0225' TO UORGL043-CPGM-BATCH.
037400     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
037500                  UORGL043-QTDE-REJEITADOS
037600                  UORGL043-CCOD-TERMINO.
037700     CALL 'UORG0043' USING UORGL043-PARMS.
037800     IF NOT UORGL043-OK
037900         DISPLAY 'UORG0225 - ERRO ' UORGL043-RETORNO
038000             ' NO REGISTRO DE INICIO DA EXECUCAO'
038100     END-IF.
038200 9500-REGISTRAR-INICIO-EXIT.
038300     EXIT.
038400******************************************************************
038500*    9600-REGISTRAR-FIM                                          *
038600*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
038700******************************************************************
038800 9600-REGISTRAR-FIM             SECTION.
038900     MOVE 'F' TO UORGL043-FUNCTION.
039000     COMPUTE UORGL043-QTDE-LIDOS =
039100         WS-QTDE-GRAVADA + WS-QTDE-REJEITADA.
039200     MOVE WS-QTDE-GRAVADA TO UORGL043-QTDE-GRAVADOS.
039300     MOVE WS-QTDE-REJEITADA TO UORGL043-QTDE-REJEITADOS.
039400     IF WS-ARQ-BLOQUEADO
039500         MOVE 8 TO UORGL043-CCOD-TERMINO
039600     ELSE
039700         MOVE ZERO TO UORGL043-CCOD-TERMINO
039800     END-IF.
039900     CALL 'UORG0043' USING UORGL043-PARMS.
040000     IF NOT UORGL043-OK
040100         DISPLAY 'UORG0225 - ERRO ' UORGL043-RETORNO
040200             ' NO REGISTRO DE FIM DA EXECUCAO'
040300     END-IF.
040400     EXEC SQL
040500         COMMIT
040600     END-EXEC.
040700 9600-REGISTRAR-FIM-EXIT.
040800     EXIT.
