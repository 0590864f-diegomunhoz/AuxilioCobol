000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0211                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0211.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - CARGA MENSAL DO ITINERARIO DAS        *
001600*                UNIDADES ITINERANTES (UORGS211) EM              *
001700*                TITNER_UND_ORGNZ, VALIDADO CONTRA TMUNIC_IBGE E *
001800*                TCALND_FERD, COM LISTA DE EXCECAO.              *
001900******************************************************************
002000*
002100*    FUNCAO: PASSADA PREVIA E RECEPCAO DO ARQUIVO PELO SERVICO
002200*    COMUM UORG0122 (TRAILER E RETRANSMISSAO; A REFERENCIA DO
002300*    HEADER E O MES AAAAMM MAIS A VERSAO, DE MODO QUE UM
002400*    ITINERARIO CORRIGIDO E REENVIADO COM NOVA VERSAO). O ARQUIVO
002500*    TRAZ O ITINERARIO COMPLETO DO MES DE TODAS AS UNIDADES
002600*    ITINERANTES: ACEITA A RECEPCAO, AS PARADAS DO MES DE
002700*    REFERENCIA SAO SUBSTITUIDAS PELAS DO ARQUIVO. CADA PARADA
002800*    DEVE TER:
002900*    - DATA VALIDA DENTRO DO MES DE REFERENCIA;
003000*    - UNIDADE EXISTENTE E ATIVA (CSIT_UND_ORGNZ = 1);
003100*    - MUNICIPIO CADASTRADO EM TMUNIC_IBGE;
003200*    - DATA QUE NAO SEJA FERIADO NACIONAL ('**') NEM DA UF DO
003300*      MUNICIPIO DA PARADA (TCALND_FERD);
003400*    - ENDERECO DA PARADA INFORMADO;
003500*    - HORARIO HHMM VALIDO COM INICIO ANTERIOR AO FIM;
003600*    - NO MAXIMO UMA PARADA POR UNIDADE NA DATA.
003700*    PARADA RECUSADA SAI NA LISTA DE EXCECAO UORGR211 COM O
003800*    MOTIVO. O ITINERARIO ALIMENTA O RELATORIO SEMANAL UORG0212 E
003900*    A COBERTURA PARCIAL DA ANALISE DE COBERTURA (UORG0128).
004000*    COMMIT AO FINAL; HEADER INVALIDO TERMINA COM CODIGO 8 SEM
004100*    ATUALIZAR NADA.
004200*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.         IBM-390.
004600 OBJECT-COMPUTER.         IBM-390.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT ENT-UORGS211 ASSIGN TO UORGS211
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT REL-UORGR211 ASSIGN TO UORGR211
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ENT-UORGS211
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  ENT-UORGS211-REG            PIC X(100).
005900 FD  REL-UORGR211
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  REL-UORGR211-REG            PIC X(133).
006300 WORKING-STORAGE SECTION.
006400     EXEC SQL INCLUDE SQLCA END-EXEC.
006500 01  WS-SWITCHES.
006600     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
006700        88 WS-FIM-ARQUIVO             VALUE 'S'.
006800     05 WS-SW-ARQ-BLOQUEADO      PIC X(1) VALUE 'N'.
006900        88 WS-ARQ-BLOQUEADO           VALUE 'S'.
007000 01  WS-CONTADORES.
007100     05 WS-QTDE-DETALHE          PIC S9(9) COMP VALUE ZERO.
007200     05 WS-QTDE-TRAILER          PIC 9(9) VALUE ZERO.
007300     05 WS-QTDE-GRAVADA          PIC S9(9) COMP VALUE ZERO.
007400     05 WS-QTDE-RECUSADA         PIC S9(9) COMP VALUE ZERO.
007500     05 WS-QTDE-EXCLUIDA         PIC S9(9) COMP VALUE ZERO.
007600 01  WS-AREA-TRABALHO.
007700     05 WS-AAAAMM-REF            PIC 9(6) VALUE ZERO.
007800     05 WS-AAAAMM-REF-R REDEFINES WS-AAAAMM-REF.
007900        10 WS-ANO-REF            PIC 9(4).
008000        10 WS-MES-REF            PIC 9(2).
008100     05 WS-IREFER-HEADER         PIC X(10).
008200     05 WS-DINIC-MES             PIC X(10).
008300     05 WS-DPARADA               PIC X(10).
008400     05 WS-NSEQ-RECEPC           PIC S9(9)V COMP-3.
008500     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
008600     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
008700     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
008800     05 WS-CMUNIC-IBGE           PIC S9(7)V COMP-3.
008900     05 WS-CUF-MUNIC             PIC X(2).
009000     05 WS-IENDRC-PARADA         PIC X(40).
009100     05 WS-HINIC-ATND            PIC S9(4)V COMP-3.
009200     05 WS-HFIM-ATND             PIC S9(4)V COMP-3.
009300     05 WS-QTDE-FERIADO          PIC S9(4) COMP.
009400     05 WS-CUSUARIO              PIC X(9) VALUE 'UORG0211'.
009500 01  WS-INDICADORES.
009600     05 WS-IND-CSIT              PIC S9(4) COMP-5.
009700 COPY UORGS211.
009800 COPY UORGR211.
009900 COPY UORGL043.
010000 COPY UORGL122.
010100 PROCEDURE DIVISION.
010200******************************************************************
010300*    0000-MAINLINE                                               *
010400******************************************************************
010500 0000-MAINLINE                  SECTION.
010600     PERFORM 9500-REGISTRAR-INICIO
010700         THRU 9500-REGISTRAR-INICIO-EXIT.
010800     PERFORM 0500-PRE-VALIDAR-RECEPCAO
010900         THRU 0500-PRE-VALIDAR-RECEPCAO-EXIT.
011000     IF WS-ARQ-BLOQUEADO
011100         PERFORM 9600-REGISTRAR-FIM
011200             THRU 9600-REGISTRAR-FIM-EXIT
011300         GOBACK
011400     END-IF.
011500     PERFORM 1000-ABRIR-ARQUIVOS
011600         THRU 1000-ABRIR-ARQUIVOS-EXIT.
011700     PERFORM 2000-PROCESSAR-PARADA
011800         THRU 2000-PROCESSAR-PARADA-EXIT
011900         UNTIL WS-FIM-ARQUIVO.
012000     PERFORM 7000-ENCERRAR
012100         THRU 7000-ENCERRAR-EXIT.
012200     PERFORM 7500-CONFIRMAR-RECEPCAO
012300         THRU 7500-CONFIRMAR-RECEPCAO-EXIT.
012400     PERFORM 9600-REGISTRAR-FIM
012500         THRU 9600-REGISTRAR-FIM-EXIT.
012600     GOBACK.
012700******************************************************************
012800*    0500-PRE-VALIDAR-RECEPCAO                                  *
012900*    CONTA O ARQUIVO, CONFERE O MES DE REFERENCIA DO HEADER E   *
013000*    SUBMETE A RECEPCAO A UORG0122                              *
013100******************************************************************
013200 0500-PRE-VALIDAR-RECEPCAO      SECTION.
013300     OPEN INPUT ENT-UORGS211.
013400     MOVE SPACES TO WS-IREFER-HEADER.
013500     PERFORM 0600-CONTAR-REGISTRO
013600         THRU 0600-CONTAR-REGISTRO-EXIT
013700         UNTIL WS-FIM-ARQUIVO.
013800     CLOSE ENT-UORGS211.
013900     IF WS-AAAAMM-REF = ZERO
014000        OR WS-MES-REF < 1 OR WS-MES-REF > 12
014100         DISPLAY 'UORG0211 - HEADER AUSENTE OU MES DE REFERENCIA '
014200             'INVALIDO: ' WS-IREFER-HEADER
014300         MOVE 'S' TO WS-SW-ARQ-BLOQUEADO
014400         GO TO 0500-PRE-VALIDAR-RECEPCAO-EXIT
014500     END-IF.
014600     MOVE 'V' TO UORGL122-FUNCTION.
014700     MOVE 'UORGS211' TO UORGL122-CINTERF.
014800     MOVE WS-IREFER-HEADER TO UORGL122-IREFER-HEADER.
014900     MOVE WS-QTDE-DETALHE TO UORGL122-QREG-DETALHE.
015000     MOVE WS-QTDE-TRAILER TO UORGL122-QTOTAL-TRAILER.
015100     MOVE SPACES TO UORGL122-CINTERF-REFER.
015200     MOVE ZERO TO UORGL122-NSEQ-GER-REFER.
015300     MOVE WS-CUSUARIO TO UORGL122-CUSUAR.
015400     CALL 'UORG0122' USING UORGL122-PARMS.
015500     EXEC SQL
015600         COMMIT
015700     END-EXEC.
015800     IF NOT UORGL122-OK
015900         DISPLAY 'UORG0211 - ARQUIVO EM QUARENTENA, RETORNO '
016000             UORGL122-RETORNO ' (VIDE UORG0123)'
016100         MOVE 'S' TO WS-SW-ARQ-BLOQUEADO
016200         GO TO 0500-PRE-VALIDAR-RECEPCAO-EXIT
016300     END-IF.
016400     MOVE UORGL122-NSEQ-RECEPC TO WS-NSEQ-RECEPC.
016500     MOVE SPACES TO WS-DINIC-MES.
016600     STRING WS-ANO-REF '-' WS-MES-REF '-01'
016700            DELIMITED BY SIZE INTO WS-DINIC-MES.
016800     MOVE ZERO TO WS-QTDE-DETALHE WS-QTDE-TRAILER.
016900     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
017000 0500-PRE-VALIDAR-RECEPCAO-EXIT.
017100     EXIT.
017200******************************************************************
017300*    0600-CONTAR-REGISTRO                                       *
017400******************************************************************
017500 0600-CONTAR-REGISTRO           SECTION.
017600     READ ENT-UORGS211 INTO UORGS211-REGISTRO
017700         AT END
017800             MOVE 'S' TO WS-SW-FIM-ARQUIVO
017900             GO TO 0600-CONTAR-REGISTRO-EXIT
018000     END-READ.
018100     EVALUATE TRUE
018200         WHEN UORGS211-REG-HEADER
018300             STRING UORGS211-HDR-AAAAMM-REF '-'
018400                    UORGS211-HDR-NVERSAO
018500                    DELIMITED BY SIZE INTO WS-IREFER-HEADER
018600             IF UORGS211-HDR-AAAAMM-REF IS NUMERIC
018700                 MOVE UORGS211-HDR-AAAAMM-REF TO WS-AAAAMM-REF
018800             END-IF
018900         WHEN UORGS211-REG-TRAILER
019000             MOVE UORGS211-TRL-QTDE-REGS TO WS-QTDE-TRAILER
019100         WHEN UORGS211-REG-DETALHE
019200             ADD 1 TO WS-QTDE-DETALHE
019300         WHEN OTHER
019400             CONTINUE
019500     END-EVALUATE.
019600 0600-CONTAR-REGISTRO-EXIT.
019700     EXIT.
019800******************************************************************
019900*    1000-ABRIR-ARQUIVOS                                        *
020000*    ABRE OS ARQUIVOS E RETIRA AS PARADAS JA CARREGADAS PARA O  *
020100*    MES DE REFERENCIA, QUE O ARQUIVO SUBSTITUI POR INTEIRO     *
020200******************************************************************
020300 1000-ABRIR-ARQUIVOS            SECTION.
020400     OPEN INPUT ENT-UORGS211.
020500     OPEN OUTPUT REL-UORGR211.
020600     MOVE SPACES TO UORGR211-LINHA.
020700     MOVE '1' TO UORGR211-CTL-IMPRESSAO.
020800     MOVE 'PARADAS DO ITINERARIO RECUSADAS NA CARGA MENSAL'
020900         TO UORGR211-TIT-TEXTO.
021000     WRITE REL-UORGR211-REG FROM UORGR211-LINHA.
021100     MOVE SPACES TO UORGR211-LINHA.
021200     MOVE '0' TO UORGR211-CTL-IMPRESSAO.
021300     MOVE 'CONGLOMER / UNIDADE / DATA / MUNIC / ENDERECO / MOTIVO'
021400         TO UORGR211-TIT-TEXTO.
021500     WRITE REL-UORGR211-REG FROM UORGR211-LINHA.
021600     MOVE SPACES TO UORGR211-LINHA.
021700     EXEC SQL
021800         DELETE FROM DB2PRD.TITNER_UND_ORGNZ
021900          WHERE DPARADA_ITNER >= DATE(:WS-DINIC-MES)
022000            AND DPARADA_ITNER <  DATE(:WS-DINIC-MES) + 1 MONTH
022100     END-EXEC.
022200     IF SQLCODE = ZERO
022300         MOVE SQLERRD (3) TO WS-QTDE-EXCLUIDA
022400     ELSE
022500     IF SQLCODE NOT = 100
022600         DISPLAY 'UORG0211 - ERRO SQLCODE=' SQLCODE
022700             ' NA EXCLUSAO DO ITINERARIO ANTERIOR'
022800     END-IF
022900     END-IF.
023000     PERFORM 8000-LER-ITINERARIO
023100         THRU 8000-LER-ITINERARIO-EXIT.
023200 1000-ABRIR-ARQUIVOS-EXIT.
023300     EXIT.
023400******************************************************************
023500*    2000-PROCESSAR-PARADA                                      *
023600*    VALIDA A PARADA E A GRAVA NO ITINERARIO                    *
023700******************************************************************
023800 2000-PROCESSAR-PARADA          SECTION.
023900     IF NOT UORGS211-REG-DETALHE
024000         GO TO 2000-PROCESSAR-PARADA-LER
024100     END-IF.
024200     ADD 1 TO WS-QTDE-DETALHE.
024300     IF UORGS211-CPSSOA-JURID IS NOT NUMERIC
024400         OR UORGS211-NSEQ-UND-ORGNZ IS NOT NUMERIC
024500         OR UORGS211-DPARADA IS NOT NUMERIC
024600         OR UORGS211-CMUNIC-IBGE IS NOT NUMERIC
024700         OR UORGS211-HINIC-ATND IS NOT NUMERIC
024800         OR UORGS211-HFIM-ATND IS NOT NUMERIC
024900         MOVE 'DETALHE INVALIDO NO ARQUIVO' TO UORGR211-MOTIVO
025000         GO TO 2000-PROCESSAR-PARADA-RECUSAR
025100     END-IF.
025200     IF UORGS211-DPARADA-AAAAMM NOT = WS-AAAAMM-REF
025300         MOVE 'DATA FORA DO MES DE REFERENCIA' TO UORGR211-MOTIVO
025400         GO TO 2000-PROCESSAR-PARADA-RECUSAR
025500     END-IF.
025600     MOVE SPACES TO WS-DPARADA.
025700     STRING WS-ANO-REF '-' WS-MES-REF '-' UORGS211-DPARADA-DIA
025800            DELIMITED BY SIZE INTO WS-DPARADA.
025900     EXEC SQL
026000         SELECT CHAR(DATE(:WS-DPARADA), ISO)
026100           INTO :WS-DPARADA
026200           FROM SYSIBM.SYSDUMMY1
026300     END-EXEC.
026400     IF SQLCODE NOT = ZERO
026500         MOVE 'DATA DA PARADA INVALIDA' TO UORGR211-MOTIVO
026600         GO TO 2000-PROCESSAR-PARADA-RECUSAR
026700     END-IF.
026800     IF UORGS211-HINIC-HORA > 23 OR UORGS211-HINIC-MIN > 59
026900         OR UORGS211-HFIM-HORA > 23 OR UORGS211-HFIM-MIN > 59
027000         OR UORGS211-HINIC-ATND NOT < UORGS211-HFIM-ATND
027100         MOVE 'HORARIO DE ATENDIMENTO INVALIDO' TO UORGR211-MOTIVO
027200         GO TO 2000-PROCESSAR-PARADA-RECUSAR
027300     END-IF.
027400     IF UORGS211-IENDRC-PARADA = SPACES
027500         MOVE 'ENDERECO DA PARADA NAO INFORMADO'
027600             TO UORGR211-MOTIVO
027700         GO TO 2000-PROCESSAR-PARADA-RECUSAR
027800     END-IF.
027900     MOVE UORGS211-CPSSOA-JURID TO WS-CPSSOA-JURID.
028000     MOVE UORGS211-NSEQ-UND-ORGNZ TO WS-NSEQ-UND-ORGNZ.
028100     MOVE UORGS211-CMUNIC-IBGE TO WS-CMUNIC-IBGE.
028200     MOVE UORGS211-IENDRC-PARADA TO WS-IENDRC-PARADA.
028300     MOVE UORGS211-HINIC-ATND TO WS-HINIC-ATND.
028400     MOVE UORGS211-HFIM-ATND TO WS-HFIM-ATND.
028500     EXEC SQL
028600         SELECT CSIT_UND_ORGNZ
028700           INTO :WS-CSIT-UND-ORGNZ:WS-IND-CSIT
028800           FROM DB2PRD.TUND_ORGNZ
028900          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
029000            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
029100     END-EXEC.
029200     IF SQLCODE = 100
029300         MOVE 'UNIDADE NAO CADASTRADA' TO UORGR211-MOTIVO
029400         GO TO 2000-PROCESSAR-PARADA-RECUSAR
029500     END-IF.
029600     IF SQLCODE NOT = ZERO
029700         DISPLAY 'UORG0211 - ERRO SQLCODE=' SQLCODE
029800             ' NA CONSULTA DA UNIDADE'
029900         MOVE 'ERRO NA CONSULTA DA UNIDADE' TO UORGR211-MOTIVO
030000         GO TO 2000-PROCESSAR-PARADA-RECUSAR
030100     END-IF.
030200     IF WS-IND-CSIT < ZERO
030300         MOVE ZERO TO WS-CSIT-UND-ORGNZ
030400     END-IF.
030500     IF WS-CSIT-UND-ORGNZ NOT = 1
030600         MOVE 'UNIDADE NAO ATIVA' TO UORGR211-MOTIVO
030700         GO TO 2000-PROCESSAR-PARADA-RECUSAR
030800     END-IF.
030900     EXEC SQL
031000         SELECT CUF_MUNIC
031100           INTO :WS-CUF-MUNIC
031200           FROM DB2PRD.TMUNIC_IBGE
031300          WHERE CMUNIC_IBGE = :WS-CMUNIC-IBGE
031400     END-EXEC.
031500     IF SQLCODE = 100
031600         MOVE 'MUNICIPIO NAO CADASTRADO NO IBGE'
031700             TO UORGR211-MOTIVO
031800         GO TO 2000-PROCESSAR-PARADA-RECUSAR
031900     END-IF.
032000     IF SQLCODE NOT = ZERO
032100         DISPLAY 'UORG0211 - ERRO SQLCODE=' SQLCODE
032200             ' NA CONSULTA DO MUNICIPIO'
032300         MOVE 'ERRO NA CONSULTA DO MUNICIPIO' TO UORGR211-MOTIVO
032400         GO TO 2000-PROCESSAR-PARADA-RECUSAR
032500     END-IF.
032600     EXEC SQL
032700         SELECT COUNT(*)
032800           INTO :WS-QTDE-FERIADO
032900           FROM DB2PRD.TCALND_FERD
033000          WHERE DFERD = DATE(:WS-DPARADA)
033100            AND (CUF_FERD = '**'
033200                 OR CUF_FERD = :WS-CUF-MUNIC)
033300     END-EXEC.
033400     IF SQLCODE NOT = ZERO
033500         DISPLAY 'UORG0211 - ERRO SQLCODE=' SQLCODE
033600             ' NA CONSULTA DO CALENDARIO'
033700         MOVE ZERO TO WS-QTDE-FERIADO
033800     END-IF.
033900     IF WS-QTDE-FERIADO > ZERO
034000         MOVE 'PARADA EM FERIADO NA UF DO MUNICIPIO'
034100             TO UORGR211-MOTIVO
034200         GO TO 2000-PROCESSAR-PARADA-RECUSAR
034300     END-IF.
034400     EXEC SQL
034500         INSERT INTO DB2PRD.TITNER_UND_ORGNZ
034600                (CPSSOA_JURID, NSEQ_UND_ORGNZ, DPARADA_ITNER,
034700                 CMUNIC_IBGE, IENDRC_PARADA, HINIC_ATND,
034800                 HFIM_ATND, NSEQ_RECEPC, HINCL_REG, CUSUAR_INCL)
034900         VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
035000                 DATE(:WS-DPARADA), :WS-CMUNIC-IBGE,
035100                 :WS-IENDRC-PARADA, :WS-HINIC-ATND, :WS-HFIM-ATND,
035200                 :WS-NSEQ-RECEPC, CURRENT TIMESTAMP, :WS-CUSUARIO)
035300     END-EXEC.
035400     IF SQLCODE = -803
035500         MOVE 'MAIS DE UMA PARADA DA UNIDADE NA DATA'
035600             TO UORGR211-MOTIVO
035700         GO TO 2000-PROCESSAR-PARADA-RECUSAR
035800     END-IF.
035900     IF SQLCODE NOT = ZERO
036000         DISPLAY 'UORG0211 - ERRO SQLCODE=' SQLCODE
036100             ' NA GRAVACAO DA PARADA'
036200         MOVE 'ERRO NA GRAVACAO DA PARADA' TO UORGR211-MOTIVO
036300         GO TO 2000-PROCESSAR-PARADA-RECUSAR
036400     END-IF.
036500     ADD 1 TO WS-QTDE-GRAVADA.
036600     GO TO 2000-PROCESSAR-PARADA-LER.
036700 2000-PROCESSAR-PARADA-RECUSAR.
036800     ADD 1 TO WS-QTDE-RECUSADA.
036900     PERFORM 3000-IMPRIMIR-EXCECAO
037000         THRU 3000-IMPRIMIR-EXCECAO-EXIT.
037100 2000-PROCESSAR-PARADA-LER.
037200     PERFORM 8000-LER-ITINERARIO
037300         THRU 8000-LER-ITINERARIO-EXIT.
037400 2000-PROCESSAR-PARADA-EXIT.
037500     EXIT.
037600******************************************************************
037700*    3000-IMPRIMIR-EXCECAO                                      *
037800*    MOTIVO JA PREENCHIDO PELO CHAMADOR                         *
037900******************************************************************
038000 3000-IMPRIMIR-EXCECAO          SECTION.
038100     MOVE ' ' TO UORGR211-CTL-IMPRESSAO.
038200     IF UORGS211-CPSSOA-JURID IS NUMERIC
038300         MOVE UORGS211-CPSSOA-JURID TO UORGR211-CPSSOA-JURID
038400     END-IF.
038500     IF UORGS211-NSEQ-UND-ORGNZ IS NUMERIC
038600         MOVE UORGS211-NSEQ-UND-ORGNZ TO UORGR211-NSEQ-UND-ORGNZ
038700     END-IF.
038800     MOVE UORGS211-DPARADA TO UORGR211-DPARADA.
038900     MOVE UORGS211-CMUNIC-IBGE TO UORGR211-CMUNIC-IBGE.
039000     MOVE UORGS211-IENDRC-PARADA TO UORGR211-IENDRC-PARADA.
039100     WRITE REL-UORGR211-REG FROM UORGR211-LINHA.
039200     MOVE SPACES TO UORGR211-LINHA.
039300 3000-IMPRIMIR-EXCECAO-EXIT.
039400     EXIT.
039500******************************************************************
039600*    7000-ENCERRAR                                               *
039700******************************************************************
039800 7000-ENCERRAR                  SECTION.
039900     MOVE SPACES TO UORGR211-LINHA.
040000     MOVE '0' TO UORGR211-CTL-IMPRESSAO.
040100     MOVE 'PARADAS DO MES ANTERIORMENTE CARREGADAS.....:'
040200         TO UORGR211-TOT-ROTULO.
040300     MOVE WS-QTDE-EXCLUIDA TO UORGR211-TOT-QTDE.
040400     WRITE REL-UORGR211-REG FROM UORGR211-LINHA.
040500     MOVE SPACES TO UORGR211-LINHA.
040600     MOVE ' ' TO UORGR211-CTL-IMPRESSAO.
040700     MOVE 'PARADAS GRAVADAS............................:'
040800         TO UORGR211-TOT-ROTULO.
040900     MOVE WS-QTDE-GRAVADA TO UORGR211-TOT-QTDE.
041000     WRITE REL-UORGR211-REG FROM UORGR211-LINHA.
041100     MOVE SPACES TO UORGR211-LINHA.
041200     MOVE ' ' TO UORGR211-CTL-IMPRESSAO.
041300     MOVE 'PARADAS RECUSADAS...........................:'
041400         TO UORGR211-TOT-ROTULO.
041500     MOVE WS-QTDE-RECUSADA TO UORGR211-TOT-QTDE.
041600     WRITE REL-UORGR211-REG FROM UORGR211-LINHA.
041700     CLOSE ENT-UORGS211 REL-UORGR211.
041800     DISPLAY 'UORG0211 - MES ' WS-AAAAMM-REF
041900         ' GRAVADAS: ' WS-QTDE-GRAVADA
042000         ' RECUSADAS: ' WS-QTDE-RECUSADA
042100         ' SUBSTITUIDAS: ' WS-QTDE-EXCLUIDA.
042200 7000-ENCERRAR-EXIT.
042300     EXIT.
042400******************************************************************
042500*    7500-CONFIRMAR-RECEPCAO                                    *
042600*    MARCA A RECEPCAO COMO APLICADA (TCTRL_RECEPC_ARQ)          *
042700******************************************************************
042800 7500-CONFIRMAR-RECEPCAO        SECTION.
042900     MOVE 'C' TO UORGL122-FUNCTION.
043000     MOVE 'UORGS211' TO UORGL122-CINTERF.
043100     MOVE WS-NSEQ-RECEPC TO UORGL122-NSEQ-RECEPC.
043200     CALL 'UORG0122' USING UORGL122-PARMS.
043300     IF NOT UORGL122-OK
043400         DISPLAY 'UORG0211 - ERRO ' UORGL122-RETORNO
043500             ' NA CONFIRMACAO DA RECEPCAO'
043600     END-IF.
043700 7500-CONFIRMAR-RECEPCAO-EXIT.
043800     EXIT.
043900******************************************************************
044000*    8000-LER-ITINERARIO                                        *
044100******************************************************************
044200 8000-LER-ITINERARIO            SECTION.
044300     READ ENT-UORGS211 INTO UORGS211-REGISTRO
044400         AT END
044500             MOVE 'S' TO WS-SW-FIM-ARQUIVO
044600     END-READ.
044700 8000-LER-ITINERARIO-EXIT.
044800     EXIT.
044900******************************************************************
045000*    9500-REGISTRAR-INICIO                                      *
045100*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
045200******************************************************************
045300 9500-REGISTRAR-INICIO          SECTION.
045400     MOVE 'I' TO UORGL043-FUNCTION.
045500     MOVE 'UORG0211' TO UORGL043-CPGM-BATCH.
045600     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
045700                  UORGL043-QTDE-REJEITADOS
045800                  UORGL043-CCOD-TERMINO.
045900     CALL 'UORG0043' USING UORGL043-PARMS.
046000     IF NOT UORGL043-OK
046100         DISPLAY 'UORG0211 - ERRO ' UORGL043-RETORNO
046200             ' NO REGISTRO DE INICIO DA EXECUCAO'
046300     END-IF.
046400 9500-REGISTRAR-INICIO-EXIT.
046500     EXIT.
046600******************************************************************
046700*    9600-REGISTRAR-FIM                                         *
046800*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO; O    *
046900*    COMMIT FINAL EFETIVA A CARGA DO ITINERARIO                 *
047000******************************************************************
047100 9600-REGISTRAR-FIM             SECTION.
047200     MOVE 'F' TO UORGL043-FUNCTION.
047300     MOVE WS-QTDE-DETALHE TO UORGL043-QTDE-LIDOS.
047400     MOVE WS-QTDE-GRAVADA TO UORGL043-QTDE-GRAVADOS.
047500     MOVE WS-QTDE-RECUSADA TO UORGL043-QTDE-REJEITADOS.
047600     IF WS-ARQ-BLOQUEADO
047700         MOVE 8 TO UORGL043-CCOD-TERMINO
047800     ELSE
047900     IF WS-QTDE-RECUSADA > ZERO
048000         MOVE 4 TO UORGL043-CCOD-TERMINO
048100     ELSE
048200         MOVE ZERO TO UORGL043-CCOD-TERMINO
048300     END-IF
048400     END-IF.
048500     CALL 'UORG0043' USING UORGL043-PARMS.
048600     IF NOT UORGL043-OK
048700         DISPLAY 'UORG0211 - ERRO ' UORGL043-RETORNO
048800             ' NO REGISTRO DE FIM DA EXECUCAO'
048900     END-IF.
049000     EXEC SQL
049100         COMMIT
049200     END-EXEC.
049300 9600-REGISTRAR-FIM-EXIT.
049400     EXIT.
