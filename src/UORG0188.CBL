000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0188                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0188.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - BATIMENTO MENSAL COMPLETO DA REDE     *
001600*                (TUND_ORGNZ) CONTRA A LISTA DE DEPENDENCIAS DO  *
001700*                UNICAD PUBLICADA PELO BACEN (UORGS188 ->        *
001800*                TUNICAD_BACEN), COM CADA DIVERGENCIA            *
001900*                ENFILEIRADA PARA A PROXIMA REMESSA DELTA DA     *
002000*                UORG0011 (TFILA_REMSA_UND).                     *
002100******************************************************************
002200*
002300*    FUNCAO: PASSADA PREVIA E RECEPCAO DA LISTA MENSAL DO UNICAD
002400*    PELO SERVICO COMUM UORG0122 (TRAILER E RETRANSMISSAO).
002500*    ACEITA, A TABELA ESPELHO TUNICAD_BACEN E REFEITA (DELETE +
002600*    INSERT) COM A LISTA DO MES, NO MOLDE DA UORG0144. EM SEGUIDA
002700*    O ESPELHO E BATIDO UNIDADE A UNIDADE CONTRA TUND_ORGNZ EM
002800*    TRES SECOES DO RELATORIO UORGR188:
002900*    1 - DEPENDENCIAS NAO ENCERRADAS NO BACEN QUE NAO EXISTEM NA
003000*        UORG (ENVIADAS COMO ENCERRADAS NA PROXIMA REMESSA);
003100*    2 - UNIDADES ATIVAS NA UORG AUSENTES DA LISTA DO BACEN;
003200*    3 - UNIDADES PRESENTES NOS DOIS LADOS COM SITUACAO,
003300*        MUNICIPIO (CMUNIC_IBGE DE TENDRC_UND_ORGNZ) OU DATA DE
003400*        ENCERRAMENTO DIFERENTES - UMA LINHA POR CAMPO.
003500*    CADA UNIDADE DIVERGENTE E GRAVADA UMA UNICA VEZ NA FILA
003600*    TFILA_REMSA_UND (CSIT_FILA = 0), LIDA PELA REMESSA DELTA DA
003700*    UORG0011; UNIDADE JA PENDENTE NA FILA NAO E DUPLICADA E
003800*    UNIDADE PLANEJADA NA UORG (CSIT 2, NUNCA REMETIDA) E APENAS
003900*    LISTADA. NAO HA ATUALIZACAO DOS DADOS DAS UNIDADES.
004000*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.         IBM-390.
004400 OBJECT-COMPUTER.         IBM-390.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ARQ-UORGS188 ASSIGN TO UORGS188
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT REL-UORGR188 ASSIGN TO UORGR188
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  ARQ-UORGS188
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 01  ARQ-UORGS188-REG            PIC X(133).
005700 FD  REL-UORGR188
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  REL-UORGR188-REG            PIC X(133).
006100 WORKING-STORAGE SECTION.
006200     EXEC SQL INCLUDE SQLCA END-EXEC.
006300 01  WS-SWITCHES.
006400     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
006500        88 WS-FIM-ARQUIVO             VALUE 'S'.
006600     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006700        88 WS-FIM-CURSOR              VALUE 'S'.
006800     05 WS-SW-ARQ-BLOQUEADO      PIC X(1) VALUE 'N'.
006900        88 WS-ARQ-BLOQUEADO           VALUE 'S'.
007000 01  WS-CONTADORES.
007100     05 WS-QTDE-DETALHE          PIC S9(9) COMP VALUE ZERO.
007200     05 WS-QTDE-TRAILER          PIC 9(9) VALUE ZERO.
007300     05 WS-QTDE-CARREGADA        PIC S9(9) COMP VALUE ZERO.
007400     05 WS-QTDE-INVALIDA         PIC S9(9) COMP VALUE ZERO.
007500     05 WS-QTDE-SO-BACEN         PIC S9(7) COMP VALUE ZERO.
007600     05 WS-QTDE-SO-UORG          PIC S9(7) COMP VALUE ZERO.
007700     05 WS-QTDE-DIVERGENTE       PIC S9(7) COMP VALUE ZERO.
007800     05 WS-QTDE-ENFILEIRADA      PIC S9(7) COMP VALUE ZERO.
007900     05 WS-QTDE-JA-NA-FILA       PIC S9(7) COMP VALUE ZERO.
008000     05 WS-QTDE-PENDENTE         PIC S9(9) COMP VALUE ZERO.
008100 01  WS-AREA-TRABALHO.
008200     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
008300     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
008400     05 WS-IABREV-UND-ORGNZ      PIC X(40).
008500     05 WS-CUND-ORGNZ            PIC S9(6)V COMP-3.
008600     05 WS-CDIG-UND-ORGNZ        PIC X(1).
008700     05 WS-CSIT-UORG             PIC S9(3)V COMP-3.
008800     05 WS-CSIT-BACEN            PIC S9(3)V COMP-3.
008900     05 WS-CMUNIC-UORG           PIC S9(7)V COMP-3.
009000     05 WS-CMUNIC-BACEN          PIC S9(7)V COMP-3.
009100     05 WS-DENCER-UORG           PIC X(10).
009200     05 WS-DENCER-BACEN          PIC X(10).
009300     05 WS-CTPO-DIVERG           PIC S9(1)V COMP-3.
009400     05 WS-CSIT-ED               PIC ZZ9.
009500     05 WS-CMUNIC-ED             PIC 9(7).
009600     05 WS-TEXTO-TITULO          PIC X(70).
009700     05 WS-SITUACAO-FILA         PIC X(20).
009800     05 WS-IREFER-HEADER         PIC X(10).
009900     05 WS-NSEQ-RECEPC           PIC S9(9)V COMP-3.
010000     05 WS-CUSUARIO              PIC X(9) VALUE 'UORG0188'.
010100 01  WS-INDICADORES.
010200     05 WS-IND-DENCER-BACEN      PIC S9(4) COMP-5.
010300 COPY UORGS188.
010400 COPY UORGR188.
010500 COPY UORGL043.
010600 COPY UORGL122.
010700 PROCEDURE DIVISION.
010800******************************************************************
010900*    0000-MAINLINE                                               *
011000******************************************************************
011100 0000-MAINLINE                  SECTION.
011200     PERFORM 9500-REGISTRAR-INICIO
011300         THRU 9500-REGISTRAR-INICIO-EXIT.
011400     PERFORM 0500-PRE-VALIDAR-RECEPCAO
011500         THRU 0500-PRE-VALIDAR-RECEPCAO-EXIT.
011600     IF WS-ARQ-BLOQUEADO
011700         PERFORM 9600-REGISTRAR-FIM
011800             THRU 9600-REGISTRAR-FIM-EXIT
011900         GOBACK
012000     END-IF.
012100     PERFORM 1000-CARREGAR-ESPELHO
012200         THRU 1000-CARREGAR-ESPELHO-EXIT.
012300     OPEN OUTPUT REL-UORGR188.
012400     PERFORM 3000-SO-NO-BACEN
012500         THRU 3000-SO-NO-BACEN-EXIT.
012600     PERFORM 4000-SO-NA-UORG
012700         THRU 4000-SO-NA-UORG-EXIT.
012800     PERFORM 5000-DADOS-DIVERGENTES
012900         THRU 5000-DADOS-DIVERGENTES-EXIT.
013000     PERFORM 7000-ENCERRAR
013100         THRU 7000-ENCERRAR-EXIT.
013200     PERFORM 9600-REGISTRAR-FIM
013300         THRU 9600-REGISTRAR-FIM-EXIT.
013400     GOBACK.
013500******************************************************************
013600*    0500-PRE-VALIDAR-RECEPCAO                                  *
013700******************************************************************
013800 0500-PRE-VALIDAR-RECEPCAO      SECTION.
013900     OPEN INPUT ARQ-UORGS188.
014000     MOVE SPACES TO WS-IREFER-HEADER.
014100     PERFORM 0600-CONTAR-REGISTRO
014200         THRU 0600-CONTAR-REGISTRO-EXIT
014300         UNTIL WS-FIM-ARQUIVO.
014400     CLOSE ARQ-UORGS188.
014500     MOVE 'V' TO UORGL122-FUNCTION.
014600     MOVE 'UORGS188' TO UORGL122-CINTERF.
014700     MOVE WS-IREFER-HEADER TO UORGL122-IREFER-HEADER.
014800     MOVE WS-QTDE-DETALHE TO UORGL122-QREG-DETALHE.
014900     MOVE WS-QTDE-TRAILER TO UORGL122-QTOTAL-TRAILER.
015000     MOVE SPACES TO UORGL122-CINTERF-REFER.
015100     MOVE ZERO TO UORGL122-NSEQ-GER-REFER.
015200     MOVE WS-CUSUARIO TO UORGL122-CUSUAR.
015300     CALL 'UORG0122' USING UORGL122-PARMS.
015400     EXEC SQL
015500         COMMIT
015600     END-EXEC.
015700     IF NOT UORGL122-OK
015800         DISPLAY 'UORG0188 - ARQUIVO EM QUARENTENA, RETORNO '
015900             UORGL122-RETORNO ' (VIDE UORG0123)'
016000         MOVE 'S' TO WS-SW-ARQ-BLOQUEADO
016100         GO TO 0500-PRE-VALIDAR-RECEPCAO-EXIT
016200     END-IF.
016300     MOVE UORGL122-NSEQ-RECEPC TO WS-NSEQ-RECEPC.
016400     MOVE ZERO TO WS-QTDE-DETALHE WS-QTDE-TRAILER.
016500     MOVE 'N' TO WS-SW-FIM-ARQUIVO.
016600 0500-PRE-VALIDAR-RECEPCAO-EXIT.
016700     EXIT.
016800******************************************************************
016900*    0600-CONTAR-REGISTRO                                       *
017000******************************************************************
017100 0600-CONTAR-REGISTRO           SECTION.
017200     READ ARQ-UORGS188 INTO UORGS188-REGISTRO
017300         AT END
017400             MOVE 'S' TO WS-SW-FIM-ARQUIVO
017500             GO TO 0600-CONTAR-REGISTRO-EXIT
017600     END-READ.
017700     EVALUATE TRUE
017800         WHEN UORGS188-REG-HEADER
017900             MOVE UORGS188-HDR-ANO-MES TO WS-IREFER-HEADER
018000         WHEN UORGS188-REG-TRAILER
018100             MOVE UORGS188-TRL-QTDE-REGS TO WS-QTDE-TRAILER
018200         WHEN UORGS188-REG-DETALHE
018300             ADD 1 TO WS-QTDE-DETALHE
018400         WHEN OTHER
018500             CONTINUE
018600     END-EVALUATE.
018700 0600-CONTAR-REGISTRO-EXIT.
018800     EXIT.
018900******************************************************************
019000*    1000-CARREGAR-ESPELHO                                      *
019100*    REFAZ TUNICAD_BACEN COM A LISTA DO MES                     *
019200******************************************************************
019300 1000-CARREGAR-ESPELHO          SECTION.
019400     EXEC SQL
019500         DELETE FROM DB2PRD.TUNICAD_BACEN
019600     END-EXEC.
019700     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
019800         DISPLAY 'UORG0188 - ERRO SQLCODE=' SQLCODE
019900             ' NA LIMPEZA DO ESPELHO'
020000     END-IF.
020100     OPEN INPUT ARQ-UORGS188.
020200     PERFORM 8000-LER-ARQUIVO
020300         THRU 8000-LER-ARQUIVO-EXIT.
020400     PERFORM 1100-APLICAR-DETALHE
020500         THRU 1100-APLICAR-DETALHE-EXIT
020600         UNTIL WS-FIM-ARQUIVO.
020700     CLOSE ARQ-UORGS188.
020800     MOVE 'C' TO UORGL122-FUNCTION.
020900     MOVE 'UORGS188' TO UORGL122-CINTERF.
021000     MOVE WS-NSEQ-RECEPC TO UORGL122-NSEQ-RECEPC.
021100     CALL 'UORG0122' USING UORGL122-PARMS.
021200     EXEC SQL
021300         COMMIT
021400     END-EXEC.
021500 1000-CARREGAR-ESPELHO-EXIT.
021600     EXIT.
021700******************************************************************
021800*    1100-APLICAR-DETALHE                                       *
021900*    DATA DE ENCERRAMENTO ZERADA E GRAVADA COMO NULL            *
022000******************************************************************
022100 1100-APLICAR-DETALHE           SECTION.
022200     IF NOT UORGS188-REG-DETALHE
022300         GO TO 1100-APLICAR-DETALHE-LER
022400     END-IF.
022500     IF UORGS188-CPSSOA-JURID IS NOT NUMERIC
022600         OR UORGS188-NSEQ-UND-ORGNZ IS NOT NUMERIC
022700         OR UORGS188-CUND-ORGNZ IS NOT NUMERIC
022800         OR UORGS188-CSIT-UND-ORGNZ IS NOT NUMERIC
022900         OR UORGS188-CMUNIC-IBGE IS NOT NUMERIC
023000         OR UORGS188-DENCER-UND-ORGNZ IS NOT NUMERIC
023100         DISPLAY 'UORG0188 - DETALHE INVALIDO, IGNORADO: '
023200             UORGS188-CPSSOA-JURID '/' UORGS188-NSEQ-UND-ORGNZ
023300         ADD 1 TO WS-QTDE-INVALIDA
023400         GO TO 1100-APLICAR-DETALHE-LER
023500     END-IF.
023600     MOVE UORGS188-CPSSOA-JURID TO WS-CPSSOA-JURID.
023700     MOVE UORGS188-NSEQ-UND-ORGNZ TO WS-NSEQ-UND-ORGNZ.
023800     MOVE UORGS188-CUND-ORGNZ TO WS-CUND-ORGNZ.
023900     MOVE UORGS188-CDIG-UND-ORGNZ TO WS-CDIG-UND-ORGNZ.
024000     MOVE UORGS188-IABREV-UND-ORGNZ TO WS-IABREV-UND-ORGNZ.
024100     MOVE UORGS188-CSIT-UND-ORGNZ TO WS-CSIT-BACEN.
024200     MOVE UORGS188-CMUNIC-IBGE TO WS-CMUNIC-BACEN.
024300     MOVE SPACES TO WS-DENCER-BACEN.
024400     IF UORGS188-DENCER-UND-ORGNZ = ZERO
024500         MOVE -1 TO WS-IND-DENCER-BACEN
024600     ELSE
024700         MOVE ZERO TO WS-IND-DENCER-BACEN
024800         STRING UORGS188-DENCER-ANO '-' UORGS188-DENCER-MES '-'
024900                UORGS188-DENCER-DIA
025000                DELIMITED BY SIZE INTO WS-DENCER-BACEN
025100     END-IF.
025200     EXEC SQL
025300         INSERT INTO DB2PRD.TUNICAD_BACEN
025400                (CPSSOA_JURID, NSEQ_UND_ORGNZ, CUND_ORGNZ,
025500                 CDIG_UND_ORGNZ, IABREV_UND_ORGNZ,
025600                 CSIT_UND_ORGNZ, CMUNIC_IBGE, DENCER_UND_ORGNZ,
025700                 HINCL_REG, CUSUAR_INCL)
025800         VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
025900                 :WS-CUND-ORGNZ, :WS-CDIG-UND-ORGNZ,
026000                 :WS-IABREV-UND-ORGNZ,
026100                 :WS-CSIT-BACEN, :WS-CMUNIC-BACEN,
026200                 :WS-DENCER-BACEN:WS-IND-DENCER-BACEN,
026300                 CURRENT TIMESTAMP, :WS-CUSUARIO)
026400     END-EXEC.
026500     IF SQLCODE = ZERO
026600         ADD 1 TO WS-QTDE-CARREGADA
026700     ELSE
026800         DISPLAY 'UORG0188 - ERRO SQLCODE=' SQLCODE
026900             ' NA CARGA DO ESPELHO, UNIDADE '
027000             UORGS188-CPSSOA-JURID '/' UORGS188-NSEQ-UND-ORGNZ
027100         ADD 1 TO WS-QTDE-INVALIDA
027200     END-IF.
027300 1100-APLICAR-DETALHE-LER.
027400     PERFORM 8000-LER-ARQUIVO
027500         THRU 8000-LER-ARQUIVO-EXIT.
027600 1100-APLICAR-DETALHE-EXIT.
027700     EXIT.
027800******************************************************************
027900*    3000-SO-NO-BACEN                                           *
028000*    SECAO 1 - DEPENDENCIA NAO ENCERRADA NO BACEN SEM UNIDADE   *
028100*    CORRESPONDENTE NA UORG                                     *
028200******************************************************************
028300 3000-SO-NO-BACEN               SECTION.
028400     MOVE 'SECAO 1 - DEPENDENCIAS NO UNICAD INEXISTENTES NA UORG'
028500         TO WS-TEXTO-TITULO.
028600     PERFORM 3900-IMPRIMIR-TITULO
028700         THRU 3900-IMPRIMIR-TITULO-EXIT.
028800     MOVE 'N' TO WS-SW-FIM-CURSOR.
028900     EXEC SQL
029000         OPEN CUR-SO-BACEN
029100     END-EXEC.
029200     IF SQLCODE NOT = ZERO
029300         DISPLAY 'UORG0188 - ERRO SQLCODE=' SQLCODE
029400             ' NA ABERTURA DO CURSOR DA SECAO 1'
029500         GO TO 3000-SO-NO-BACEN-EXIT
029600     END-IF.
029700     PERFORM 8100-LER-SO-BACEN
029800         THRU 8100-LER-SO-BACEN-EXIT.
029900     PERFORM 3100-TRATAR-SO-BACEN
030000         THRU 3100-TRATAR-SO-BACEN-EXIT
030100         UNTIL WS-FIM-CURSOR.
030200     EXEC SQL
030300         CLOSE CUR-SO-BACEN
030400     END-EXEC.
030500 3000-SO-NO-BACEN-EXIT.
030600     EXIT.
030700******************************************************************
030800*    3100-TRATAR-SO-BACEN                                       *
030900******************************************************************
031000 3100-TRATAR-SO-BACEN           SECTION.
031100     ADD 1 TO WS-QTDE-SO-BACEN.
031200     MOVE 1 TO WS-CTPO-DIVERG.
031300     PERFORM 6000-ENFILEIRAR
031400         THRU 6000-ENFILEIRAR-EXIT.
031500     MOVE 'UNIDADE' TO UORGR188-CAMPO.
031600     MOVE 'INEXISTENTE' TO UORGR188-VALOR-UORG.
031700     MOVE WS-CSIT-BACEN TO WS-CSIT-ED.
031800     MOVE SPACES TO UORGR188-VALOR-BACEN.
031900     STRING 'SITUACAO ' WS-CSIT-ED
032000            DELIMITED BY SIZE INTO UORGR188-VALOR-BACEN.
032100     PERFORM 5900-IMPRIMIR-LINHA
032200         THRU 5900-IMPRIMIR-LINHA-EXIT.
032300     PERFORM 8100-LER-SO-BACEN
032400         THRU 8100-LER-SO-BACEN-EXIT.
032500 3100-TRATAR-SO-BACEN-EXIT.
032600     EXIT.
032700******************************************************************
032800*    3900-IMPRIMIR-TITULO                                       *
032900*    TITULO DA SECAO (TEXTO EM WS-TEXTO-TITULO), SEMPRE EM      *
033000*    PAGINA NOVA                                                *
033100******************************************************************
033200 3900-IMPRIMIR-TITULO           SECTION.
033300     MOVE SPACES TO UORGR188-LINHA.
033400     MOVE '1' TO UORGR188-CTL-IMPRESSAO.
033500     MOVE WS-TEXTO-TITULO TO UORGR188-TIT-TEXTO.
033600     WRITE REL-UORGR188-REG FROM UORGR188-LINHA.
033700     MOVE SPACES TO UORGR188-LINHA.
033800     MOVE '0' TO UORGR188-CTL-IMPRESSAO.
033900     MOVE 'UNIDADE / CAMPO / VALOR UORG / VALOR BACEN / FILA'
034000         TO UORGR188-TIT-TEXTO.
034100     WRITE REL-UORGR188-REG FROM UORGR188-LINHA.
034200     MOVE SPACES TO UORGR188-LINHA.
034300 3900-IMPRIMIR-TITULO-EXIT.
034400     EXIT.
034500******************************************************************
034600*    4000-SO-NA-UORG                                            *
034700*    SECAO 2 - UNIDADE ATIVA NA UORG AUSENTE DA LISTA DO BACEN  *
034800******************************************************************
034900 4000-SO-NA-UORG                SECTION.
035000     MOVE 'SECAO 2 - UNIDADES ATIVAS NA UORG AUSENTES DO UNICAD'
035100         TO WS-TEXTO-TITULO.
035200     PERFORM 3900-IMPRIMIR-TITULO
035300         THRU 3900-IMPRIMIR-TITULO-EXIT.
035400     MOVE 'N' TO WS-SW-FIM-CURSOR.
035500     EXEC SQL
035600         OPEN CUR-SO-UORG
035700     END-EXEC.
035800     IF SQLCODE NOT = ZERO
035900         DISPLAY 'UORG0188 - ERRO SQLCODE=' SQLCODE
036000             ' NA ABERTURA DO CURSOR DA SECAO 2'
036100         GO TO 4000-SO-NA-UORG-EXIT
036200     END-IF.
036300     PERFORM 8200-LER-SO-UORG
036400         THRU 8200-LER-SO-UORG-EXIT.
036500     PERFORM 4100-TRATAR-SO-UORG
036600         THRU 4100-TRATAR-SO-UORG-EXIT
036700         UNTIL WS-FIM-CURSOR.
036800     EXEC SQL
036900         CLOSE CUR-SO-UORG
037000     END-EXEC.
037100 4000-SO-NA-UORG-EXIT.
037200     EXIT.
037300******************************************************************
037400*    4100-TRATAR-SO-UORG                                        *
037500******************************************************************
037600 4100-TRATAR-SO-UORG            SECTION.
037700     ADD 1 TO WS-QTDE-SO-UORG.
037800     MOVE 2 TO WS-CTPO-DIVERG.
037900     PERFORM 6000-ENFILEIRAR
038000         THRU 6000-ENFILEIRAR-EXIT.
038100     MOVE 'UNIDADE' TO UORGR188-CAMPO.
038200     MOVE 'ATIVA' TO UORGR188-VALOR-UORG.
038300     MOVE 'INEXISTENTE' TO UORGR188-VALOR-BACEN.
038400     PERFORM 5900-IMPRIMIR-LINHA
038500         THRU 5900-IMPRIMIR-LINHA-EXIT.
038600     PERFORM 8200-LER-SO-UORG
038700         THRU 8200-LER-SO-UORG-EXIT.
038800 4100-TRATAR-SO-UORG-EXIT.
038900     EXIT.
039000******************************************************************
039100*    5000-DADOS-DIVERGENTES                                     *
039200*    SECAO 3 - UNIDADE NOS DOIS LADOS COM SITUACAO, MUNICIPIO   *
039300*    OU DATA DE ENCERRAMENTO DIFERENTES                         *
039400******************************************************************
039500 5000-DADOS-DIVERGENTES         SECTION.
039600     MOVE 'SECAO 3 - SITUACAO, MUNICIPIO OU DATA DE ENCERRAMENTO'
039700         TO WS-TEXTO-TITULO.
039800     PERFORM 3900-IMPRIMIR-TITULO
039900         THRU 3900-IMPRIMIR-TITULO-EXIT.
040000     MOVE 'N' TO WS-SW-FIM-CURSOR.
040100     EXEC SQL
040200         OPEN CUR-DIVERGENTE
040300     END-EXEC.
040400     IF SQLCODE NOT = ZERO
040500         DISPLAY 'UORG0188 - ERRO SQLCODE=' SQLCODE
040600             ' NA ABERTURA DO CURSOR DA SECAO 3'
040700         GO TO 5000-DADOS-DIVERGENTES-EXIT
040800     END-IF.
040900     PERFORM 8300-LER-DIVERGENTE
041000         THRU 8300-LER-DIVERGENTE-EXIT.
041100     PERFORM 5100-TRATAR-DIVERGENTE
041200         THRU 5100-TRATAR-DIVERGENTE-EXIT
041300         UNTIL WS-FIM-CURSOR.
041400     EXEC SQL
041500         CLOSE CUR-DIVERGENTE
041600     END-EXEC.
041700 5000-DADOS-DIVERGENTES-EXIT.
041800     EXIT.
041900******************************************************************
042000*    5100-TRATAR-DIVERGENTE                                     *
042100*    ENFILEIRA A UNIDADE UMA VEZ E IMPRIME UMA LINHA POR CAMPO  *
042200*    DIVERGENTE                                                 *
042300******************************************************************
042400 5100-TRATAR-DIVERGENTE         SECTION.
042500     ADD 1 TO WS-QTDE-DIVERGENTE.
042600     IF WS-CSIT-UORG = 2
042700         MOVE 'PLANEJADA - SEM FILA' TO WS-SITUACAO-FILA
042800     ELSE
042900         MOVE 3 TO WS-CTPO-DIVERG
043000         PERFORM 6000-ENFILEIRAR
043100             THRU 6000-ENFILEIRAR-EXIT
043200     END-IF.
043300     IF WS-CSIT-UORG NOT = WS-CSIT-BACEN
043400         MOVE 'SITUACAO' TO UORGR188-CAMPO
043500         MOVE WS-CSIT-UORG TO WS-CSIT-ED
043600         MOVE WS-CSIT-ED TO UORGR188-VALOR-UORG
043700         MOVE WS-CSIT-BACEN TO WS-CSIT-ED
043800         MOVE WS-CSIT-ED TO UORGR188-VALOR-BACEN
043900         PERFORM 5900-IMPRIMIR-LINHA
044000             THRU 5900-IMPRIMIR-LINHA-EXIT
044100     END-IF.
044200     IF WS-CMUNIC-UORG NOT = WS-CMUNIC-BACEN
044300         MOVE 'MUNICIPIO' TO UORGR188-CAMPO
044400         MOVE WS-CMUNIC-UORG TO WS-CMUNIC-ED
044500         MOVE WS-CMUNIC-ED TO UORGR188-VALOR-UORG
044600         MOVE WS-CMUNIC-BACEN TO WS-CMUNIC-ED
044700         MOVE WS-CMUNIC-ED TO UORGR188-VALOR-BACEN
044800         PERFORM 5900-IMPRIMIR-LINHA
044900             THRU 5900-IMPRIMIR-LINHA-EXIT
045000     END-IF.
045100     IF WS-DENCER-UORG NOT = WS-DENCER-BACEN
045200         MOVE 'ENCERRAM.' TO UORGR188-CAMPO
045300         MOVE WS-DENCER-UORG TO UORGR188-VALOR-UORG
045400         MOVE WS-DENCER-BACEN TO UORGR188-VALOR-BACEN
045500         PERFORM 5900-IMPRIMIR-LINHA
045600             THRU 5900-IMPRIMIR-LINHA-EXIT
045700     END-IF.
045800     PERFORM 8300-LER-DIVERGENTE
045900         THRU 8300-LER-DIVERGENTE-EXIT.
046000 5100-TRATAR-DIVERGENTE-EXIT.
046100     EXIT.
046200******************************************************************
046300*    5900-IMPRIMIR-LINHA                                        *
046400*    COMPLETA A LINHA COM A UNIDADE E A SITUACAO NA FILA (CAMPO *
046500*    E VALORES JA PREENCHIDOS PELA SECAO) E GRAVA               *
046600******************************************************************
046700 5900-IMPRIMIR-LINHA            SECTION.
046800     MOVE ' ' TO UORGR188-CTL-IMPRESSAO.
046900     MOVE WS-CPSSOA-JURID TO UORGR188-CPSSOA-JURID.
047000     MOVE WS-NSEQ-UND-ORGNZ TO UORGR188-NSEQ-UND-ORGNZ.
047100     MOVE WS-IABREV-UND-ORGNZ TO UORGR188-IABREV-UND.
047200     MOVE WS-SITUACAO-FILA TO UORGR188-SITUACAO-FILA.
047300     WRITE REL-UORGR188-REG FROM UORGR188-LINHA.
047400     MOVE SPACES TO UORGR188-LINHA.
047500 5900-IMPRIMIR-LINHA-EXIT.
047600     EXIT.
047700******************************************************************
047800*    6000-ENFILEIRAR                                            *
047900*    GRAVA A UNIDADE NA FILA DA PROXIMA REMESSA DELTA, SE AINDA *
048000*    NAO HOUVER PENDENCIA DELA NA FILA                          *
048100******************************************************************
048200 6000-ENFILEIRAR                SECTION.
048300     MOVE ZERO TO WS-QTDE-PENDENTE.
048400     EXEC SQL
048500         SELECT COUNT(*)
048600           INTO :WS-QTDE-PENDENTE
048700           FROM DB2PRD.TFILA_REMSA_UND
048800          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
048900            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
049000            AND CSIT_FILA      = 0
049100     END-EXEC.
049200     IF SQLCODE = ZERO AND WS-QTDE-PENDENTE > ZERO
049300         MOVE 'JA PENDENTE NA FILA' TO WS-SITUACAO-FILA
049400         ADD 1 TO WS-QTDE-JA-NA-FILA
049500         GO TO 6000-ENFILEIRAR-EXIT
049600     END-IF.
049700     EXEC SQL
049800         INSERT INTO DB2PRD.TFILA_REMSA_UND
049900                (CPSSOA_JURID, NSEQ_UND_ORGNZ, HINCL_REG,
050000                 CTPO_DIVERG, CUND_ORGNZ, CDIG_UND_ORGNZ,
050100                 IABREV_UND_ORGNZ, CSIT_FILA, CUSUAR_INCL)
050200         VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
050300                 CURRENT TIMESTAMP,
050400                 :WS-CTPO-DIVERG, :WS-CUND-ORGNZ,
050500                 :WS-CDIG-UND-ORGNZ, :WS-IABREV-UND-ORGNZ,
050600                 0, :WS-CUSUARIO)
050700     END-EXEC.
050800     IF SQLCODE = ZERO
050900         MOVE 'ENFILEIRADA' TO WS-SITUACAO-FILA
051000         ADD 1 TO WS-QTDE-ENFILEIRADA
051100     ELSE
051200         DISPLAY 'UORG0188 - ERRO SQLCODE=' SQLCODE
051300             ' NA GRAVACAO DA FILA'
051400         MOVE 'ERRO NA FILA' TO WS-SITUACAO-FILA
051500     END-IF.
051600 6000-ENFILEIRAR-EXIT.
051700     EXIT.
051800******************************************************************
051900*    7000-ENCERRAR                                               *
052000******************************************************************
052100 7000-ENCERRAR                  SECTION.
052200     MOVE SPACES TO UORGR188-LINHA.
052300     MOVE '1' TO UORGR188-CTL-IMPRESSAO.
052400     MOVE 'TOTAL DE DEPENDENCIAS CARREGADAS:'
052500         TO UORGR188-TOT-ROTULO.
052600     MOVE WS-QTDE-CARREGADA TO UORGR188-TOT-QTDE.
052700     WRITE REL-UORGR188-REG FROM UORGR188-LINHA.
052800     MOVE SPACES TO UORGR188-LINHA.
052900     MOVE ' ' TO UORGR188-CTL-IMPRESSAO.
053000     MOVE 'TOTAL DE DETALHES INVALIDOS......:'
053100         TO UORGR188-TOT-ROTULO.
053200     MOVE WS-QTDE-INVALIDA TO UORGR188-TOT-QTDE.
053300     WRITE REL-UORGR188-REG FROM UORGR188-LINHA.
053400     MOVE SPACES TO UORGR188-LINHA.
053500     MOVE ' ' TO UORGR188-CTL-IMPRESSAO.
053600     MOVE 'NO UNICAD E INEXISTENTES NA UORG.:'
053700         TO UORGR188-TOT-ROTULO.
053800     MOVE WS-QTDE-SO-BACEN TO UORGR188-TOT-QTDE.
053900     WRITE REL-UORGR188-REG FROM UORGR188-LINHA.
054000     MOVE SPACES TO UORGR188-LINHA.
054100     MOVE ' ' TO UORGR188-CTL-IMPRESSAO.
054200     MOVE 'ATIVAS NA UORG AUSENTES DO UNICAD:'
054300         TO UORGR188-TOT-ROTULO.
054400     MOVE WS-QTDE-SO-UORG TO UORGR188-TOT-QTDE.
054500     WRITE REL-UORGR188-REG FROM UORGR188-LINHA.
054600     MOVE SPACES TO UORGR188-LINHA.
054700     MOVE ' ' TO UORGR188-CTL-IMPRESSAO.
054800     MOVE 'UNIDADES COM DADOS DIVERGENTES...:'
054900         TO UORGR188-TOT-ROTULO.
055000     MOVE WS-QTDE-DIVERGENTE TO UORGR188-TOT-QTDE.
055100     WRITE REL-UORGR188-REG FROM UORGR188-LINHA.
055200     MOVE SPACES TO UORGR188-LINHA.
055300     MOVE ' ' TO UORGR188-CTL-IMPRESSAO.
055400     MOVE 'UNIDADES ENFILEIRADAS P/ REMESSA.:'
055500         TO UORGR188-TOT-ROTULO.
055600     MOVE WS-QTDE-ENFILEIRADA TO UORGR188-TOT-QTDE.
055700     WRITE REL-UORGR188-REG FROM UORGR188-LINHA.
055800     MOVE SPACES TO UORGR188-LINHA.
055900     MOVE ' ' TO UORGR188-CTL-IMPRESSAO.
056000     MOVE 'UNIDADES JA PENDENTES NA FILA....:'
056100         TO UORGR188-TOT-ROTULO.
056200     MOVE WS-QTDE-JA-NA-FILA TO UORGR188-TOT-QTDE.
056300     WRITE REL-UORGR188-REG FROM UORGR188-LINHA.
056400     CLOSE REL-UORGR188.
056500     DISPLAY 'UORG0188 - CARREGADAS: ' WS-QTDE-CARREGADA
056600         ' SO BACEN: ' WS-QTDE-SO-BACEN
056700         ' SO UORG: ' WS-QTDE-SO-UORG
056800         ' DIVERGENTES: ' WS-QTDE-DIVERGENTE
056900         ' ENFILEIRADAS: ' WS-QTDE-ENFILEIRADA.
057000 7000-ENCERRAR-EXIT.
057100     EXIT.
057200******************************************************************
057300*    8000-LER-ARQUIVO                                           *
057400******************************************************************
057500 8000-LER-ARQUIVO               SECTION.
057600     READ ARQ-UORGS188 INTO UORGS188-REGISTRO
057700         AT END
057800             MOVE 'S' TO WS-SW-FIM-ARQUIVO
057900     END-READ.
058000 8000-LER-ARQUIVO-EXIT.
058100     EXIT.
058200******************************************************************
058300*    8100-LER-SO-BACEN                                          *
058400******************************************************************
058500 8100-LER-SO-BACEN              SECTION.
058600     EXEC SQL
058700         FETCH CUR-SO-BACEN
058800          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
058900               :WS-IABREV-UND-ORGNZ, :WS-CUND-ORGNZ,
059000               :WS-CDIG-UND-ORGNZ, :WS-CSIT-BACEN
059100     END-EXEC.
059200     IF SQLCODE NOT = ZERO
059300         MOVE 'S' TO WS-SW-FIM-CURSOR
059400     END-IF.
059500 8100-LER-SO-BACEN-EXIT.
059600     EXIT.
059700******************************************************************
059800*    8200-LER-SO-UORG                                           *
059900******************************************************************
060000 8200-LER-SO-UORG               SECTION.
060100     EXEC SQL
060200         FETCH CUR-SO-UORG
060300          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
060400               :WS-IABREV-UND-ORGNZ, :WS-CUND-ORGNZ,
060500               :WS-CDIG-UND-ORGNZ
060600     END-EXEC.
060700     IF SQLCODE NOT = ZERO
060800         MOVE 'S' TO WS-SW-FIM-CURSOR
060900     END-IF.
061000 8200-LER-SO-UORG-EXIT.
061100     EXIT.
061200******************************************************************
061300*    8300-LER-DIVERGENTE                                        *
061400******************************************************************
061500 8300-LER-DIVERGENTE            SECTION.
061600     EXEC SQL
061700         FETCH CUR-DIVERGENTE
061800          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
061900               :WS-IABREV-UND-ORGNZ, :WS-CUND-ORGNZ,
062000               :WS-CDIG-UND-ORGNZ,
062100               :WS-CSIT-UORG, :WS-CSIT-BACEN,
062200               :WS-CMUNIC-UORG, :WS-CMUNIC-BACEN,
062300               :WS-DENCER-UORG, :WS-DENCER-BACEN
062400     END-EXEC.
062500     IF SQLCODE NOT = ZERO
062600         MOVE 'S' TO WS-SW-FIM-CURSOR
062700     END-IF.
062800 8300-LER-DIVERGENTE-EXIT.
062900     EXIT.
063000******************************************************************
063100*    8500-DECLARACOES-SQL                                       *
063200*    SITUACAO E MUNICIPIO NULOS NA UORG VALEM ZERO; DATA DE     *
063300*    ENCERRAMENTO NULA VALE BRANCOS NOS DOIS LADOS              *
063400******************************************************************
063500 8500-DECLARACOES-SQL           SECTION.
063600     EXEC SQL
063700         DECLARE CUR-SO-BACEN CURSOR FOR
063800         SELECT C.CPSSOA_JURID, C.NSEQ_UND_ORGNZ,
063900                C.IABREV_UND_ORGNZ, C.CUND_ORGNZ,
064000                C.CDIG_UND_ORGNZ, C.CSIT_UND_ORGNZ
064100           FROM DB2PRD.TUNICAD_BACEN C
064200          WHERE C.CSIT_UND_ORGNZ <> 0
064300            AND NOT EXISTS
064400                (SELECT 1
064500                   FROM DB2PRD.TUND_ORGNZ U
064600                  WHERE U.CPSSOA_JURID   = C.CPSSOA_JURID
064700                    AND U.NSEQ_UND_ORGNZ = C.NSEQ_UND_ORGNZ)
064800          ORDER BY C.CPSSOA_JURID, C.NSEQ_UND_ORGNZ
064900     END-EXEC.
065000     EXEC SQL
065100         DECLARE CUR-SO-UORG CURSOR FOR
065200         SELECT U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ,
065300                U.IABREV_UND_ORGNZ, U.CUND_ORGNZ,
065400                COALESCE(U.CDIG_UND_ORGNZ, ' ')
065500           FROM DB2PRD.TUND_ORGNZ U
065600          WHERE U.CSIT_UND_ORGNZ = 1
065700            AND NOT EXISTS
065800                (SELECT 1
065900                   FROM DB2PRD.TUNICAD_BACEN C
066000                  WHERE C.CPSSOA_JURID   = U.CPSSOA_JURID
066100                    AND C.NSEQ_UND_ORGNZ = U.NSEQ_UND_ORGNZ)
066200          ORDER BY U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ
066300     END-EXEC.
066400     EXEC SQL
066500         DECLARE CUR-DIVERGENTE CURSOR FOR
066600         SELECT U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ,
066700                U.IABREV_UND_ORGNZ, U.CUND_ORGNZ,
066800                COALESCE(U.CDIG_UND_ORGNZ, ' '),
066900                COALESCE(U.CSIT_UND_ORGNZ, 0), C.CSIT_UND_ORGNZ,
067000                COALESCE(E.CMUNIC_IBGE, 0), C.CMUNIC_IBGE,
067100                COALESCE(CHAR(U.DENCER_UND_ORGNZ, ISO), ' '),
067200                COALESCE(CHAR(C.DENCER_UND_ORGNZ, ISO), ' ')
067300           FROM DB2PRD.TUNICAD_BACEN C
067400           JOIN DB2PRD.TUND_ORGNZ U
067500             ON U.CPSSOA_JURID   = C.CPSSOA_JURID
067600            AND U.NSEQ_UND_ORGNZ = C.NSEQ_UND_ORGNZ
067700           LEFT JOIN DB2PRD.TENDRC_UND_ORGNZ E
067800             ON E.CPSSOA_JURID   = U.CPSSOA_JURID
067900            AND E.NSEQ_UND_ORGNZ = U.NSEQ_UND_ORGNZ
068000          WHERE COALESCE(U.CSIT_UND_ORGNZ, 0) <> C.CSIT_UND_ORGNZ
068100             OR COALESCE(E.CMUNIC_IBGE, 0) <> C.CMUNIC_IBGE
068200             OR COALESCE(CHAR(U.DENCER_UND_ORGNZ, ISO), ' ') <>
068300                COALESCE(CHAR(C.DENCER_UND_ORGNZ, ISO), ' ')
068400          ORDER BY U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ
068500     END-EXEC.
068600 8500-DECLARACOES-SQL-EXIT.
068700     EXIT.
068800******************************************************************
068900*    9500-REGISTRAR-INICIO                                      *
069000*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
069100******************************************************************
069200 9500-REGISTRAR-INICIO          SECTION.
069300     MOVE 'I' TO UORGL043-FUNCTION.
069400     MOVE 'UORG0188' TO UORGL043-CPGM-BATCH.
069500     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
069600                  UORGL043-QTDE-REJEITADOS
069700                  UORGL043-CCOD-TERMINO.
069800     CALL 'UORG0043' USING UORGL043-PARMS.
069900     IF NOT UORGL043-OK
070000         DISPLAY 'UORG0188 - ERRO ' UORGL043-RETORNO
070100             ' NO REGISTRO DE INICIO DA EXECUCAO'
070200     END-IF.
070300 9500-REGISTRAR-INICIO-EXIT.
070400     EXIT.
070500******************************************************************
070600*    9600-REGISTRAR-FIM                                         *
070700*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO; O    *
070800*    COMMIT FINAL EFETIVA A FILA GRAVADA NO BATIMENTO           *
070900******************************************************************
071000 9600-REGISTRAR-FIM             SECTION.
071100     MOVE 'F' TO UORGL043-FUNCTION.
071200     MOVE WS-QTDE-CARREGADA TO UORGL043-QTDE-LIDOS.
071300     MOVE WS-QTDE-ENFILEIRADA TO UORGL043-QTDE-GRAVADOS.
071400     MOVE WS-QTDE-INVALIDA TO UORGL043-QTDE-REJEITADOS.
071500     IF WS-ARQ-BLOQUEADO
071600         MOVE 8 TO UORGL043-CCOD-TERMINO
071700     ELSE
071800         MOVE ZERO TO UORGL043-CCOD-TERMINO
071900     END-IF.
072000     CALL 'UORG0043' USING UORGL043-PARMS.
072100     IF NOT UORGL043-OK
072200         DISPLAY 'UORG0188 - ERRO ' UORGL043-RETORNO
072300             ' NO REGISTRO DE FIM DA EXECUCAO'
072400     END-IF.
072500     EXEC SQL
072600         COMMIT
072700     END-EXEC.
072800 9600-REGISTRAR-FIM-EXIT.
072900     EXIT.
