000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0179                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0179.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - ARQUIVO DIARIO DO LOCALIZADOR PUBLICO *
001600*                DE AGENCIAS PARA O SITE E O APLICATIVO DO      *
001700*                BANCO: COMPLETO AOS DOMINGOS, DELTA NOS DEMAIS *
001800*                DIAS, SO TIPOS ATENDIDOS AO PUBLICO, COM AS    *
001900*                FECHADAS TEMPORARIAMENTE MARCADAS COM A DATA   *
002000*                PREVISTA DE REABERTURA. GERACAO REGISTRADA NA  *
002100*                UORG0087 E CONFIRMADA PELO ACUSE UORG0088.     *
002110* 15/10/2026 ES  UNIDADE ATIVA COM INTERRUPCAO NAO PLANEJADA    *
002120*                EM ABERTO (TINTRP_UND_ORGNZ, UORG0201) SAI     *
002130*                COMO 'T' SEM DATA DE REABERTURA; ABERTURA E    *
002140*                ENCERRAMENTO DA INTERRUPCAO ENTRAM NO DELTA.   *
002150* 15/10/2026 ES  REGISTRO '2' COM OS SERVICOS OFERECIDOS PELA   *
002160*                UNIDADE (TSERVC_UND_ORGNZ, UO89) APOS CADA     *
002170*                DETALHE 'A' OU 'T'; OFERTA E CATALOGO DE       *
002180*                SERVICOS ENTRAM NO DELTA.                      *
002200******************************************************************
002300*
002400*    FUNCAO: EXECUCAO DIARIA. OS TIPOS DE UNIDADE ATENDIDOS AO
002500*    PUBLICO VEM DA TABELA CENTRAL DE PARAMETROS (TPARAM_BATCH
002600*    VIA UORG0148, PROGRAMA UORG0179, PARAMETRO TIPOS-PUBL: ATE
002700*    10 CODIGOS DE 3 DIGITOS SEPARADOS POR UM CARACTER, EX.
002800*    '001,002,007'); SEM O PARAMETRO NADA E GERADO E A EXECUCAO
002900*    TERMINA COM CODIGO 8, PARA NAO PUBLICAR UNIDADES INTERNAS.
003000*    AOS DOMINGOS A CARGA E COMPLETA ('C'): TODA UNIDADE ATIVA OU
003100*    FECHADA TEMPORARIAMENTE DE TIPO PUBLICO. NOS DEMAIS DIAS A
003200*    CARGA E DELTA ('D'), COMO NA UORG0011: SO AS UNIDADES COM
003300*    INCLUSAO/MANUTENCAO EM TUND_ORGNZ, ENDERECO, HORARIO OU
003400*    CONTATO, OU SUSPENSAO POR OBRA, POSTERIOR A ULTIMA GERACAO
003500*    CONFIRMADA DA INTERFACE EM TCTRL_TRANSM_ARQ; SEM GERACAO
003600*    CONFIRMADA O DELTA RECUA PARA CARGA COMPLETA. ACAO DO
003700*    DETALHE: 'A' UNIDADE ATIVA DE TIPO PUBLICO; 'T' FECHADA
003800*    TEMPORARIAMENTE (CSIT 3), COM A DATA PREVISTA DE REABERTURA
003900*    DA SUSPENSAO POR OBRA VIGENTE (TSUSPN_OBRA, UORG0154) OU, NA
004000*    UNIDADE SAZONAL, A PROXIMA DATA DE ABERTURA DE
004100*    TRECORR_SAZONAL (UORG0095); 'E' (SO NO DELTA) UNIDADE
004200*    ENCERRADA OU QUE DEIXOU DE SER DE TIPO PUBLICO, PARA SAIR DO
004300*    LOCALIZADOR. UNIDADE PLANEJADA (CSIT 2) NUNCA E PUBLICADA.
004310*    UNIDADE ATIVA COM INTERRUPCAO NAO PLANEJADA EM ABERTO
004320*    (TINTRP_UND_ORGNZ, UORG0201) SAI COMO 'T' SEM DATA PREVISTA
004330*    DE REABERTURA; A ABERTURA OU O ENCERRAMENTO DA INTERRUPCAO
004340*    POSTERIOR A MARCA TAMBEM ENTRA NO DELTA.
004345*    APOS CADA DETALHE 'A' OU 'T' SAI UM REGISTRO '2' POR SERVICO
004350*    ATIVO OFERECIDO PELA UNIDADE (TSERVC_UND_ORGNZ, CSIT_SERVC 1)
004355*    DE TIPO ATIVO NO CATALOGO TTPO_SERVC_UND (UO88/UO89). A LISTA
004360*    E SEMPRE COMPLETA: DETALHE SEM REGISTRO '2' SIGNIFICA UNIDADE
004365*    SEM SERVICO. A INCLUSAO, RETIRADA OU REATIVACAO DO SERVICO E
004370*    A MANUTENCAO DO TIPO NO CATALOGO POSTERIORES A MARCA ENTRAM
004375*    NO DELTA. OS REGISTROS '2' ENTRAM NA QUANTIDADE DO TRAILER.
004400*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.         IBM-390.
004800 OBJECT-COMPUTER.         IBM-390.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT SAI-UORGS179 ASSIGN TO UORGS179
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  SAI-UORGS179
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  SAI-UORGS179-REG            PIC X(200).
005900 WORKING-STORAGE SECTION.
006000     EXEC SQL INCLUDE SQLCA END-EXEC.
006100 01  WS-SWITCHES.
006200     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006300        88 WS-FIM-CURSOR              VALUE 'S'.
006400     05 WS-SW-MODO-DELTA         PIC X(1) VALUE 'N'.
006500        88 WS-MODO-DELTA              VALUE 'S'.
006600     05 WS-SW-ERRO               PIC X(1) VALUE 'N'.
006700        88 WS-HOUVE-ERRO              VALUE 'S'.
006710     05 WS-SW-FIM-SERVICO        PIC X(1) VALUE 'N'.
006720        88 WS-FIM-SERVICO             VALUE 'S'.
006800 01  WS-CONTADORES.
006900     05 WS-QTDE-LIDA             PIC S9(9) COMP VALUE ZERO.
007000     05 WS-QTDE-EXTRAIDA         PIC S9(9) COMP VALUE ZERO.
007100     05 WS-QTDE-PUBLICADA        PIC S9(9) COMP VALUE ZERO.
007200     05 WS-QTDE-FECH-TEMP        PIC S9(9) COMP VALUE ZERO.
007300     05 WS-QTDE-EXCLUIDA         PIC S9(9) COMP VALUE ZERO.
007400     05 WS-QTDE-IGNORADA         PIC S9(9) COMP VALUE ZERO.
007410     05 WS-QTDE-SERVICO          PIC S9(9) COMP VALUE ZERO.
007500     05 WS-QTDE-TIPOS            PIC S9(4) COMP VALUE ZERO.
007600     05 WS-IND-TIPO              PIC S9(4) COMP.
007700     05 WS-POS-TIPO              PIC S9(4) COMP.
007800 01  WS-DATA-HOJE.
007900     05 WS-DATA-HOJE-AAAAMMDD    PIC 9(8).
008000     05 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE-AAAAMMDD.
008100        10 WS-ANO-HOJE           PIC 9(4).
008200        10 WS-MMDD-HOJE          PIC 9(4).
008300 01  WS-CALENDARIO.
008400     05 WS-DIA-INTEIRO           PIC S9(9) COMP.
008500     05 WS-DIA-SEMANA            PIC S9(4) COMP.
008600 01  WS-TIPOS-PUBLICOS.
008700     05 WS-CTPO-PUBL-01          PIC S9(3)V COMP-3.
008800     05 WS-CTPO-PUBL-02          PIC S9(3)V COMP-3.
008900     05 WS-CTPO-PUBL-03          PIC S9(3)V COMP-3.
009000     05 WS-CTPO-PUBL-04          PIC S9(3)V COMP-3.
009100     05 WS-CTPO-PUBL-05          PIC S9(3)V COMP-3.
009200     05 WS-CTPO-PUBL-06          PIC S9(3)V COMP-3.
009300     05 WS-CTPO-PUBL-07          PIC S9(3)V COMP-3.
009400     05 WS-CTPO-PUBL-08          PIC S9(3)V COMP-3.
009500     05 WS-CTPO-PUBL-09          PIC S9(3)V COMP-3.
009600     05 WS-CTPO-PUBL-10          PIC S9(3)V COMP-3.
009700 01  WS-TIPOS-PUBLICOS-R REDEFINES WS-TIPOS-PUBLICOS.
009800     05 WS-CTPO-PUBL             PIC S9(3)V COMP-3
009900                                 OCCURS 10 TIMES.
010000 01  WS-AREA-TRABALHO.
010100     05 WS-MARCA-GERACAO         PIC X(26).
010200     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
010300     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
010400     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
010500     05 WS-CTPO-UND-ORGNZ        PIC S9(3)V COMP-3.
010600     05 WS-CINDCD-PUBLICO        PIC X(1).
010700        88 WS-TIPO-PUBLICO            VALUE 'S'.
010800     05 WS-IABREV-UND-ORGNZ      PIC X(40).
010900     05 WS-IENDRC-LOGRD          PIC X(40).
011000     05 WS-NENDRC-LOGRD          PIC X(6).
011100     05 WS-CENDRC-POSTAL         PIC S9(8)V COMP-3.
011200     05 WS-CMUNIC-IBGE           PIC S9(7)V COMP-3.
011300     05 WS-CUF-UND-ORGNZ         PIC X(2).
011400     05 WS-VLATD                 PIC S9(3)V9(6) COMP-3.
011500     05 WS-VLONGD                PIC S9(4)V9(6) COMP-3.
011600     05 WS-HINIC-SEMANA          PIC S9(4)V COMP-3.
011700     05 WS-HFIM-SEMANA           PIC S9(4)V COMP-3.
011800     05 WS-CINDCD-SABADO         PIC X(1).
011900     05 WS-HINIC-SABADO          PIC S9(4)V COMP-3.
012000     05 WS-HFIM-SABADO           PIC S9(4)V COMP-3.
012100     05 WS-NTELEF-UND            PIC X(15).
012200     05 WS-CACAO                 PIC X(1).
012210     05 WS-CINDCD-INTRP          PIC X(1).
012220        88 WS-INTERROMPIDA            VALUE 'S'.
012300     05 WS-DPREVS-REABERT        PIC X(10).
012400     05 WS-DREABERT-AAAAMMDD     PIC X(8).
012500     05 WS-NMES-ABERT            PIC S9(2)V COMP-3.
012600     05 WS-NDIA-ABERT            PIC S9(2)V COMP-3.
012700     05 WS-ANO-REABERT           PIC 9(4).
012800     05 WS-MMDD-REABERT          PIC 9(4).
012810     05 WS-CTPO-SERVC            PIC S9(3)V COMP-3.
012820     05 WS-ITPO-SERVC            PIC X(40).
012830     05 WS-CINDCD-CMBIO          PIC X(1).
012900 01  WS-INDICADORES.
013000     05 WS-IND-MARCA-GERACAO     PIC S9(4) COMP-5.
013100     05 WS-IND-DPREVS            PIC S9(4) COMP-5.
013200 COPY UORGS179.
013300 COPY UORGL043.
013400 COPY UORGL087.
013500 COPY UORGL148.
013600 PROCEDURE DIVISION.
013700******************************************************************
013800*    0000-MAINLINE                                               *
013900******************************************************************
014000 0000-MAINLINE                  SECTION.
014100     PERFORM 9500-REGISTRAR-INICIO
014200         THRU 9500-REGISTRAR-INICIO-EXIT.
014300     PERFORM 1400-CARREGAR-TIPOS
014400         THRU 1400-CARREGAR-TIPOS-EXIT.
014500     IF NOT WS-HOUVE-ERRO
014600         PERFORM 1000-ABRIR-ARQUIVOS
014700             THRU 1000-ABRIR-ARQUIVOS-EXIT
014800         PERFORM 2000-PROCESSAR-UNIDADE
014900             THRU 2000-PROCESSAR-UNIDADE-EXIT
015000             UNTIL WS-FIM-CURSOR
015100         PERFORM 7000-ENCERRAR
015200             THRU 7000-ENCERRAR-EXIT
015300     END-IF.
015400     PERFORM 9600-REGISTRAR-FIM
015500         THRU 9600-REGISTRAR-FIM-EXIT.
015600     GOBACK.
015700******************************************************************
015800*    1000-ABRIR-ARQUIVOS                                         *
015900******************************************************************
016000 1000-ABRIR-ARQUIVOS            SECTION.
016100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE-AAAAMMDD.
016200     PERFORM 1500-DEFINIR-MODO
016300         THRU 1500-DEFINIR-MODO-EXIT.
016400     OPEN OUTPUT SAI-UORGS179.
016500     PERFORM 3000-GRAVAR-HEADER
016600         THRU 3000-GRAVAR-HEADER-EXIT.
016700     PERFORM 8500-DECLARAR-CURSORES
016800         THRU 8500-DECLARAR-CURSORES-EXIT.
016900     IF WS-MODO-DELTA
017000         EXEC SQL
017100             OPEN CUR-UORG0179-DLT
017200         END-EXEC
017300     ELSE
017400         EXEC SQL
017500             OPEN CUR-UORG0179
017600         END-EXEC
017700     END-IF.
017800     IF SQLCODE NOT = ZERO
017900         DISPLAY 'UORG0179 - ERRO SQLCODE=' SQLCODE
018000             ' NA ABERTURA DO CURSOR'
018100         MOVE 'S' TO WS-SW-FIM-CURSOR
018200         MOVE 'S' TO WS-SW-ERRO
018300         GO TO 1000-ABRIR-ARQUIVOS-EXIT
018400     END-IF.
018500     PERFORM 8000-LER-CURSOR
018600         THRU 8000-LER-CURSOR-EXIT.
018700 1000-ABRIR-ARQUIVOS-EXIT.
018800     EXIT.
018900******************************************************************
019000*    1400-CARREGAR-TIPOS                                         *
019100*    TIPOS DE UNIDADE ATENDIDOS AO PUBLICO (TPARAM_BATCH)        *
019200******************************************************************
019300 1400-CARREGAR-TIPOS            SECTION.
019400     MOVE -1 TO WS-CTPO-PUBL-01 WS-CTPO-PUBL-02 WS-CTPO-PUBL-03
019500                WS-CTPO-PUBL-04 WS-CTPO-PUBL-05 WS-CTPO-PUBL-06
019600                WS-CTPO-PUBL-07 WS-CTPO-PUBL-08 WS-CTPO-PUBL-09
019700                WS-CTPO-PUBL-10.
019800     MOVE 'UORG0179' TO UORGL148-CPGM-BATCH.
019900     MOVE 'TIPOS-PUBL' TO UORGL148-CPARAM.
020000     CALL 'UORG0148' USING UORGL148-PARMS.
020100     IF NOT UORGL148-OK
020200         DISPLAY 'UORG0179 - ERRO ' UORGL148-RETORNO
020300             ' NA LEITURA DO PARAMETRO TIPOS-PUBL'
020400         MOVE 'S' TO WS-SW-ERRO
020500         GO TO 1400-CARREGAR-TIPOS-EXIT
020600     END-IF.
020700     PERFORM 1450-CARREGAR-TIPO
020800         THRU 1450-CARREGAR-TIPO-EXIT
020900         VARYING WS-IND-TIPO FROM 1 BY 1
021000         UNTIL WS-IND-TIPO > 10.
021100     IF WS-QTDE-TIPOS = ZERO
021200         DISPLAY 'UORG0179 - PARAMETRO TIPOS-PUBL SEM TIPO '
021300             'VALIDO: ' UORGL148-VPARAM
021400         MOVE 'S' TO WS-SW-ERRO
021500     END-IF.
021600 1400-CARREGAR-TIPOS-EXIT.
021700     EXIT.
021800******************************************************************
021900*    1450-CARREGAR-TIPO                                          *
022000*    CODIGO NA POSICAO 1, 5, 9 ... DO VALOR DO PARAMETRO         *
022100******************************************************************
022200 1450-CARREGAR-TIPO             SECTION.
022300     COMPUTE WS-POS-TIPO = (WS-IND-TIPO - 1) * 4 + 1.
022400     IF UORGL148-VPARAM (WS-POS-TIPO:3) IS NUMERIC
022500         MOVE UORGL148-VPARAM (WS-POS-TIPO:3)
022600             TO WS-CTPO-PUBL (WS-IND-TIPO)
022700         ADD 1 TO WS-QTDE-TIPOS
022800     END-IF.
022900 1450-CARREGAR-TIPO-EXIT.
023000     EXIT.
023100******************************************************************
023200*    1500-DEFINIR-MODO                                           *
023300*    DOMINGO = CARGA COMPLETA; NOS DEMAIS DIAS DELTA DESDE A     *
023400*    ULTIMA GERACAO CONFIRMADA DA INTERFACE EM TCTRL_TRANSM_ARQ  *
023500******************************************************************
023600 1500-DEFINIR-MODO              SECTION.
023700     MOVE 'N' TO WS-SW-MODO-DELTA.
023800     MOVE SPACES TO WS-MARCA-GERACAO.
023900     COMPUTE WS-DIA-INTEIRO =
024000         FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE-AAAAMMDD).
024100     COMPUTE WS-DIA-SEMANA =
024200         FUNCTION MOD (WS-DIA-INTEIRO, 7).
024300     IF WS-DIA-SEMANA = ZERO
024400         DISPLAY 'UORG0179 - DOMINGO, GERACAO COMPLETA'
024500         GO TO 1500-DEFINIR-MODO-EXIT
024600     END-IF.
024700     EXEC SQL
024800         SELECT MAX(HGERACAO)
024900           INTO :WS-MARCA-GERACAO:WS-IND-MARCA-GERACAO
025000           FROM DB2PRD.TCTRL_TRANSM_ARQ
025100          WHERE CINTERF_ARQ = 'UORGS179'
025200            AND CSIT_TRANSM = 1
025300     END-EXEC.
025400     IF SQLCODE NOT = ZERO OR WS-IND-MARCA-GERACAO < ZERO
025500         DISPLAY 'UORG0179 - SEM GERACAO CONFIRMADA, MODO '
025600             'DELTA RECUADO PARA CARGA COMPLETA'
025700         MOVE SPACES TO WS-MARCA-GERACAO
025800         GO TO 1500-DEFINIR-MODO-EXIT
025900     END-IF.
026000     MOVE 'S' TO WS-SW-MODO-DELTA.
026100     DISPLAY 'UORG0179 - GERACAO DELTA DESDE '
026200         WS-MARCA-GERACAO (1:19).
026300 1500-DEFINIR-MODO-EXIT.
026400     EXIT.
026500******************************************************************
026600*    2000-PROCESSAR-UNIDADE                                      *
026700*    ACAO DO DETALHE PELA SITUACAO E PELO TIPO DA UNIDADE        *
026800******************************************************************
026900 2000-PROCESSAR-UNIDADE         SECTION.
027000     ADD 1 TO WS-QTDE-LIDA.
027100     MOVE SPACES TO WS-DREABERT-AAAAMMDD.
027200     IF NOT WS-TIPO-PUBLICO
027300         OR WS-CSIT-UND-ORGNZ = ZERO
027400         MOVE 'E' TO WS-CACAO
027500     ELSE
027600     IF WS-CSIT-UND-ORGNZ = 3
027700         MOVE 'T' TO WS-CACAO
027800         PERFORM 3500-OBTER-REABERTURA
027900             THRU 3500-OBTER-REABERTURA-EXIT
028000     ELSE
028010     IF WS-CSIT-UND-ORGNZ = 1
028020        AND WS-INTERROMPIDA
028030         MOVE 'T' TO WS-CACAO
028040     ELSE
028050     IF WS-CSIT-UND-ORGNZ = 1
028060         MOVE 'A' TO WS-CACAO
028300     ELSE
028400         ADD 1 TO WS-QTDE-IGNORADA
028500         GO TO 2000-PROCESSAR-UNIDADE-LER
028600     END-IF
028620     END-IF
028630     END-IF
028640     END-IF.
028900     PERFORM 4000-GRAVAR-DETALHE
029000         THRU 4000-GRAVAR-DETALHE-EXIT.
029100 2000-PROCESSAR-UNIDADE-LER.
029200     PERFORM 8000-LER-CURSOR
029300         THRU 8000-LER-CURSOR-EXIT.
029400 2000-PROCESSAR-UNIDADE-EXIT.
029500     EXIT.
029600******************************************************************
029700*    3000-GRAVAR-HEADER                                          *
029800******************************************************************
029900 3000-GRAVAR-HEADER             SECTION.
030000     MOVE SPACES TO UORGS179-REGISTRO.
030100     MOVE '0' TO UORGS179-TIPO-REG.
030200     MOVE 'UORGS179' TO UORGS179-HDR-CINTERF.
030300     MOVE WS-DATA-HOJE-AAAAMMDD TO UORGS179-HDR-DGERACAO.
030400     IF WS-MODO-DELTA
030500         MOVE 'D' TO UORGS179-HDR-TIPO-CARGA
030600         MOVE WS-MARCA-GERACAO TO UORGS179-HDR-MARCA-GERACAO
030700     ELSE
030800         MOVE 'C' TO UORGS179-HDR-TIPO-CARGA
030900     END-IF.
031000     WRITE SAI-UORGS179-REG FROM UORGS179-REGISTRO.
031100 3000-GRAVAR-HEADER-EXIT.
031200     EXIT.
031300******************************************************************
031400*    3500-OBTER-REABERTURA                                       *
031500*    DATA PREVISTA DA SUSPENSAO POR OBRA VIGENTE; NA FALTA, A    *
031600*    PROXIMA ABERTURA DO RECORRENTE SAZONAL; SENAO EM BRANCO     *
031700******************************************************************
031800 3500-OBTER-REABERTURA          SECTION.
031900     EXEC SQL
032000         SELECT CHAR(MAX(DPREVS_REABERT), ISO)
032100           INTO :WS-DPREVS-REABERT:WS-IND-DPREVS
032200           FROM DB2PRD.TSUSPN_OBRA
032300          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
032400            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
032500            AND CSIT_SUSPN     = 1
032600     END-EXEC.
032700     IF SQLCODE = ZERO AND WS-IND-DPREVS NOT < ZERO
032800         STRING WS-DPREVS-REABERT (1:4)
032900                WS-DPREVS-REABERT (6:2)
033000                WS-DPREVS-REABERT (9:2)
033100                DELIMITED BY SIZE INTO WS-DREABERT-AAAAMMDD
033200         GO TO 3500-OBTER-REABERTURA-EXIT
033300     END-IF.
033400     EXEC SQL
033500         SELECT NMES_ABERT, NDIA_ABERT
033600           INTO :WS-NMES-ABERT, :WS-NDIA-ABERT
033700           FROM DB2PRD.TRECORR_SAZONAL
033800          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
033900            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
034000     END-EXEC.
034100     IF SQLCODE NOT = ZERO
034200         GO TO 3500-OBTER-REABERTURA-EXIT
034300     END-IF.
034400     COMPUTE WS-MMDD-REABERT =
034500         WS-NMES-ABERT * 100 + WS-NDIA-ABERT.
034600     MOVE WS-ANO-HOJE TO WS-ANO-REABERT.
034700     IF WS-MMDD-REABERT NOT > WS-MMDD-HOJE
034800         ADD 1 TO WS-ANO-REABERT
034900     END-IF.
035000     STRING WS-ANO-REABERT WS-MMDD-REABERT
035100            DELIMITED BY SIZE INTO WS-DREABERT-AAAAMMDD.
035200 3500-OBTER-REABERTURA-EXIT.
035300     EXIT.
035400******************************************************************
035500*    4000-GRAVAR-DETALHE                                         *
035600******************************************************************
035700 4000-GRAVAR-DETALHE            SECTION.
035800     MOVE SPACES TO UORGS179-REGISTRO.
035900     MOVE '1' TO UORGS179-TIPO-REG.
036000     MOVE WS-CACAO TO UORGS179-CACAO.
036100     MOVE WS-CPSSOA-JURID TO UORGS179-CPSSOA-JURID.
036200     MOVE WS-NSEQ-UND-ORGNZ TO UORGS179-NSEQ-UND-ORGNZ.
036300     MOVE WS-CTPO-UND-ORGNZ TO UORGS179-CTPO-UND-ORGNZ.
036400     MOVE WS-IABREV-UND-ORGNZ TO UORGS179-IABREV-UND-ORGNZ.
036500     MOVE WS-IENDRC-LOGRD TO UORGS179-IENDRC-LOGRD.
036600     MOVE WS-NENDRC-LOGRD TO UORGS179-NENDRC-LOGRD.
036700     MOVE WS-CENDRC-POSTAL TO UORGS179-CENDRC-POSTAL.
036800     MOVE WS-CMUNIC-IBGE TO UORGS179-CMUNIC-IBGE.
036900     MOVE WS-CUF-UND-ORGNZ TO UORGS179-CUF-UND-ORGNZ.
037000     IF WS-VLATD < ZERO
037100         MOVE '-' TO UORGS179-LATD-SINAL
037200     ELSE
037300         MOVE '+' TO UORGS179-LATD-SINAL
037400     END-IF.
037500     MOVE WS-VLATD TO UORGS179-LATD.
037600     IF WS-VLONGD < ZERO
037700         MOVE '-' TO UORGS179-LONGD-SINAL
037800     ELSE
037900         MOVE '+' TO UORGS179-LONGD-SINAL
038000     END-IF.
038100     MOVE WS-VLONGD TO UORGS179-LONGD.
038200     MOVE WS-HINIC-SEMANA TO UORGS179-HINIC-SEMANA.
038300     MOVE WS-HFIM-SEMANA TO UORGS179-HFIM-SEMANA.
038400     MOVE WS-CINDCD-SABADO TO UORGS179-CINDCD-SABADO.
038500     MOVE WS-HINIC-SABADO TO UORGS179-HINIC-SABADO.
038600     MOVE WS-HFIM-SABADO TO UORGS179-HFIM-SABADO.
038700     MOVE WS-NTELEF-UND TO UORGS179-NTELEF-UND.
038800     MOVE WS-DREABERT-AAAAMMDD TO UORGS179-DPREVS-REABERT.
038900     WRITE SAI-UORGS179-REG FROM UORGS179-REGISTRO.
039000     ADD 1 TO WS-QTDE-EXTRAIDA.
039100     EVALUATE WS-CACAO
039200         WHEN 'A'
039300             ADD 1 TO WS-QTDE-PUBLICADA
039400         WHEN 'T'
039500             ADD 1 TO WS-QTDE-FECH-TEMP
039600         WHEN OTHER
039700             ADD 1 TO WS-QTDE-EXCLUIDA
039800     END-EVALUATE.
039810     IF WS-CACAO NOT = 'E'
039820         PERFORM 4500-GRAVAR-SERVICOS
039830             THRU 4500-GRAVAR-SERVICOS-EXIT
039840     END-IF.
039900 4000-GRAVAR-DETALHE-EXIT.
040000     EXIT.
040001******************************************************************
040002*    4500-GRAVAR-SERVICOS                                        *
040003*    UM REGISTRO '2' POR SERVICO ATIVO OFERECIDO PELA UNIDADE    *
040004******************************************************************
040005 4500-GRAVAR-SERVICOS           SECTION.
040006     MOVE 'N' TO WS-SW-FIM-SERVICO.
040007     EXEC SQL
040008         OPEN CUR-SERVICO-UND
040009     END-EXEC.
040010     IF SQLCODE NOT = ZERO
040011         DISPLAY 'UORG0179 - ERRO SQLCODE=' SQLCODE
040012             ' NA ABERTURA DO CURSOR DE SERVICOS DA UNIDADE '
040013             WS-CPSSOA-JURID '/' WS-NSEQ-UND-ORGNZ
040014         MOVE 'S' TO WS-SW-ERRO
040015         GO TO 4500-GRAVAR-SERVICOS-EXIT
040016     END-IF.
040017     PERFORM 4510-LER-SERVICO
040018         THRU 4510-LER-SERVICO-EXIT.
040019     PERFORM 4520-GRAVAR-SERVICO
040020         THRU 4520-GRAVAR-SERVICO-EXIT
040021         UNTIL WS-FIM-SERVICO.
040022     EXEC SQL
040023         CLOSE CUR-SERVICO-UND
040024     END-EXEC.
040025 4500-GRAVAR-SERVICOS-EXIT.
040026     EXIT.
040027******************************************************************
040028*    4510-LER-SERVICO                                            *
040029******************************************************************
040030 4510-LER-SERVICO               SECTION.
040031     EXEC SQL
040032         FETCH CUR-SERVICO-UND
040033          INTO :WS-CTPO-SERVC, :WS-ITPO-SERVC, :WS-CINDCD-CMBIO
040034     END-EXEC.
040035     IF SQLCODE = 100
040036         MOVE 'S' TO WS-SW-FIM-SERVICO
040037     ELSE
040038     IF SQLCODE NOT = ZERO
040039         DISPLAY 'UORG0179 - ERRO SQLCODE=' SQLCODE
040040             ' NO FETCH DOS SERVICOS DA UNIDADE '
040041             WS-CPSSOA-JURID '/' WS-NSEQ-UND-ORGNZ
040042         MOVE 'S' TO WS-SW-FIM-SERVICO
040043         MOVE 'S' TO WS-SW-ERRO
040044     END-IF
040045     END-IF.
040046 4510-LER-SERVICO-EXIT.
040047     EXIT.
040048******************************************************************
040049*    4520-GRAVAR-SERVICO                                         *
040050******************************************************************
040051 4520-GRAVAR-SERVICO            SECTION.
040052     MOVE SPACES TO UORGS179-REGISTRO.
040053     MOVE '2' TO UORGS179-TIPO-REG.
040054     MOVE WS-CPSSOA-JURID TO UORGS179-SRV-CPSSOA-JURID.
040055     MOVE WS-NSEQ-UND-ORGNZ TO UORGS179-SRV-NSEQ-UND-ORGNZ.
040056     MOVE WS-CTPO-SERVC TO UORGS179-SRV-CTPO-SERVC.
040057     MOVE WS-ITPO-SERVC TO UORGS179-SRV-ITPO-SERVC.
040058     MOVE WS-CINDCD-CMBIO TO UORGS179-SRV-CINDCD-CMBIO.
040059     WRITE SAI-UORGS179-REG FROM UORGS179-REGISTRO.
040060     ADD 1 TO WS-QTDE-EXTRAIDA.
040061     ADD 1 TO WS-QTDE-SERVICO.
040062     PERFORM 4510-LER-SERVICO
040063         THRU 4510-LER-SERVICO-EXIT.
040064 4520-GRAVAR-SERVICO-EXIT.
040065     EXIT.
040100******************************************************************
040200*    7000-ENCERRAR                                               *
040300*    TRAILER E REGISTRO DA GERACAO (SO SEM ERRO NA LEITURA)      *
040400******************************************************************
040500 7000-ENCERRAR                  SECTION.
040600     MOVE SPACES TO UORGS179-REGISTRO.
040700     MOVE '9' TO UORGS179-TIPO-REG.
040800     MOVE WS-QTDE-EXTRAIDA TO UORGS179-TRL-QTDE-REGS.
040900     WRITE SAI-UORGS179-REG FROM UORGS179-REGISTRO.
041000     IF WS-MODO-DELTA
041100         EXEC SQL
041200             CLOSE CUR-UORG0179-DLT
041300         END-EXEC
041400     ELSE
041500         EXEC SQL
041600             CLOSE CUR-UORG0179
041700         END-EXEC
041800     END-IF.
041900     CLOSE SAI-UORGS179.
042000     DISPLAY 'UORG0179 - PUBLICADAS: ' WS-QTDE-PUBLICADA
042100         ' FECHADAS TEMP: ' WS-QTDE-FECH-TEMP
042110         ' EXCLUIDAS: ' WS-QTDE-EXCLUIDA
042120         ' SERVICOS: ' WS-QTDE-SERVICO.
042300     IF WS-HOUVE-ERRO
042400         DISPLAY 'UORG0179 - ARQUIVO INCOMPLETO NAO REGISTRADO - '
042500             'NAO TRANSMITIR; REEXECUTAR APOS CORRECAO'
042600         GO TO 7000-ENCERRAR-EXIT
042700     END-IF.
042800     MOVE 'G' TO UORGL087-FUNCTION.
042900     MOVE 'UORGS179' TO UORGL087-CINTERF.
043000     MOVE WS-QTDE-EXTRAIDA TO UORGL087-QREG-ARQUIVO
043100                             UORGL087-QTOTAL-TRAILER.
043200     MOVE 'UORG0179' TO UORGL087-CUSUAR.
043300     CALL 'UORG0087' USING UORGL087-PARMS.
043400     IF UORGL087-OK
043500         DISPLAY 'UORG0179 - GERACAO REGISTRADA: '
043600             UORGL087-NSEQ-GERACAO
043700     ELSE
043800         DISPLAY 'UORG0179 - ERRO ' UORGL087-RETORNO
043900             ' NO REGISTRO DA GERACAO'
044000         MOVE 'S' TO WS-SW-ERRO
044100     END-IF.
044200 7000-ENCERRAR-EXIT.
044300     EXIT.
044400******************************************************************
044500*    8000-LER-CURSOR                                             *
044600******************************************************************
044700 8000-LER-CURSOR                SECTION.
044800     IF WS-MODO-DELTA
044900         EXEC SQL
045000             FETCH CUR-UORG0179-DLT
045100              INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
045200                   :WS-CSIT-UND-ORGNZ, :WS-CTPO-UND-ORGNZ,
045300                   :WS-CINDCD-PUBLICO, :WS-IABREV-UND-ORGNZ,
045400                   :WS-IENDRC-LOGRD, :WS-NENDRC-LOGRD,
045500                   :WS-CENDRC-POSTAL, :WS-CMUNIC-IBGE,
045600                   :WS-CUF-UND-ORGNZ, :WS-VLATD, :WS-VLONGD,
045700                   :WS-HINIC-SEMANA, :WS-HFIM-SEMANA,
045800                   :WS-CINDCD-SABADO, :WS-HINIC-SABADO,
045810                   :WS-HFIM-SABADO, :WS-NTELEF-UND,
045820                   :WS-CINDCD-INTRP
046000         END-EXEC
046100     ELSE
046200         EXEC SQL
046300             FETCH CUR-UORG0179
046400              INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
046500                   :WS-CSIT-UND-ORGNZ, :WS-CTPO-UND-ORGNZ,
046600                   :WS-CINDCD-PUBLICO, :WS-IABREV-UND-ORGNZ,
046700                   :WS-IENDRC-LOGRD, :WS-NENDRC-LOGRD,
046800                   :WS-CENDRC-POSTAL, :WS-CMUNIC-IBGE,
046900                   :WS-CUF-UND-ORGNZ, :WS-VLATD, :WS-VLONGD,
047000                   :WS-HINIC-SEMANA, :WS-HFIM-SEMANA,
047100                   :WS-CINDCD-SABADO, :WS-HINIC-SABADO,
047110                   :WS-HFIM-SABADO, :WS-NTELEF-UND,
047120                   :WS-CINDCD-INTRP
047300         END-EXEC
047400     END-IF.
047500     IF SQLCODE = 100
047600         MOVE 'S' TO WS-SW-FIM-CURSOR
047700     ELSE
047800     IF SQLCODE NOT = ZERO
047900         DISPLAY 'UORG0179 - ERRO SQLCODE=' SQLCODE
048000             ' NO FETCH DO CURSOR'
048100         MOVE 'S' TO WS-SW-FIM-CURSOR
048200         MOVE 'S' TO WS-SW-ERRO
048300     END-IF
048400     END-IF.
048500 8000-LER-CURSOR-EXIT.
048600     EXIT.
048700******************************************************************
048800*    8500-DECLARAR-CURSORES                                      *
048900*    COMPLETO: ATIVAS E FECHADAS TEMPORARIAMENTE DE TIPO         *
049000*    PUBLICO. DELTA: TODA UNIDADE NAO PLANEJADA COM ALTERACAO    *
049100*    APOS A MARCA DA ULTIMA GERACAO CONFIRMADA                   *
049200******************************************************************
049300 8500-DECLARAR-CURSORES         SECTION.
049400     EXEC SQL
049500         DECLARE CUR-UORG0179 CURSOR FOR
049600         SELECT A.CPSSOA_JURID, A.NSEQ_UND_ORGNZ,
049700                A.CSIT_UND_ORGNZ, COALESCE(A.CTPO_UND_ORGNZ, 0),
049800                'S', COALESCE(A.IABREV_UND_ORGNZ, ' '),
049900                COALESCE(E.IENDRC_LOGRD, ' '),
050000                COALESCE(E.NENDRC_LOGRD, ' '),
050100                COALESCE(E.CENDRC_POSTAL, 0),
050200                COALESCE(E.CMUNIC_IBGE, 0),
050300                COALESCE(E.CUF_UND_ORGNZ, ' '),
050400                COALESCE(A.VLATD_UND_ORGNZ, 0),
050500                COALESCE(A.VLONGD_UND_ORGNZ, 0),
050600                COALESCE(H.HINIC_SEMANA, 0),
050700                COALESCE(H.HFIM_SEMANA, 0),
050800                COALESCE(H.CINDCD_SABADO, 'N'),
050900                COALESCE(H.HINIC_SABADO, 0),
051000                COALESCE(H.HFIM_SABADO, 0),
051010                COALESCE(C.NTELEF_UND, ' '),
051020                CASE WHEN EXISTS
051030                     (SELECT 1
051040                        FROM DB2PRD.TINTRP_UND_ORGNZ I
051050                       WHERE I.CPSSOA_JURID   = A.CPSSOA_JURID
051060                         AND I.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
051070                         AND I.HFIM_INTRP IS NULL)
051080                     THEN 'S' ELSE 'N' END
051200           FROM DB2PRD.TUND_ORGNZ A
051300           LEFT JOIN DB2PRD.TENDRC_UND_ORGNZ E
051400             ON E.CPSSOA_JURID   = A.CPSSOA_JURID
051500            AND E.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
051600           LEFT JOIN DB2PRD.THORAR_UND_ORGNZ H
051700             ON H.CPSSOA_JURID   = A.CPSSOA_JURID
051800            AND H.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
051900           LEFT JOIN DB2PRD.TCONTT_UND_ORGNZ C
052000             ON C.CPSSOA_JURID   = A.CPSSOA_JURID
052100            AND C.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
052200          WHERE A.CSIT_UND_ORGNZ IN (1, 3)
052300            AND A.CTPO_UND_ORGNZ IN
052400                (:WS-CTPO-PUBL-01, :WS-CTPO-PUBL-02,
052500                 :WS-CTPO-PUBL-03, :WS-CTPO-PUBL-04,
052600                 :WS-CTPO-PUBL-05, :WS-CTPO-PUBL-06,
052700                 :WS-CTPO-PUBL-07, :WS-CTPO-PUBL-08,
052800                 :WS-CTPO-PUBL-09, :WS-CTPO-PUBL-10)
052900          ORDER BY A.CPSSOA_JURID, A.NSEQ_UND_ORGNZ
053000     END-EXEC.
053100     EXEC SQL
053200         DECLARE CUR-UORG0179-DLT CURSOR FOR
053300         SELECT A.CPSSOA_JURID, A.NSEQ_UND_ORGNZ,
053400                A.CSIT_UND_ORGNZ, COALESCE(A.CTPO_UND_ORGNZ, 0),
053500                CASE WHEN A.CTPO_UND_ORGNZ IN
053600                     (:WS-CTPO-PUBL-01, :WS-CTPO-PUBL-02,
053700                      :WS-CTPO-PUBL-03, :WS-CTPO-PUBL-04,
053800                      :WS-CTPO-PUBL-05, :WS-CTPO-PUBL-06,
053900                      :WS-CTPO-PUBL-07, :WS-CTPO-PUBL-08,
054000                      :WS-CTPO-PUBL-09, :WS-CTPO-PUBL-10)
054100                     THEN 'S' ELSE 'N' END,
054200                COALESCE(A.IABREV_UND_ORGNZ, ' '),
054300                COALESCE(E.IENDRC_LOGRD, ' '),
054400                COALESCE(E.NENDRC_LOGRD, ' '),
054500                COALESCE(E.CENDRC_POSTAL, 0),
054600                COALESCE(E.CMUNIC_IBGE, 0),
054700                COALESCE(E.CUF_UND_ORGNZ, ' '),
054800                COALESCE(A.VLATD_UND_ORGNZ, 0),
054900                COALESCE(A.VLONGD_UND_ORGNZ, 0),
055000                COALESCE(H.HINIC_SEMANA, 0),
055100                COALESCE(H.HFIM_SEMANA, 0),
055200                COALESCE(H.CINDCD_SABADO, 'N'),
055300                COALESCE(H.HINIC_SABADO, 0),
055400                COALESCE(H.HFIM_SABADO, 0),
055410                COALESCE(C.NTELEF_UND, ' '),
055420                CASE WHEN EXISTS
055430                     (SELECT 1
055440                        FROM DB2PRD.TINTRP_UND_ORGNZ I
055450                       WHERE I.CPSSOA_JURID   = A.CPSSOA_JURID
055460                         AND I.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
055470                         AND I.HFIM_INTRP IS NULL)
055480                     THEN 'S' ELSE 'N' END
055600           FROM DB2PRD.TUND_ORGNZ A
055700           LEFT JOIN DB2PRD.TENDRC_UND_ORGNZ E
055800             ON E.CPSSOA_JURID   = A.CPSSOA_JURID
055900            AND E.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
056000           LEFT JOIN DB2PRD.THORAR_UND_ORGNZ H
056100             ON H.CPSSOA_JURID   = A.CPSSOA_JURID
056200            AND H.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
056300           LEFT JOIN DB2PRD.TCONTT_UND_ORGNZ C
056400             ON C.CPSSOA_JURID   = A.CPSSOA_JURID
056500            AND C.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
056600          WHERE A.CSIT_UND_ORGNZ NOT = 2
056700            AND (A.HINCL_REG  > :WS-MARCA-GERACAO
056800                 OR A.HMANUT_REG > :WS-MARCA-GERACAO
056900                 OR E.HINCL_REG  > :WS-MARCA-GERACAO
057000                 OR E.HMANUT_REG > :WS-MARCA-GERACAO
057100                 OR H.HINCL_REG  > :WS-MARCA-GERACAO
057200                 OR H.HMANUT_REG > :WS-MARCA-GERACAO
057300                 OR C.HINCL_REG  > :WS-MARCA-GERACAO
057400                 OR C.HMANUT_REG > :WS-MARCA-GERACAO
057500                 OR EXISTS
057600                    (SELECT 1
057700                       FROM DB2PRD.TSUSPN_OBRA S
057800                      WHERE S.CPSSOA_JURID   = A.CPSSOA_JURID
057900                        AND S.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
057910                        AND S.HINCL_REG > :WS-MARCA-GERACAO)
057920                 OR EXISTS
057930                    (SELECT 1
057940                       FROM DB2PRD.TINTRP_UND_ORGNZ I
057950                      WHERE I.CPSSOA_JURID   = A.CPSSOA_JURID
057960                        AND I.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
057970                        AND (I.HINCL_REG > :WS-MARCA-GERACAO OR
057975                             I.HMANUT_REG > :WS-MARCA-GERACAO))
057980                 OR EXISTS
057985                    (SELECT 1
057990                       FROM DB2PRD.TSERVC_UND_ORGNZ V
057995                      WHERE V.CPSSOA_JURID   = A.CPSSOA_JURID
058000                        AND V.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
058005                        AND (V.HINCL_REG > :WS-MARCA-GERACAO OR
058010                             V.HMANUT_REG > :WS-MARCA-GERACAO))
058015                 OR EXISTS
058020                    (SELECT 1
058025                       FROM DB2PRD.TSERVC_UND_ORGNZ V,
058030                            DB2PRD.TTPO_SERVC_UND   T
058035                      WHERE V.CPSSOA_JURID   = A.CPSSOA_JURID
058040                        AND V.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
058045                        AND V.CSIT_SERVC     = 1
058050                        AND T.CTPO_SERVC     = V.CTPO_SERVC
058055                        AND T.HMANUT_REG > :WS-MARCA-GERACAO))
058100          ORDER BY A.CPSSOA_JURID, A.NSEQ_UND_ORGNZ
058200     END-EXEC.
058205     EXEC SQL
058210         DECLARE CUR-SERVICO-UND CURSOR FOR
058215         SELECT V.CTPO_SERVC, T.ITPO_SERVC, T.CINDCD_CMBIO
058220           FROM DB2PRD.TSERVC_UND_ORGNZ V,
058225                DB2PRD.TTPO_SERVC_UND   T
058230          WHERE V.CPSSOA_JURID   = :WS-CPSSOA-JURID
058235            AND V.NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
058240            AND V.CSIT_SERVC     = 1
058245            AND T.CTPO_SERVC     = V.CTPO_SERVC
058250            AND T.CSIT_TPO_SERVC = 1
058255          ORDER BY V.CTPO_SERVC
058260     END-EXEC.
058300 8500-DECLARAR-CURSORES-EXIT.
058400     EXIT.
058500******************************************************************
058600*    9500-REGISTRAR-INICIO                                       *
058700*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
058800******************************************************************
058900 9500-REGISTRAR-INICIO          SECTION.
059000     MOVE 'I' TO UORGL043-FUNCTION.
059100     MOVE 'UORG0179' TO UORGL043-CPGM-BATCH.
059200     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
059300                  UORGL043-QTDE-REJEITADOS
059400                  UORGL043-CCOD-TERMINO.
059500     CALL 'UORG0043' USING UORGL043-PARMS.
059600     IF NOT UORGL043-OK
059700         DISPLAY 'UORG0179 - ERRO ' UORGL043-RETORNO
059800             ' NO REGISTRO DE INICIO DA EXECUCAO'
059900     END-IF.
060000 9500-REGISTRAR-INICIO-EXIT.
060100     EXIT.
060200******************************************************************
060300*    9600-REGISTRAR-FIM                                          *
060400*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
060500******************************************************************
060600 9600-REGISTRAR-FIM             SECTION.
060700     MOVE 'F' TO UORGL043-FUNCTION.
060800     MOVE WS-QTDE-LIDA TO UORGL043-QTDE-LIDOS.
060900     MOVE WS-QTDE-EXTRAIDA TO UORGL043-QTDE-GRAVADOS.
061000     MOVE WS-QTDE-IGNORADA TO UORGL043-QTDE-REJEITADOS.
061100     IF WS-HOUVE-ERRO
061200         MOVE ZERO TO UORGL043-QTDE-GRAVADOS
061300         MOVE 8 TO UORGL043-CCOD-TERMINO
061400     ELSE
061500         MOVE ZERO TO UORGL043-CCOD-TERMINO
061600     END-IF.
061700     CALL 'UORG0043' USING UORGL043-PARMS.
061800     IF NOT UORGL043-OK
061900         DISPLAY 'UORG0179 - ERRO ' UORGL043-RETORNO
062000             ' NO REGISTRO DE FIM DA EXECUCAO'
062100     END-IF.
062200     EXEC SQL
062300         COMMIT
062400     END-EXEC.
062500 9600-REGISTRAR-FIM-EXIT.
062600     EXIT.
