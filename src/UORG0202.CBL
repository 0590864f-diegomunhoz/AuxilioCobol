000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0202                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0202.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - RELATORIO MENSAL DE HORAS PARADAS POR *
001600*                INTERRUPCAO NAO PLANEJADA (TINTRP_UND_ORGNZ),   *
001700*                EM HORAS DE EXPEDIENTE DE THORAR_UND_ORGNZ, POR *
001800*                CONGLOMERADO, CLASSIFICACAO E CAUSA.            *
001900******************************************************************
002000*
002100*    FUNCAO: EXECUCAO MENSAL. O MES DE REFERENCIA VEM DO CONTROLE
002200*    UORGK202 (AAAAMM); EM BRANCO OU AUSENTE, O MES ANTERIOR AO
002300*    DA EXECUCAO. CADA INTERRUPCAO REGISTRADA NA TRANSACAO UO81
002400*    (UORG0201) QUE ALCANCA O MES E RECORTADA AOS LIMITES DO MES;
002500*    A INTERRUPCAO AINDA EM ABERTO CONTA ATE O MOMENTO DA
002600*    EXECUCAO. AS HORAS PARADAS SAO APENAS AS DE EXPEDIENTE DA
002700*    UNIDADE, DIA A DIA, NO MESMO CRITERIO DO RELATORIO DE
002800*    UNIDADES ABERTAS NA DATA (UORG0101): SEGUNDA A SEXTA NA
002900*    FAIXA DA SEMANA; SABADO SO COM CINDCD_SABADO = 'S', NA FAIXA
003000*    DO SABADO; DOMINGO E FERIADO (TCALND_FERD COM UF '**' OU A
003100*    UF DO ENDERECO DA UNIDADE) NAO CONTAM. A INTERRUPCAO EM
003200*    UNIDADE SEM HORARIO CADASTRADO E CONTADA SEM HORAS E
003300*    TOTALIZADA A PARTE PARA REGULARIZACAO (UORG0100). O
003400*    RELATORIO UORGR202 TRAZ UMA LINHA POR CONGLOMERADO,
003500*    CLASSIFICACAO (TCLASF_AG) E CAUSA (TCAUSA_INTRP), O TOTAL DE
003600*    CADA CONGLOMERADO E, AO FINAL, O RESUMO POR CAUSA.
003700*    SOMENTE LEITURA.
003800*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.         IBM-390.
004200 OBJECT-COMPUTER.         IBM-390.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CTL-UORGK202 ASSIGN TO UORGK202
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT REL-UORGR202 ASSIGN TO UORGR202
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CTL-UORGK202
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 01  CTL-UORGK202-REG            PIC X(80).
005500 FD  REL-UORGR202
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  REL-UORGR202-REG            PIC X(133).
005900 WORKING-STORAGE SECTION.
006000     EXEC SQL INCLUDE SQLCA END-EXEC.
006100 01  WS-SWITCHES.
006200     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006300        88 WS-FIM-CURSOR              VALUE 'S'.
006400     05 WS-SW-ERRO               PIC X(1) VALUE 'N'.
006500        88 WS-HOUVE-ERRO              VALUE 'S'.
006600     05 WS-SW-TEM-HORARIO        PIC X(1) VALUE 'N'.
006700        88 WS-TEM-HORARIO             VALUE 'S'.
006800 01  WS-CONTADORES.
006900     05 WS-QTDE-LIDOS            PIC S9(9) COMP VALUE ZERO.
007000     05 WS-QTDE-SEM-HORARIO      PIC S9(7) COMP VALUE ZERO.
007100     05 WS-QTDE-GRUPO            PIC S9(7) COMP VALUE ZERO.
007200     05 WS-QTDE-CONGL            PIC S9(7) COMP VALUE ZERO.
007300     05 WS-QTDE-GERAL            PIC S9(7) COMP VALUE ZERO.
007400     05 WS-MIN-INTRP             PIC S9(9) COMP VALUE ZERO.
007500     05 WS-MIN-GRUPO             PIC S9(9) COMP VALUE ZERO.
007600     05 WS-MIN-CONGL             PIC S9(9) COMP VALUE ZERO.
007700     05 WS-MIN-GERAL             PIC S9(9) COMP VALUE ZERO.
007800     05 WS-QTDE-FERIADO          PIC S9(5) COMP VALUE ZERO.
007900     05 WS-IND-CAUSA             PIC S9(4) COMP VALUE ZERO.
008000 01  WS-DIAS.
008100     05 WS-DIA-INT               PIC S9(9) COMP VALUE ZERO.
008200     05 WS-DIA-INI-INT           PIC S9(9) COMP VALUE ZERO.
008300     05 WS-DIA-FIM-INT           PIC S9(9) COMP VALUE ZERO.
008400     05 WS-DIA-SEMANA            PIC S9(4) COMP VALUE ZERO.
008500     05 WS-MIN-DE                PIC S9(5) COMP VALUE ZERO.
008600     05 WS-MIN-ATE               PIC S9(5) COMP VALUE ZERO.
008700     05 WS-MIN-JAN-INI           PIC S9(5) COMP VALUE ZERO.
008800     05 WS-MIN-JAN-FIM           PIC S9(5) COMP VALUE ZERO.
008900     05 WS-MIN-INI-INTRP         PIC S9(5) COMP VALUE ZERO.
009000     05 WS-MIN-FIM-INTRP         PIC S9(5) COMP VALUE ZERO.
009100     05 WS-MINUTOS               PIC S9(5) COMP VALUE ZERO.
009200     05 WS-HORA-HH               PIC S9(3) COMP VALUE ZERO.
009300     05 WS-HORA-MM               PIC S9(3) COMP VALUE ZERO.
009400 01  WS-DATA-HOJE-AAAAMMDD       PIC 9(8).
009500 01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE-AAAAMMDD.
009600     05 WS-ANO-HOJE              PIC 9(4).
009700     05 WS-MES-HOJE              PIC 9(2).
009800     05 WS-DIA-HOJE              PIC 9(2).
009900 01  WS-MES-REFER.
010000     05 WS-ANO-REFER             PIC 9(4).
010100     05 WS-MES-REFER-MM          PIC 9(2).
010200 01  WS-MES-SEGUINTE.
010300     05 WS-ANO-SEGUINTE          PIC 9(4).
010400     05 WS-MES-SEGUINTE-MM       PIC 9(2).
010500 01  WS-AREA-TRABALHO.
010600     05 WS-HINIC-MES             PIC X(19).
010700     05 WS-HFIM-MES              PIC X(19).
010800     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
010900     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
011000     05 WS-CCLASF-UND-ORGNZ      PIC S9(1)V COMP-3.
011100     05 WS-ICLASF-AG             PIC X(20).
011200     05 WS-CCAUSA-INTRP          PIC S9(2)V COMP-3.
011300     05 WS-ICAUSA-INTRP          PIC X(30).
011400     05 WS-HINIC-INTRP           PIC X(26).
011500     05 WS-HFIM-INTRP            PIC X(26).
011600     05 WS-CINDCD-HORARIO        PIC X(1).
011700     05 WS-HINIC-SEMANA          PIC S9(4)V COMP-3.
011800     05 WS-HFIM-SEMANA           PIC S9(4)V COMP-3.
011900     05 WS-CINDCD-SABADO         PIC X(1).
012000     05 WS-HINIC-SABADO          PIC S9(4)V COMP-3.
012100     05 WS-HFIM-SABADO           PIC S9(4)V COMP-3.
012200     05 WS-CUF-UND-ORGNZ         PIC X(2).
012300     05 WS-HORA-HHMM             PIC S9(4)V COMP-3.
012400     05 WS-DATA-AAAAMMDD         PIC 9(8).
012500     05 WS-DATA-DIA-X            PIC X(10).
012600     05 WS-HORAS                 PIC S9(7)V99 COMP-3.
012700 01  WS-CHAVE-ANTERIOR.
012800     05 WS-CPSSOA-ANTERIOR       PIC S9(10)V COMP-3 VALUE -1.
012900     05 WS-CCLASF-ANTERIOR       PIC S9(1)V COMP-3 VALUE ZERO.
013000     05 WS-ICLASF-ANTERIOR       PIC X(20).
013100     05 WS-CCAUSA-ANTERIOR       PIC S9(2)V COMP-3 VALUE ZERO.
013200     05 WS-ICAUSA-ANTERIOR       PIC X(30).
013300 01  WS-TABELA-CAUSAS.
013400     05 WS-CAUSA                 OCCURS 99 TIMES.
013500        10 WS-TC-ICAUSA          PIC X(30).
013600        10 WS-TC-QTDE            PIC S9(7) COMP.
013700        10 WS-TC-MINUTOS         PIC S9(9) COMP.
013800 COPY UORGK202.
013900 COPY UORGR202.
014000 COPY UORGL043.
014100 PROCEDURE DIVISION.
014200******************************************************************
014300*    0000-MAINLINE                                               *
014400******************************************************************
014500 0000-MAINLINE                  SECTION.
014600     PERFORM 9500-REGISTRAR-INICIO
014700         THRU 9500-REGISTRAR-INICIO-EXIT.
014800     PERFORM 1000-PREPARAR-CONTROLE
014900         THRU 1000-PREPARAR-CONTROLE-EXIT.
015000     PERFORM 8500-DECLARAR-CURSORES
015100         THRU 8500-DECLARAR-CURSORES-EXIT.
015200     IF NOT WS-HOUVE-ERRO
015300         PERFORM 1500-LISTAR-INTERRUPCOES
015400             THRU 1500-LISTAR-INTERRUPCOES-EXIT
015500     END-IF.
015600     IF WS-QTDE-GERAL > ZERO
015700         PERFORM 3000-QUEBRA-GRUPO
015800             THRU 3000-QUEBRA-GRUPO-EXIT
015900         PERFORM 3100-QUEBRA-CONGLOMERADO
016000             THRU 3100-QUEBRA-CONGLOMERADO-EXIT
016100     END-IF.
016200     PERFORM 7000-ENCERRAR
016300         THRU 7000-ENCERRAR-EXIT.
016400     PERFORM 9600-REGISTRAR-FIM
016500         THRU 9600-REGISTRAR-FIM-EXIT.
016600     GOBACK.
016700******************************************************************
016800*    1000-PREPARAR-CONTROLE                                      *
016900*    MES DE REFERENCIA DO CONTROLE OU, NA FALTA, MES ANTERIOR;   *
017000*    LIMITES DO MES COMO TIMESTAMP PARA O CURSOR                 *
017100******************************************************************
017200 1000-PREPARAR-CONTROLE         SECTION.
017300     INITIALIZE WS-TABELA-CAUSAS.
017400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE-AAAAMMDD.
017500     MOVE ZERO TO UORGK202-AAAAMM-REFER.
017600     OPEN INPUT CTL-UORGK202.
017700     READ CTL-UORGK202 INTO UORGK202-REGISTRO
017800         AT END
017900             MOVE ZERO TO UORGK202-AAAAMM-REFER
018000     END-READ.
018100     CLOSE CTL-UORGK202.
018200     IF UORGK202-AAAAMM-REFER IS NUMERIC
018300        AND UORGK202-AAAAMM-REFER > ZERO
018400         MOVE UORGK202-AAAAMM-REFER TO WS-MES-REFER
018500     ELSE
018600         MOVE WS-ANO-HOJE TO WS-ANO-REFER
018700         MOVE WS-MES-HOJE TO WS-MES-REFER-MM
018800         IF WS-MES-REFER-MM = 1
018900             SUBTRACT 1 FROM WS-ANO-REFER
019000             MOVE 12 TO WS-MES-REFER-MM
019100         ELSE
019200             SUBTRACT 1 FROM WS-MES-REFER-MM
019300         END-IF
019400     END-IF.
019500     IF WS-MES-REFER-MM < 1 OR WS-MES-REFER-MM > 12
019600         DISPLAY 'UORG0202 - MES DE REFERENCIA INVALIDO: '
019700             WS-MES-REFER
019800         MOVE 'S' TO WS-SW-ERRO
019900     END-IF.
020000     MOVE WS-ANO-REFER TO WS-ANO-SEGUINTE.
020100     IF WS-MES-REFER-MM = 12
020200         ADD 1 TO WS-ANO-SEGUINTE
020300         MOVE 1 TO WS-MES-SEGUINTE-MM
020400     ELSE
020500         COMPUTE WS-MES-SEGUINTE-MM = WS-MES-REFER-MM + 1
020600     END-IF.
020700     STRING WS-ANO-REFER '-' WS-MES-REFER-MM '-01-00.00.00'
020800            DELIMITED BY SIZE INTO WS-HINIC-MES.
020900     STRING WS-ANO-SEGUINTE '-' WS-MES-SEGUINTE-MM
021000            '-01-00.00.00'
021100            DELIMITED BY SIZE INTO WS-HFIM-MES.
021200     DISPLAY 'UORG0202 - MES DE REFERENCIA ' WS-MES-REFER.
021300     OPEN OUTPUT REL-UORGR202.
021400     MOVE SPACES TO UORGR202-LINHA.
021500     MOVE '1' TO UORGR202-CTL-IMPRESSAO.
021600     STRING 'HORAS PARADAS POR INTERRUPCAO NAO PLANEJADA - MES '
021700            WS-MES-REFER-MM '/' WS-ANO-REFER
021800            DELIMITED BY SIZE INTO UORGR202-TIT-TEXTO.
021900     WRITE REL-UORGR202-REG FROM UORGR202-LINHA.
022000     MOVE SPACES TO UORGR202-LINHA.
022100     MOVE ' ' TO UORGR202-CTL-IMPRESSAO.
022200     MOVE 'CONGLOMERADO / CLASSIFICACAO / CAUSA / QTDE / HORAS'
022300         TO UORGR202-TIT-TEXTO.
022400     WRITE REL-UORGR202-REG FROM UORGR202-LINHA.
022500 1000-PREPARAR-CONTROLE-EXIT.
022600     EXIT.
022700******************************************************************
022800*    1500-LISTAR-INTERRUPCOES                                    *
022900******************************************************************
023000 1500-LISTAR-INTERRUPCOES       SECTION.
023100     EXEC SQL
023200         OPEN CUR-UORG0202
023300     END-EXEC.
023400     IF SQLCODE NOT = ZERO
023500         DISPLAY 'UORG0202 - ERRO SQLCODE=' SQLCODE
023600             ' NA ABERTURA DO CURSOR DE INTERRUPCOES'
023700         MOVE 'S' TO WS-SW-ERRO
023800         GO TO 1500-LISTAR-INTERRUPCOES-EXIT
023900     END-IF.
024000     PERFORM 8000-LER-CURSOR
024100         THRU 8000-LER-CURSOR-EXIT.
024200     PERFORM 2000-PROCESSAR-INTERRUPCAO
024300         THRU 2000-PROCESSAR-INTERRUPCAO-EXIT
024400         UNTIL WS-FIM-CURSOR.
024500     EXEC SQL
024600         CLOSE CUR-UORG0202
024700     END-EXEC.
024800 1500-LISTAR-INTERRUPCOES-EXIT.
024900     EXIT.
025000******************************************************************
025100*    2000-PROCESSAR-INTERRUPCAO                                  *
025200*    QUEBRA POR CONGLOMERADO, CLASSIFICACAO E CAUSA              *
025300******************************************************************
025400 2000-PROCESSAR-INTERRUPCAO     SECTION.
025500     IF WS-CPSSOA-JURID NOT = WS-CPSSOA-ANTERIOR
025600         IF WS-QTDE-GERAL > ZERO
025700             PERFORM 3000-QUEBRA-GRUPO
025800                 THRU 3000-QUEBRA-GRUPO-EXIT
025900             PERFORM 3100-QUEBRA-CONGLOMERADO
026000                 THRU 3100-QUEBRA-CONGLOMERADO-EXIT
026100         END-IF
026200         PERFORM 2100-INICIAR-GRUPO
026300             THRU 2100-INICIAR-GRUPO-EXIT
026400     ELSE
026500     IF WS-CCLASF-UND-ORGNZ NOT = WS-CCLASF-ANTERIOR
026600        OR WS-CCAUSA-INTRP NOT = WS-CCAUSA-ANTERIOR
026700         PERFORM 3000-QUEBRA-GRUPO
026800             THRU 3000-QUEBRA-GRUPO-EXIT
026900         PERFORM 2100-INICIAR-GRUPO
027000             THRU 2100-INICIAR-GRUPO-EXIT
027100     END-IF
027200     END-IF.
027300     PERFORM 4000-APURAR-HORAS
027400         THRU 4000-APURAR-HORAS-EXIT.
027500     ADD 1 TO WS-QTDE-GRUPO WS-QTDE-CONGL WS-QTDE-GERAL.
027600     ADD WS-MIN-INTRP TO WS-MIN-GRUPO WS-MIN-CONGL WS-MIN-GERAL.
027700     IF WS-CCAUSA-INTRP > ZERO
027800         MOVE WS-CCAUSA-INTRP TO WS-IND-CAUSA
027900         MOVE WS-ICAUSA-INTRP TO WS-TC-ICAUSA (WS-IND-CAUSA)
028000         ADD 1 TO WS-TC-QTDE (WS-IND-CAUSA)
028100         ADD WS-MIN-INTRP TO WS-TC-MINUTOS (WS-IND-CAUSA)
028200     END-IF.
028300     PERFORM 8000-LER-CURSOR
028400         THRU 8000-LER-CURSOR-EXIT.
028500 2000-PROCESSAR-INTERRUPCAO-EXIT.
028600     EXIT.
028700******************************************************************
028800*    2100-INICIAR-GRUPO                                          *
028900******************************************************************
029000 2100-INICIAR-GRUPO             SECTION.
029100     MOVE WS-CPSSOA-JURID TO WS-CPSSOA-ANTERIOR.
029200     MOVE WS-CCLASF-UND-ORGNZ TO WS-CCLASF-ANTERIOR.
029300     MOVE WS-ICLASF-AG TO WS-ICLASF-ANTERIOR.
029400     MOVE WS-CCAUSA-INTRP TO WS-CCAUSA-ANTERIOR.
029500     MOVE WS-ICAUSA-INTRP TO WS-ICAUSA-ANTERIOR.
029600     MOVE ZERO TO WS-QTDE-GRUPO WS-MIN-GRUPO.
029700 2100-INICIAR-GRUPO-EXIT.
029800     EXIT.
029900******************************************************************
030000*    3000-QUEBRA-GRUPO                                           *
030100*    LINHA DO CONGLOMERADO / CLASSIFICACAO / CAUSA               *
030200******************************************************************
030300 3000-QUEBRA-GRUPO              SECTION.
030400     MOVE SPACES TO UORGR202-LINHA.
030500     MOVE ' ' TO UORGR202-CTL-IMPRESSAO.
030600     MOVE WS-CPSSOA-ANTERIOR TO UORGR202-CPSSOA-JURID.
030700     MOVE WS-CCLASF-ANTERIOR TO UORGR202-CCLASF.
030800     MOVE WS-ICLASF-ANTERIOR TO UORGR202-ICLASF.
030900     MOVE WS-CCAUSA-ANTERIOR TO UORGR202-CCAUSA.
031000     MOVE WS-ICAUSA-ANTERIOR TO UORGR202-ICAUSA.
031100     MOVE WS-QTDE-GRUPO TO UORGR202-QTDE-INTRP.
031200     COMPUTE WS-HORAS ROUNDED = WS-MIN-GRUPO / 60.
031300     MOVE WS-HORAS TO UORGR202-HORAS.
031400     WRITE REL-UORGR202-REG FROM UORGR202-LINHA.
031500 3000-QUEBRA-GRUPO-EXIT.
031600     EXIT.
031700******************************************************************
031800*    3100-QUEBRA-CONGLOMERADO                                    *
031900******************************************************************
032000 3100-QUEBRA-CONGLOMERADO       SECTION.
032100     MOVE SPACES TO UORGR202-LINHA.
032200     MOVE ' ' TO UORGR202-CTL-IMPRESSAO.
032300     MOVE 'TOTAL DO CONGLOMERADO......................:'
032400         TO UORGR202-TOT-ROTULO.
032500     MOVE WS-QTDE-CONGL TO UORGR202-TOT-QTDE.
032600     COMPUTE WS-HORAS ROUNDED = WS-MIN-CONGL / 60.
032700     MOVE WS-HORAS TO UORGR202-TOT-HORAS.
032800     WRITE REL-UORGR202-REG FROM UORGR202-LINHA.
032900     MOVE SPACES TO UORGR202-LINHA.
033000     WRITE REL-UORGR202-REG FROM UORGR202-LINHA.
033100     MOVE ZERO TO WS-QTDE-CONGL WS-MIN-CONGL.
033200 3100-QUEBRA-CONGLOMERADO-EXIT.
033300     EXIT.
033400******************************************************************
033500*    4000-APURAR-HORAS                                           *
033600*    MINUTOS DE EXPEDIENTE ENTRE O INICIO E O FIM RECORTADOS DA  *
033700*    INTERRUPCAO, DIA A DIA                                      *
033800******************************************************************
033900 4000-APURAR-HORAS              SECTION.
034000     MOVE ZERO TO WS-MIN-INTRP.
034100     IF WS-CINDCD-HORARIO NOT = 'S'
034200         ADD 1 TO WS-QTDE-SEM-HORARIO
034300         DISPLAY 'UORG0202 - UNIDADE SEM HORARIO CADASTRADO: '
034400             WS-CPSSOA-JURID '/' WS-NSEQ-UND-ORGNZ
034500         GO TO 4000-APURAR-HORAS-EXIT
034600     END-IF.
034700     IF WS-CUF-UND-ORGNZ = SPACES
034800         MOVE '**' TO WS-CUF-UND-ORGNZ
034900     END-IF.
035000     STRING WS-HINIC-INTRP (1:4) WS-HINIC-INTRP (6:2)
035100            WS-HINIC-INTRP (9:2)
035200            DELIMITED BY SIZE INTO WS-DATA-AAAAMMDD.
035300     COMPUTE WS-DIA-INI-INT =
035400         FUNCTION INTEGER-OF-DATE (WS-DATA-AAAAMMDD).
035500     MOVE WS-HINIC-INTRP (12:2) TO WS-HORA-HH.
035600     MOVE WS-HINIC-INTRP (15:2) TO WS-HORA-MM.
035700     COMPUTE WS-MIN-INI-INTRP = WS-HORA-HH * 60 + WS-HORA-MM.
035800     STRING WS-HFIM-INTRP (1:4) WS-HFIM-INTRP (6:2)
035900            WS-HFIM-INTRP (9:2)
036000            DELIMITED BY SIZE INTO WS-DATA-AAAAMMDD.
036100     COMPUTE WS-DIA-FIM-INT =
036200         FUNCTION INTEGER-OF-DATE (WS-DATA-AAAAMMDD).
036300     MOVE WS-HFIM-INTRP (12:2) TO WS-HORA-HH.
036400     MOVE WS-HFIM-INTRP (15:2) TO WS-HORA-MM.
036500     COMPUTE WS-MIN-FIM-INTRP = WS-HORA-HH * 60 + WS-HORA-MM.
036600     PERFORM 4100-APURAR-DIA
036700         THRU 4100-APURAR-DIA-EXIT
036800         VARYING WS-DIA-INT FROM WS-DIA-INI-INT BY 1
036900         UNTIL WS-DIA-INT > WS-DIA-FIM-INT.
037000 4000-APURAR-HORAS-EXIT.
037100     EXIT.
037200******************************************************************
037300*    4100-APURAR-DIA                                             *
037400*    DOMINGO E FERIADO NAO TEM EXPEDIENTE; SABADO SO QUANDO A    *
037500*    UNIDADE ABRE AOS SABADOS (MESMO CRITERIO DA UORG0101)       *
037600******************************************************************
037700 4100-APURAR-DIA                SECTION.
037800     COMPUTE WS-DIA-SEMANA = FUNCTION MOD (WS-DIA-INT, 7).
037900     IF WS-DIA-SEMANA = ZERO
038000         GO TO 4100-APURAR-DIA-EXIT
038100     END-IF.
038200     IF WS-DIA-SEMANA = 6
038300         IF WS-CINDCD-SABADO NOT = 'S'
038400             GO TO 4100-APURAR-DIA-EXIT
038500         END-IF
038600         MOVE WS-HINIC-SABADO TO WS-HORA-HHMM
038700         PERFORM 4500-CONVERTER-MINUTOS
038800             THRU 4500-CONVERTER-MINUTOS-EXIT
038900         MOVE WS-MINUTOS TO WS-MIN-JAN-INI
039000         MOVE WS-HFIM-SABADO TO WS-HORA-HHMM
039100         PERFORM 4500-CONVERTER-MINUTOS
039200             THRU 4500-CONVERTER-MINUTOS-EXIT
039300         MOVE WS-MINUTOS TO WS-MIN-JAN-FIM
039400     ELSE
039500         MOVE WS-HINIC-SEMANA TO WS-HORA-HHMM
039600         PERFORM 4500-CONVERTER-MINUTOS
039700             THRU 4500-CONVERTER-MINUTOS-EXIT
039800         MOVE WS-MINUTOS TO WS-MIN-JAN-INI
039900         MOVE WS-HFIM-SEMANA TO WS-HORA-HHMM
040000         PERFORM 4500-CONVERTER-MINUTOS
040100             THRU 4500-CONVERTER-MINUTOS-EXIT
040200         MOVE WS-MINUTOS TO WS-MIN-JAN-FIM
040300     END-IF.
040400     PERFORM 4200-VERIFICAR-FERIADO
040500         THRU 4200-VERIFICAR-FERIADO-EXIT.
040600     IF WS-QTDE-FERIADO > ZERO
040700         GO TO 4100-APURAR-DIA-EXIT
040800     END-IF.
040900     MOVE ZERO TO WS-MIN-DE.
041000     MOVE 1440 TO WS-MIN-ATE.
041100     IF WS-DIA-INT = WS-DIA-INI-INT
041200         MOVE WS-MIN-INI-INTRP TO WS-MIN-DE
041300     END-IF.
041400     IF WS-DIA-INT = WS-DIA-FIM-INT
041500         MOVE WS-MIN-FIM-INTRP TO WS-MIN-ATE
041600     END-IF.
041700     IF WS-MIN-DE < WS-MIN-JAN-INI
041800         MOVE WS-MIN-JAN-INI TO WS-MIN-DE
041900     END-IF.
042000     IF WS-MIN-ATE > WS-MIN-JAN-FIM
042100         MOVE WS-MIN-JAN-FIM TO WS-MIN-ATE
042200     END-IF.
042300     IF WS-MIN-ATE > WS-MIN-DE
042400         COMPUTE WS-MIN-INTRP =
042500             WS-MIN-INTRP + WS-MIN-ATE - WS-MIN-DE
042600     END-IF.
042700 4100-APURAR-DIA-EXIT.
042800     EXIT.
042900******************************************************************
043000*    4200-VERIFICAR-FERIADO                                      *
043100*    FERIADO NACIONAL '**' OU DA UF DO ENDERECO DA UNIDADE       *
043200******************************************************************
043300 4200-VERIFICAR-FERIADO         SECTION.
043400     MOVE ZERO TO WS-QTDE-FERIADO.
043500     COMPUTE WS-DATA-AAAAMMDD =
043600         FUNCTION DATE-OF-INTEGER (WS-DIA-INT).
043700     STRING WS-DATA-AAAAMMDD (1:4) '-'
043800            WS-DATA-AAAAMMDD (5:2) '-'
043900            WS-DATA-AAAAMMDD (7:2)
044000            DELIMITED BY SIZE INTO WS-DATA-DIA-X.
044100     EXEC SQL
044200         SELECT COUNT(*)
044300           INTO :WS-QTDE-FERIADO
044400           FROM DB2PRD.TCALND_FERD
044500          WHERE DFERD = :WS-DATA-DIA-X
044600            AND (CUF_FERD = '**'
044700                 OR CUF_FERD = :WS-CUF-UND-ORGNZ)
044800     END-EXEC.
044900     IF SQLCODE NOT = ZERO
045000         DISPLAY 'UORG0202 - ERRO SQLCODE=' SQLCODE
045100             ' NA CONSULTA DO CALENDARIO'
045200         MOVE ZERO TO WS-QTDE-FERIADO
045300     END-IF.
045400 4200-VERIFICAR-FERIADO-EXIT.
045500     EXIT.
045600******************************************************************
045700*    4500-CONVERTER-MINUTOS                                      *
045800*    HORA HHMM DO CATALOGO DE HORARIO EM MINUTOS DO DIA          *
045900******************************************************************
046000 4500-CONVERTER-MINUTOS         SECTION.
046100     DIVIDE WS-HORA-HHMM BY 100
046200         GIVING WS-HORA-HH REMAINDER WS-HORA-MM.
046300     COMPUTE WS-MINUTOS = WS-HORA-HH * 60 + WS-HORA-MM.
046400 4500-CONVERTER-MINUTOS-EXIT.
046500     EXIT.
046600******************************************************************
046700*    7000-ENCERRAR                                               *
046800*    RESUMO POR CAUSA E TOTAIS GERAIS                            *
046900******************************************************************
047000 7000-ENCERRAR                  SECTION.
047100     MOVE SPACES TO UORGR202-LINHA.
047200     MOVE '0' TO UORGR202-CTL-IMPRESSAO.
047300     MOVE 'RESUMO POR CAUSA' TO UORGR202-TIT-TEXTO.
047400     WRITE REL-UORGR202-REG FROM UORGR202-LINHA.
047500     PERFORM 7100-IMPRIMIR-CAUSA
047600         THRU 7100-IMPRIMIR-CAUSA-EXIT
047700         VARYING WS-IND-CAUSA FROM 1 BY 1
047800         UNTIL WS-IND-CAUSA > 99.
047900     MOVE SPACES TO UORGR202-LINHA.
048000     MOVE '0' TO UORGR202-CTL-IMPRESSAO.
048100     MOVE 'TOTAL GERAL DE INTERRUPCOES / HORAS.........:'
048200         TO UORGR202-TOT-ROTULO.
048300     MOVE WS-QTDE-GERAL TO UORGR202-TOT-QTDE.
048400     COMPUTE WS-HORAS ROUNDED = WS-MIN-GERAL / 60.
048500     MOVE WS-HORAS TO UORGR202-TOT-HORAS.
048600     WRITE REL-UORGR202-REG FROM UORGR202-LINHA.
048700     MOVE SPACES TO UORGR202-LINHA.
048800     MOVE ' ' TO UORGR202-CTL-IMPRESSAO.
048900     MOVE 'INTERRUPCOES EM UNIDADE SEM HORARIO.........:'
049000         TO UORGR202-TOT-ROTULO.
049100     MOVE WS-QTDE-SEM-HORARIO TO UORGR202-TOT-QTDE.
049200     WRITE REL-UORGR202-REG FROM UORGR202-LINHA.
049300     CLOSE REL-UORGR202.
049400     DISPLAY 'UORG0202 - INTERRUPCOES: ' WS-QTDE-GERAL
049500         ' SEM HORARIO: ' WS-QTDE-SEM-HORARIO.
049600 7000-ENCERRAR-EXIT.
049700     EXIT.
049800******************************************************************
049900*    7100-IMPRIMIR-CAUSA                                         *
050000******************************************************************
050100 7100-IMPRIMIR-CAUSA            SECTION.
050200     IF WS-TC-QTDE (WS-IND-CAUSA) = ZERO
050300         GO TO 7100-IMPRIMIR-CAUSA-EXIT
050400     END-IF.
050500     MOVE SPACES TO UORGR202-LINHA.
050600     MOVE ' ' TO UORGR202-CTL-IMPRESSAO.
050700     MOVE WS-IND-CAUSA TO UORGR202-CCAUSA.
050800     MOVE WS-TC-ICAUSA (WS-IND-CAUSA) TO UORGR202-ICAUSA.
050900     MOVE WS-TC-QTDE (WS-IND-CAUSA) TO UORGR202-QTDE-INTRP.
051000     COMPUTE WS-HORAS ROUNDED =
051100         WS-TC-MINUTOS (WS-IND-CAUSA) / 60.
051200     MOVE WS-HORAS TO UORGR202-HORAS.
051300     WRITE REL-UORGR202-REG FROM UORGR202-LINHA.
051400 7100-IMPRIMIR-CAUSA-EXIT.
051500     EXIT.
051600******************************************************************
051700*    8000-LER-CURSOR                                             *
051800******************************************************************
051900 8000-LER-CURSOR                SECTION.
052000     EXEC SQL
052100         FETCH CUR-UORG0202
052200          INTO :WS-CPSSOA-JURID, :WS-CCLASF-UND-ORGNZ,
052300               :WS-ICLASF-AG, :WS-CCAUSA-INTRP,
052400               :WS-ICAUSA-INTRP, :WS-NSEQ-UND-ORGNZ,
052500               :WS-HINIC-INTRP, :WS-HFIM-INTRP,
052600               :WS-CINDCD-HORARIO, :WS-HINIC-SEMANA,
052700               :WS-HFIM-SEMANA, :WS-CINDCD-SABADO,
052800               :WS-HINIC-SABADO, :WS-HFIM-SABADO,
052900               :WS-CUF-UND-ORGNZ
053000     END-EXEC.
053100     EVALUATE TRUE
053200         WHEN SQLCODE = ZERO
053300             ADD 1 TO WS-QTDE-LIDOS
053400         WHEN SQLCODE = 100
053500             MOVE 'S' TO WS-SW-FIM-CURSOR
053600         WHEN OTHER
053700             DISPLAY 'UORG0202 - ERRO SQLCODE=' SQLCODE
053800                 ' NA LEITURA DAS INTERRUPCOES'
053900             MOVE 'S' TO WS-SW-FIM-CURSOR
054000             MOVE 'S' TO WS-SW-ERRO
054100     END-EVALUATE.
054200 8000-LER-CURSOR-EXIT.
054300     EXIT.
054400******************************************************************
054500*    8500-DECLARAR-CURSORES                                      *
054600*    INTERRUPCOES QUE ALCANCAM O MES, RECORTADAS AOS LIMITES DO  *
054700*    MES; A EM ABERTO VAI ATE O MOMENTO DA EXECUCAO              *
054800******************************************************************
054900 8500-DECLARAR-CURSORES         SECTION.
055000     EXEC SQL
055100         DECLARE CUR-UORG0202 CURSOR FOR
055200         SELECT I.CPSSOA_JURID,
055300                COALESCE(A.CCLASF_UND_ORGNZ, 0),
055400                COALESCE(B.ICLASF_AG, 'SEM CLASSIFICACAO'),
055500                I.CCAUSA_INTRP,
055600                COALESCE(C.ICAUSA_INTRP, 'CAUSA NAO CADASTRADA'),
055700                I.NSEQ_UND_ORGNZ,
055800                CHAR(CASE WHEN I.HINIC_INTRP
055900                               < TIMESTAMP(:WS-HINIC-MES)
056000                          THEN TIMESTAMP(:WS-HINIC-MES)
056100                          ELSE I.HINIC_INTRP END),
056200                CHAR(CASE WHEN COALESCE(I.HFIM_INTRP,
056300                                        CURRENT TIMESTAMP)
056400                               > TIMESTAMP(:WS-HFIM-MES)
056500                          THEN TIMESTAMP(:WS-HFIM-MES)
056600                          ELSE COALESCE(I.HFIM_INTRP,
056700                                        CURRENT TIMESTAMP) END),
056800                CASE WHEN H.CPSSOA_JURID IS NULL THEN 'N'
056900                     ELSE 'S' END,
057000                COALESCE(H.HINIC_SEMANA, 0),
057100                COALESCE(H.HFIM_SEMANA, 0),
057200                COALESCE(H.CINDCD_SABADO, 'N'),
057300                COALESCE(H.HINIC_SABADO, 0),
057400                COALESCE(H.HFIM_SABADO, 0),
057500                COALESCE(E.CUF_UND_ORGNZ, '**')
057600           FROM DB2PRD.TINTRP_UND_ORGNZ I
057700          INNER JOIN DB2PRD.TUND_ORGNZ A
057800             ON A.CPSSOA_JURID   = I.CPSSOA_JURID
057900            AND A.NSEQ_UND_ORGNZ = I.NSEQ_UND_ORGNZ
058000           LEFT JOIN DB2PRD.TCLASF_AG B
058100             ON B.CCLASF_AG = A.CCLASF_UND_ORGNZ
058200           LEFT JOIN DB2PRD.TCAUSA_INTRP C
058300             ON C.CCAUSA_INTRP = I.CCAUSA_INTRP
058400           LEFT JOIN DB2PRD.THORAR_UND_ORGNZ H
058500             ON H.CPSSOA_JURID   = I.CPSSOA_JURID
058600            AND H.NSEQ_UND_ORGNZ = I.NSEQ_UND_ORGNZ
058700           LEFT JOIN DB2PRD.TENDRC_UND_ORGNZ E
058800             ON E.CPSSOA_JURID   = I.CPSSOA_JURID
058900            AND E.NSEQ_UND_ORGNZ = I.NSEQ_UND_ORGNZ
059000          WHERE I.HINIC_INTRP < TIMESTAMP(:WS-HFIM-MES)
059100            AND (I.HFIM_INTRP IS NULL
059200                 OR I.HFIM_INTRP > TIMESTAMP(:WS-HINIC-MES))
059300            AND I.HINIC_INTRP < CURRENT TIMESTAMP
059400          ORDER BY I.CPSSOA_JURID, 2, I.CCAUSA_INTRP,
059500                   I.NSEQ_UND_ORGNZ, I.HINIC_INTRP
059600     END-EXEC.
059700 8500-DECLARAR-CURSORES-EXIT.
059800     EXIT.
059900******************************************************************
060000*    9500-REGISTRAR-INICIO                                      *
060100*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
060200******************************************************************
060300 9500-REGISTRAR-INICIO          SECTION.
060400     MOVE 'I' TO UORGL043-FUNCTION.
060500     MOVE 'UORG0202' TO UORGL043-CPGM-BATCH.
060600     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
060700                  UORGL043-QTDE-REJEITADOS
060800                  UORGL043-CCOD-TERMINO.
060900     CALL 'UORG0043' USING UORGL043-PARMS.
061000     IF NOT UORGL043-OK
061100         DISPLAY 'UORG0202 - ERRO ' UORGL043-RETORNO
061200             ' NO REGISTRO DE INICIO DA EXECUCAO'
061300     END-IF.
061400 9500-REGISTRAR-INICIO-EXIT.
061500     EXIT.
061600******************************************************************
061700*    9600-REGISTRAR-FIM                                         *
061800*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO       *
061900******************************************************************
062000 9600-REGISTRAR-FIM             SECTION.
062100     MOVE 'F' TO UORGL043-FUNCTION.
062200     MOVE WS-QTDE-LIDOS TO UORGL043-QTDE-LIDOS.
062300     COMPUTE UORGL043-QTDE-GRAVADOS =
062400         WS-QTDE-GERAL - WS-QTDE-SEM-HORARIO.
062500     MOVE WS-QTDE-SEM-HORARIO TO UORGL043-QTDE-REJEITADOS.
062600     IF WS-HOUVE-ERRO
062700         MOVE 8 TO UORGL043-CCOD-TERMINO
062800     ELSE
062900         MOVE ZERO TO UORGL043-CCOD-TERMINO
063000     END-IF.
063100     CALL 'UORG0043' USING UORGL043-PARMS.
063200     IF NOT UORGL043-OK
063300         DISPLAY 'UORG0202 - ERRO ' UORGL043-RETORNO
063400             ' NO REGISTRO DE FIM DA EXECUCAO'
063500     END-IF.
063600     EXEC SQL
063700         COMMIT
063800     END-EXEC.
063900 9600-REGISTRAR-FIM-EXIT.
064000     EXIT.
