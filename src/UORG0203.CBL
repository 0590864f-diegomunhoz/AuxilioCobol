000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0203                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0203.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - PONTUACAO TRIMESTRAL DE RISCO         *
001600*                OPERACIONAL POR UNIDADE ATIVA, COM PESOS DE     *
001700*                TPESO_RISCO_OPER, GRAVADA EM TPONTU_RISCO_UND,  *
001800*                E RANKING COM MOVIMENTO DESDE O TRIMESTRE       *
001900*                ANTERIOR E ENTRADAS NA FAIXA DO TOPO.           *
002000******************************************************************
002100*
002200*    FUNCAO: EXECUCAO TRIMESTRAL. O TRIMESTRE VEM DO CONTROLE
002300*    UORGK203 (AAAAT); EM BRANCO, O ULTIMO TRIMESTRE FECHADO, COMO
002400*    NA UORG0018. PARA CADA UNIDADE ATIVA (CSIT_UND_ORGNZ = 1)
002500*    APURA AS OCORRENCIAS DE SEIS FATORES:
002600*    01 INTERRUPCOES NAO PLANEJADAS (TINTRP_UND_ORGNZ, UORG0201)
002700*       QUE ALCANCAM O TRIMESTRE;
002800*    02 LICENCA OBRIGATORIA AUSENTE OU VENCIDA (UORG0163);
002900*    03 APOLICES SUBSEGURADAS, NO CRITERIO DA UORG0132: COBERTURA
003000*       POR M2 (AREA CONVERTIDA PELA UORG0030) ABAIXO DO PISO DADO
003100*       NO LIMITE DO FATOR;
003200*    04 SOLICITACOES DE OCUPACAO EM ABERTO (TMANUT_PRDIO_OCPDO COM
003300*       CSIT_ATUAL_REG = 1) DO IMOVEL DA UNIDADE;
003400*    05 DESSAS, AS PENDENTES HA MAIS DIAS QUE O LIMITE DO FATOR
003500*       (ZERO = 90), CONTADOS DA INSTALACAO COMO NA UORG0005;
003600*    06 FUNCIONARIOS ALEM DA LOTACAO, NO CRITERIO DA UORG0026.
003700*    OS FATORES 02 A 06 SAO A SITUACAO NA DATA DA EXECUCAO. A
003800*    PONTUACAO E A SOMA DE OCORRENCIAS X PESO DO FATOR
003900*    (TPESO_RISCO_OPER; FATOR SEM PESO CADASTRADO NAO PONTUA) E E
004000*    GRAVADA EM TPONTU_RISCO_UND PARA O TRIMESTRE (A REEXECUCAO
004100*    SUBSTITUI O TRIMESTRE). AS UNIDADES COM PONTUACAO RECEBEM A
004200*    POSICAO NO RANKING; O RELATORIO UORGR203 AS LISTA DA MAIOR
004300*    PARA A MENOR PONTUACAO COM A POSICAO NO TRIMESTRE ANTERIOR E
004400*    O MOVIMENTO, E EM SEGUIDA AS QUE ENTRARAM NA FAIXA DO TOPO
004500*    (PRIMEIRAS FAIXA-TOPO POSICOES, PARAMETRO DA UORG0203 EM
004600*    TPARAM_BATCH VIA UORG0148, PADRAO 20) VINDAS DE FORA DELA.
004700*
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.         IBM-390.
005100 OBJECT-COMPUTER.         IBM-390.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT CTL-UORGK203 ASSIGN TO UORGK203
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT REL-UORGR203 ASSIGN TO UORGR203
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  CTL-UORGK203
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  CTL-UORGK203-REG            PIC X(80).
006400 FD  REL-UORGR203
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  REL-UORGR203-REG            PIC X(133).
006800 WORKING-STORAGE SECTION.
006900     EXEC SQL INCLUDE SQLCA END-EXEC.
007000 01  WS-SWITCHES.
007100     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
007200        88 WS-FIM-CURSOR              VALUE 'S'.
007300     05 WS-SW-FIM-AREA           PIC X(1) VALUE 'N'.
007400        88 WS-FIM-AREA                VALUE 'S'.
007500     05 WS-SW-FIM-APOLICE        PIC X(1) VALUE 'N'.
007600        88 WS-FIM-APOLICE             VALUE 'S'.
007700     05 WS-SW-ERRO               PIC X(1) VALUE 'N'.
007800        88 WS-HOUVE-ERRO              VALUE 'S'.
007900 01  WS-CONTADORES.
008000     05 WS-QTDE-LIDOS            PIC S9(9) COMP VALUE ZERO.
008100     05 WS-QTDE-GRAVADOS         PIC S9(9) COMP VALUE ZERO.
008200     05 WS-QTDE-PONTUADAS        PIC S9(7) COMP VALUE ZERO.
008300     05 WS-QTDE-ENTRADAS         PIC S9(7) COMP VALUE ZERO.
008400     05 WS-QTDE-PESOS            PIC S9(4) COMP VALUE ZERO.
008500     05 WS-NPOSIC                PIC S9(7) COMP VALUE ZERO.
008600     05 WS-FAIXA-TOPO            PIC S9(4) COMP VALUE 20.
008700     05 WS-IND-FATOR             PIC S9(4) COMP VALUE ZERO.
008800     05 WS-CONTADOR-CKPT         PIC S9(5) COMP VALUE ZERO.
008900     05 WS-INTERVALO-CKPT        PIC S9(5) COMP VALUE 100.
009000 01  WS-TABELA-FATORES.
009100     05 WS-FATOR                 OCCURS 6 TIMES.
009200        10 WS-VPESO-FATOR        PIC S9(3)V99 COMP-3.
009300        10 WS-VLIMITE-FATOR      PIC S9(7)V99 COMP-3.
009400        10 WS-QOCORR-FATOR       PIC S9(7) COMP.
009500 01  WS-DATA-HOJE-AAAAMMDD       PIC 9(8).
009600 01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE-AAAAMMDD.
009700     05 WS-ANO-HOJE              PIC 9(4).
009800     05 WS-MES-HOJE              PIC 9(2).
009900     05 WS-DIA-HOJE              PIC 9(2).
010000 01  WS-TRIMESTRE.
010100     05 WS-ANO-REF               PIC 9(4).
010200     05 WS-TRIM-REF              PIC 9(1).
010300     05 WS-ANO-ANT               PIC 9(4).
010400     05 WS-TRIM-ANT              PIC 9(1).
010500     05 WS-CANO-TRIM             PIC S9(5)V COMP-3.
010600     05 WS-CANO-TRIM-ANT         PIC S9(5)V COMP-3.
010700     05 WS-DATA-INI              PIC X(10).
010800     05 WS-DATA-FIM              PIC X(10).
010900 01  WS-AREA-TRABALHO.
011000     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
011100     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
011200     05 WS-IABREV-UND-ORGNZ      PIC X(40).
011300     05 WS-CPRDIO                PIC S9(9)V COMP-3.
011400     05 WS-QLOTACAO-UND-ORGNZ    PIC S9(5)V COMP-3.
011500     05 WS-QFUNC-ATUAL-UND-ORGNZ PIC S9(5)V COMP-3.
011600     05 WS-CINDCD-LICEN          PIC X(1).
011700     05 WS-VPONTU-RISCO          PIC S9(7)V99 COMP-3.
011800     05 WS-NPOSIC-ANT            PIC S9(7)V COMP-3.
011900     05 WS-VCOBERT               PIC S9(13)V99 COMP-3.
012000     05 WS-AREA-M2-TOTAL         PIC S9(9)V99 COMP-3.
012100     05 WS-VCOBERT-M2            PIC S9(9)V99 COMP-3.
012200     05 WS-CUND-MEDD             PIC S9(3)V COMP-3.
012300     05 WS-MAREA-CONSD           PIC S9(5)V9(4) COMP-3.
012400     05 WS-QDIAS-ENVLH           PIC S9(5)V COMP-3.
012500     05 WS-CFATOR-RISCO          PIC S9(2)V COMP-3.
012600     05 WS-VPESO-LIDO            PIC S9(3)V99 COMP-3.
012700     05 WS-VLIMITE-LIDO          PIC S9(7)V99 COMP-3.
012800     05 WS-QMOVIMENTO            PIC S9(7) COMP.
012900     05 WS-POSIC-ED              PIC ZZZZ9.
013000     05 WS-MOVIM-ED              PIC +ZZZ9.
013100     05 WS-TRIM-ED               PIC X(6).
013200 01  WS-INDICADORES.
013300     05 WS-IND-CPRDIO            PIC S9(4) COMP-5.
013400     05 WS-IND-QLOTACAO          PIC S9(4) COMP-5.
013500     05 WS-IND-QFUNC             PIC S9(4) COMP-5.
013600     05 WS-IND-POSIC-ANT         PIC S9(4) COMP-5.
013700 COPY UORGK203.
013800 COPY UORGR203.
013900 COPY UORGL030.
014000 COPY UORGL043.
014100 COPY UORGL148.
014200 COPY UORGL163.
014300 PROCEDURE DIVISION.
014400******************************************************************
014500*    0000-MAINLINE                                               *
014600******************************************************************
014700 0000-MAINLINE                  SECTION.
014800     PERFORM 9500-REGISTRAR-INICIO
014900         THRU 9500-REGISTRAR-INICIO-EXIT.
015000     PERFORM 1000-PREPARAR-CONTROLE
015100         THRU 1000-PREPARAR-CONTROLE-EXIT.
015200     PERFORM 1200-CARREGAR-PESOS
015300         THRU 1200-CARREGAR-PESOS-EXIT.
015400     PERFORM 8500-DECLARAR-CURSORES
015500         THRU 8500-DECLARAR-CURSORES-EXIT.
015600     IF NOT WS-HOUVE-ERRO
015700         PERFORM 2000-PONTUAR-UNIDADES
015800             THRU 2000-PONTUAR-UNIDADES-EXIT
015900     END-IF.
016000     IF NOT WS-HOUVE-ERRO
016100         PERFORM 4000-CLASSIFICAR
016200             THRU 4000-CLASSIFICAR-EXIT
016300     END-IF.
016400     IF NOT WS-HOUVE-ERRO
016500         PERFORM 5000-LISTAR-ENTRADAS-TOPO
016600             THRU 5000-LISTAR-ENTRADAS-TOPO-EXIT
016700     END-IF.
016800     PERFORM 7000-ENCERRAR
016900         THRU 7000-ENCERRAR-EXIT.
017000     PERFORM 9600-REGISTRAR-FIM
017100         THRU 9600-REGISTRAR-FIM-EXIT.
017200     GOBACK.
017300******************************************************************
017400*    1000-PREPARAR-CONTROLE                                      *
017500*    TRIMESTRE DO CONTROLE OU ULTIMO TRIMESTRE FECHADO; FAIXA DO *
017600*    TOPO DO PARAMETRO; ABRE O RELATORIO                         *
017700******************************************************************
017800 1000-PREPARAR-CONTROLE         SECTION.
017900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE-AAAAMMDD.
018000     MOVE ZERO TO UORGK203-ANO-TRIM.
018100     OPEN INPUT CTL-UORGK203.
018200     READ CTL-UORGK203 INTO UORGK203-REGISTRO
018300         AT END
018400             MOVE ZERO TO UORGK203-ANO-TRIM
018500     END-READ.
018600     CLOSE CTL-UORGK203.
018700     IF UORGK203-ANO-TRIM IS NUMERIC
018800        AND UORGK203-ANO-TRIM NOT = ZERO
018900         MOVE UORGK203-ANO TO WS-ANO-REF
019000         MOVE UORGK203-TRIM TO WS-TRIM-REF
019100     ELSE
019200         COMPUTE WS-TRIM-REF = ((WS-MES-HOJE - 1) / 3) + 1
019300         MOVE WS-ANO-HOJE TO WS-ANO-REF
019400         IF WS-TRIM-REF = 1
019500             MOVE 4 TO WS-TRIM-REF
019600             SUBTRACT 1 FROM WS-ANO-REF
019700         ELSE
019800             SUBTRACT 1 FROM WS-TRIM-REF
019900         END-IF
020000     END-IF.
020100     IF WS-TRIM-REF < 1 OR WS-TRIM-REF > 4
020200         DISPLAY 'UORG0203 - TRIMESTRE INVALIDO NO CONTROLE: '
020300             UORGK203-ANO-TRIM
020400         MOVE 'S' TO WS-SW-ERRO
020500         MOVE 1 TO WS-TRIM-REF
020600     END-IF.
020700     MOVE WS-ANO-REF TO WS-ANO-ANT.
020800     IF WS-TRIM-REF = 1
020900         MOVE 4 TO WS-TRIM-ANT
021000         SUBTRACT 1 FROM WS-ANO-ANT
021100     ELSE
021200         COMPUTE WS-TRIM-ANT = WS-TRIM-REF - 1
021300     END-IF.
021400     COMPUTE WS-CANO-TRIM = WS-ANO-REF * 10 + WS-TRIM-REF.
021500     COMPUTE WS-CANO-TRIM-ANT = WS-ANO-ANT * 10 + WS-TRIM-ANT.
021600     EVALUATE WS-TRIM-REF
021700         WHEN 1
021800             STRING WS-ANO-REF '-01-01' DELIMITED BY SIZE
021900                 INTO WS-DATA-INI
022000             STRING WS-ANO-REF '-03-31' DELIMITED BY SIZE
022100                 INTO WS-DATA-FIM
022200         WHEN 2
022300             STRING WS-ANO-REF '-04-01' DELIMITED BY SIZE
022400                 INTO WS-DATA-INI
022500             STRING WS-ANO-REF '-06-30' DELIMITED BY SIZE
022600                 INTO WS-DATA-FIM
022700         WHEN 3
022800             STRING WS-ANO-REF '-07-01' DELIMITED BY SIZE
022900                 INTO WS-DATA-INI
023000             STRING WS-ANO-REF '-09-30' DELIMITED BY SIZE
023100                 INTO WS-DATA-FIM
023200         WHEN 4
023300             STRING WS-ANO-REF '-10-01' DELIMITED BY SIZE
023400                 INTO WS-DATA-INI
023500             STRING WS-ANO-REF '-12-31' DELIMITED BY SIZE
023600                 INTO WS-DATA-FIM
023700     END-EVALUATE.
023800     STRING WS-TRIM-REF 'T/' WS-ANO-REF
023900            DELIMITED BY SIZE INTO WS-TRIM-ED.
024000     DISPLAY 'UORG0203 - TRIMESTRE ' WS-TRIM-ED
024100         ' DE ' WS-DATA-INI ' A ' WS-DATA-FIM.
024200     MOVE 'UORG0203' TO UORGL148-CPGM-BATCH.
024300     MOVE 'FAIXA-TOPO' TO UORGL148-CPARAM.
024400     CALL 'UORG0148' USING UORGL148-PARMS.
024500     IF UORGL148-OK
024600        AND UORGL148-VPARAM (1:3) IS NUMERIC
024700        AND UORGL148-VPARAM (1:3) > '000'
024800         MOVE UORGL148-VPARAM (1:3) TO WS-FAIXA-TOPO
024900     END-IF.
025000     OPEN OUTPUT REL-UORGR203.
025100     MOVE SPACES TO UORGR203-LINHA.
025200     MOVE '1' TO UORGR203-CTL-IMPRESSAO.
025300     STRING 'RANKING DE RISCO OPERACIONAL POR UNIDADE - '
025400            WS-TRIM-ED
025500            DELIMITED BY SIZE INTO UORGR203-TIT-TEXTO.
025600     WRITE REL-UORGR203-REG FROM UORGR203-LINHA.
025700 1000-PREPARAR-CONTROLE-EXIT.
025800     EXIT.
025900******************************************************************
026000*    1200-CARREGAR-PESOS                                         *
026100*    PESO E LIMITE DE CADA FATOR EM TPESO_RISCO_OPER             *
026200******************************************************************
026300 1200-CARREGAR-PESOS            SECTION.
026400     INITIALIZE WS-TABELA-FATORES.
026500     PERFORM 1250-CARREGAR-PESO
026600         THRU 1250-CARREGAR-PESO-EXIT
026700         VARYING WS-IND-FATOR FROM 1 BY 1
026800         UNTIL WS-IND-FATOR > 6.
026900     IF WS-QTDE-PESOS = ZERO
027000         DISPLAY 'UORG0203 - NENHUM PESO CADASTRADO EM '
027100             'TPESO_RISCO_OPER'
027200         MOVE 'S' TO WS-SW-ERRO
027300     END-IF.
027400     IF WS-VLIMITE-FATOR (5) NOT > ZERO
027500         MOVE 90 TO WS-VLIMITE-FATOR (5)
027600     END-IF.
027700     MOVE WS-VLIMITE-FATOR (5) TO WS-QDIAS-ENVLH.
027800 1200-CARREGAR-PESOS-EXIT.
027900     EXIT.
028000******************************************************************
028100*    1250-CARREGAR-PESO                                          *
028200******************************************************************
028300 1250-CARREGAR-PESO             SECTION.
028400     MOVE WS-IND-FATOR TO WS-CFATOR-RISCO.
028500     EXEC SQL
028600         SELECT VPESO_FATOR, COALESCE(VLIMITE_FATOR, 0)
028700           INTO :WS-VPESO-LIDO, :WS-VLIMITE-LIDO
028800           FROM DB2PRD.TPESO_RISCO_OPER
028900          WHERE CFATOR_RISCO = :WS-CFATOR-RISCO
029000     END-EXEC.
029100     EVALUATE TRUE
029200         WHEN SQLCODE = ZERO
029300             MOVE WS-VPESO-LIDO TO WS-VPESO-FATOR (WS-IND-FATOR)
029400             MOVE WS-VLIMITE-LIDO
029500                 TO WS-VLIMITE-FATOR (WS-IND-FATOR)
029600             ADD 1 TO WS-QTDE-PESOS
029700         WHEN SQLCODE = 100
029800             DISPLAY 'UORG0203 - FATOR ' WS-IND-FATOR
029900                 ' SEM PESO CADASTRADO - NAO PONTUA'
030000         WHEN OTHER
030100             DISPLAY 'UORG0203 - ERRO SQLCODE=' SQLCODE
030200                 ' NA LEITURA DOS PESOS'
030300             MOVE 'S' TO WS-SW-ERRO
030400     END-EVALUATE.
030500 1250-CARREGAR-PESO-EXIT.
030600     EXIT.
030700******************************************************************
030800*    2000-PONTUAR-UNIDADES                                       *
030900*    SUBSTITUI A PONTUACAO DO TRIMESTRE E PONTUA CADA UNIDADE    *
031000*    ATIVA; COMMIT A CADA WS-INTERVALO-CKPT UNIDADES             *
031100******************************************************************
031200 2000-PONTUAR-UNIDADES          SECTION.
031300     EXEC SQL
031400         DELETE FROM DB2PRD.TPONTU_RISCO_UND
031500          WHERE CANO_TRIM = :WS-CANO-TRIM
031600     END-EXEC.
031700     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
031800         DISPLAY 'UORG0203 - ERRO SQLCODE=' SQLCODE
031900             ' NA LIMPEZA DO TRIMESTRE'
032000         MOVE 'S' TO WS-SW-ERRO
032100         GO TO 2000-PONTUAR-UNIDADES-EXIT
032200     END-IF.
032300     EXEC SQL
032400         COMMIT
032500     END-EXEC.
032600     MOVE 'N' TO WS-SW-FIM-CURSOR.
032700     EXEC SQL
032800         OPEN CUR-UORG0203-UND
032900     END-EXEC.
033000     IF SQLCODE NOT = ZERO
033100         DISPLAY 'UORG0203 - ERRO SQLCODE=' SQLCODE
033200             ' NA ABERTURA DO CURSOR DE UNIDADES'
033300         MOVE 'S' TO WS-SW-ERRO
033400         GO TO 2000-PONTUAR-UNIDADES-EXIT
033500     END-IF.
033600     PERFORM 8000-LER-UNIDADE
033700         THRU 8000-LER-UNIDADE-EXIT.
033800     PERFORM 3000-PONTUAR-UNIDADE
033900         THRU 3000-PONTUAR-UNIDADE-EXIT
034000         UNTIL WS-FIM-CURSOR.
034100     EXEC SQL
034200         CLOSE CUR-UORG0203-UND
034300     END-EXEC.
034400     EXEC SQL
034500         COMMIT
034600     END-EXEC.
034700 2000-PONTUAR-UNIDADES-EXIT.
034800     EXIT.
034900******************************************************************
035000*    3000-PONTUAR-UNIDADE                                        *
035100******************************************************************
035200 3000-PONTUAR-UNIDADE           SECTION.
035300     PERFORM 3050-ZERAR-OCORRENCIA
035400         THRU 3050-ZERAR-OCORRENCIA-EXIT
035500         VARYING WS-IND-FATOR FROM 1 BY 1
035600         UNTIL WS-IND-FATOR > 6.
035700     PERFORM 3100-CONTAR-INTERRUPCOES
035800         THRU 3100-CONTAR-INTERRUPCOES-EXIT.
035900     PERFORM 3200-VERIFICAR-LICENCAS
036000         THRU 3200-VERIFICAR-LICENCAS-EXIT.
036100     PERFORM 3300-CONTAR-SUBSEGURO
036200         THRU 3300-CONTAR-SUBSEGURO-EXIT.
036300     PERFORM 3400-CONTAR-SOLICITACOES
036400         THRU 3400-CONTAR-SOLICITACOES-EXIT.
036500     IF WS-IND-QLOTACAO NOT < ZERO
036600        AND WS-IND-QFUNC NOT < ZERO
036700        AND WS-QLOTACAO-UND-ORGNZ > ZERO
036800        AND WS-QFUNC-ATUAL-UND-ORGNZ > WS-QLOTACAO-UND-ORGNZ
036900         COMPUTE WS-QOCORR-FATOR (6) =
037000             WS-QFUNC-ATUAL-UND-ORGNZ - WS-QLOTACAO-UND-ORGNZ
037100     END-IF.
037200     MOVE ZERO TO WS-VPONTU-RISCO.
037300     PERFORM 3060-SOMAR-FATOR
037400         THRU 3060-SOMAR-FATOR-EXIT
037500         VARYING WS-IND-FATOR FROM 1 BY 1
037600         UNTIL WS-IND-FATOR > 6.
037700     IF WS-QOCORR-FATOR (2) > ZERO
037800         MOVE 'S' TO WS-CINDCD-LICEN
037900     ELSE
038000         MOVE 'N' TO WS-CINDCD-LICEN
038100     END-IF.
038200     EXEC SQL
038300         INSERT INTO DB2PRD.TPONTU_RISCO_UND
038400                (CPSSOA_JURID, NSEQ_UND_ORGNZ, CANO_TRIM,
038500                 VPONTU_RISCO, NPOSIC_RANK, QINTRP,
038600                 CINDCD_LICEN_PEND, QAPOLC_SUBSEG, QSOLTC_ABERTA,
038700                 QSOLTC_ENVLH, QEXCED_LOTACAO, HINCL_REG)
038800         VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
038900                 :WS-CANO-TRIM, :WS-VPONTU-RISCO, 0,
039000                 :WS-QOCORR-FATOR(1), :WS-CINDCD-LICEN,
039100                 :WS-QOCORR-FATOR(3), :WS-QOCORR-FATOR(4),
039200                 :WS-QOCORR-FATOR(5), :WS-QOCORR-FATOR(6),
039300                 CURRENT TIMESTAMP)
039400     END-EXEC.
039500     IF SQLCODE NOT = ZERO
039600         DISPLAY 'UORG0203 - ERRO SQLCODE=' SQLCODE
039700             ' NA GRAVACAO DA PONTUACAO ' WS-CPSSOA-JURID
039800             '/' WS-NSEQ-UND-ORGNZ
039900         MOVE 'S' TO WS-SW-ERRO
040000         MOVE 'S' TO WS-SW-FIM-CURSOR
040100         GO TO 3000-PONTUAR-UNIDADE-EXIT
040200     END-IF.
040300     ADD 1 TO WS-QTDE-GRAVADOS.
040400     ADD 1 TO WS-CONTADOR-CKPT.
040500     IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
040600         EXEC SQL
040700             COMMIT
040800         END-EXEC
040900         MOVE ZERO TO WS-CONTADOR-CKPT
041000     END-IF.
041100     PERFORM 8000-LER-UNIDADE
041200         THRU 8000-LER-UNIDADE-EXIT.
041300 3000-PONTUAR-UNIDADE-EXIT.
041400     EXIT.
041500******************************************************************
041600*    3050-ZERAR-OCORRENCIA                                       *
041700******************************************************************
041800 3050-ZERAR-OCORRENCIA          SECTION.
041900     MOVE ZERO TO WS-QOCORR-FATOR (WS-IND-FATOR).
042000 3050-ZERAR-OCORRENCIA-EXIT.
042100     EXIT.
042200******************************************************************
042300*    3060-SOMAR-FATOR                                            *
042400******************************************************************
042500 3060-SOMAR-FATOR               SECTION.
042600     COMPUTE WS-VPONTU-RISCO = WS-VPONTU-RISCO
042700         + WS-QOCORR-FATOR (WS-IND-FATOR)
042800         * WS-VPESO-FATOR (WS-IND-FATOR).
042900 3060-SOMAR-FATOR-EXIT.
043000     EXIT.
043100******************************************************************
043200*    3100-CONTAR-INTERRUPCOES                                    *
043300*    INTERRUPCOES NAO PLANEJADAS QUE ALCANCAM O TRIMESTRE        *
043400******************************************************************
043500 3100-CONTAR-INTERRUPCOES       SECTION.
043600     EXEC SQL
043700         SELECT COUNT(*)
043800           INTO :WS-QOCORR-FATOR(1)
043900           FROM DB2PRD.TINTRP_UND_ORGNZ
044000          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
044100            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
044200            AND DATE(HINIC_INTRP) <= :WS-DATA-FIM
044300            AND (HFIM_INTRP IS NULL
044400                 OR DATE(HFIM_INTRP) >= :WS-DATA-INI)
044500     END-EXEC.
044600     IF SQLCODE NOT = ZERO
044700         DISPLAY 'UORG0203 - ERRO SQLCODE=' SQLCODE
044800             ' NA CONTAGEM DAS INTERRUPCOES'
044900         MOVE ZERO TO WS-QOCORR-FATOR (1)
045000         MOVE 'S' TO WS-SW-ERRO
045100     END-IF.
045200 3100-CONTAR-INTERRUPCOES-EXIT.
045300     EXIT.
045400******************************************************************
045500*    3200-VERIFICAR-LICENCAS                                     *
045600*    LICENCA OBRIGATORIA AUSENTE OU VENCIDA PELA UORG0163        *
045700******************************************************************
045800 3200-VERIFICAR-LICENCAS        SECTION.
045900     MOVE WS-CPSSOA-JURID TO UORGL163-CPSSOA-JURID.
046000     MOVE WS-NSEQ-UND-ORGNZ TO UORGL163-NSEQ-UND-ORGNZ.
046100     CALL 'UORG0163' USING UORGL163-PARMS.
046200     IF UORGL163-LICENCA-AUSENTE OR UORGL163-LICENCA-VENCIDA
046300         MOVE 1 TO WS-QOCORR-FATOR (2)
046400     END-IF.
046500     IF UORGL163-ERRO-SQL
046600         DISPLAY 'UORG0203 - ERRO NA VERIFICACAO DE LICENCAS '
046700             WS-CPSSOA-JURID '/' WS-NSEQ-UND-ORGNZ
046800         MOVE 'S' TO WS-SW-ERRO
046900     END-IF.
047000 3200-VERIFICAR-LICENCAS-EXIT.
047100     EXIT.
047200******************************************************************
047300*    3300-CONTAR-SUBSEGURO                                       *
047400*    APOLICES DA UNIDADE COM COBERTURA POR M2 ABAIXO DO PISO,    *
047500*    NO CRITERIO DA UORG0132; SEM PISO OU SEM AREA NAO CONTA     *
047600******************************************************************
047700 3300-CONTAR-SUBSEGURO          SECTION.
047800     IF WS-VLIMITE-FATOR (3) NOT > ZERO
047900         GO TO 3300-CONTAR-SUBSEGURO-EXIT
048000     END-IF.
048100     PERFORM 3500-SOMAR-AREA-M2
048200         THRU 3500-SOMAR-AREA-M2-EXIT.
048300     IF WS-AREA-M2-TOTAL = ZERO
048400         GO TO 3300-CONTAR-SUBSEGURO-EXIT
048500     END-IF.
048600     MOVE 'N' TO WS-SW-FIM-APOLICE.
048700     EXEC SQL
048800         OPEN CUR-UORG0203-APO
048900     END-EXEC.
049000     IF SQLCODE NOT = ZERO
049100         DISPLAY 'UORG0203 - ERRO SQLCODE=' SQLCODE
049200             ' NA ABERTURA DO CURSOR DE APOLICES'
049300         MOVE 'S' TO WS-SW-ERRO
049400         GO TO 3300-CONTAR-SUBSEGURO-EXIT
049500     END-IF.
049600     PERFORM 3310-LER-APOLICE
049700         THRU 3310-LER-APOLICE-EXIT.
049800     PERFORM 3320-AVALIAR-APOLICE
049900         THRU 3320-AVALIAR-APOLICE-EXIT
050000         UNTIL WS-FIM-APOLICE.
050100     EXEC SQL
050200         CLOSE CUR-UORG0203-APO
050300     END-EXEC.
050400 3300-CONTAR-SUBSEGURO-EXIT.
050500     EXIT.
050600******************************************************************
050700*    3310-LER-APOLICE                                            *
050800******************************************************************
050900 3310-LER-APOLICE               SECTION.
051000     EXEC SQL
051100         FETCH CUR-UORG0203-APO
051200          INTO :WS-VCOBERT
051300     END-EXEC.
051400     IF SQLCODE NOT = ZERO
051500         MOVE 'S' TO WS-SW-FIM-APOLICE
051600     END-IF.
051700 3310-LER-APOLICE-EXIT.
051800     EXIT.
051900******************************************************************
052000*    3320-AVALIAR-APOLICE                                        *
052100******************************************************************
052200 3320-AVALIAR-APOLICE           SECTION.
052300     COMPUTE WS-VCOBERT-M2 ROUNDED =
052400         WS-VCOBERT / WS-AREA-M2-TOTAL.
052500     IF WS-VCOBERT-M2 < WS-VLIMITE-FATOR (3)
052600         ADD 1 TO WS-QOCORR-FATOR (3)
052700     END-IF.
052800     PERFORM 3310-LER-APOLICE
052900         THRU 3310-LER-APOLICE-EXIT.
053000 3320-AVALIAR-APOLICE-EXIT.
053100     EXIT.
053200******************************************************************
053300*    3400-CONTAR-SOLICITACOES                                    *
053400*    SOLICITACOES DE OCUPACAO EM ABERTO DO IMOVEL DA UNIDADE E,  *
053500*    DESSAS, AS PENDENTES ALEM DO LIMITE DE DIAS                 *
053600******************************************************************
053700 3400-CONTAR-SOLICITACOES       SECTION.
053800     IF WS-IND-CPRDIO < ZERO
053900         GO TO 3400-CONTAR-SOLICITACOES-EXIT
054000     END-IF.
054100     EXEC SQL
054200         SELECT COUNT(*),
054300                COALESCE(SUM(CASE WHEN DAYS(CURRENT DATE)
054400                                     - DAYS(M.DATA_INSTA_EMPR)
054500                                     > :WS-QDIAS-ENVLH
054600                                  THEN 1 ELSE 0 END), 0)
054700           INTO :WS-QOCORR-FATOR(4), :WS-QOCORR-FATOR(5)
054800           FROM DB2PRD.TMANUT_PRDIO_OCPDO P
054900           LEFT JOIN DB2PRD.TMANUT_EMPR_GRP M
055000             ON M.NSEQ_SOLTC_MANUT = P.NSEQ_SOLTC_MANUT
055100          WHERE P.CPRDIO         = :WS-CPRDIO
055200            AND P.CSIT_ATUAL_REG = 1
055300     END-EXEC.
055400     IF SQLCODE NOT = ZERO
055500         DISPLAY 'UORG0203 - ERRO SQLCODE=' SQLCODE
055600             ' NA CONTAGEM DAS SOLICITACOES'
055700         MOVE ZERO TO WS-QOCORR-FATOR (4) WS-QOCORR-FATOR (5)
055800         MOVE 'S' TO WS-SW-ERRO
055900     END-IF.
056000 3400-CONTAR-SOLICITACOES-EXIT.
056100     EXIT.
056200******************************************************************
056300*    3500-SOMAR-AREA-M2                                          *
056400*    AREA DA UNIDADE EM M2, LINHA A LINHA DE TAREA_CONSD_UND     *
056500*    CONVERTIDA PELO SERVICO UORG0030                            *
056600******************************************************************
056700 3500-SOMAR-AREA-M2             SECTION.
056800     MOVE ZERO TO WS-AREA-M2-TOTAL.
056900     MOVE 'N' TO WS-SW-FIM-AREA.
057000     EXEC SQL
057100         OPEN CUR-UORG0203-AREA
057200     END-EXEC.
057300     IF SQLCODE NOT = ZERO
057400         DISPLAY 'UORG0203 - ERRO SQLCODE=' SQLCODE
057500             ' NA ABERTURA DO CURSOR DE AREAS'
057600         GO TO 3500-SOMAR-AREA-M2-EXIT
057700     END-IF.
057800     PERFORM 3510-LER-AREA
057900         THRU 3510-LER-AREA-EXIT.
058000     PERFORM 3520-CONVERTER-AREA
058100         THRU 3520-CONVERTER-AREA-EXIT
058200         UNTIL WS-FIM-AREA.
058300     EXEC SQL
058400         CLOSE CUR-UORG0203-AREA
058500     END-EXEC.
058600 3500-SOMAR-AREA-M2-EXIT.
058700     EXIT.
058800******************************************************************
058900*    3510-LER-AREA                                               *
059000******************************************************************
059100 3510-LER-AREA                  SECTION.
059200     EXEC SQL
059300         FETCH CUR-UORG0203-AREA
059400          INTO :WS-CUND-MEDD, :WS-MAREA-CONSD
059500     END-EXEC.
059600     IF SQLCODE NOT = ZERO
059700         MOVE 'S' TO WS-SW-FIM-AREA
059800     END-IF.
059900 3510-LER-AREA-EXIT.
060000     EXIT.
060100******************************************************************
060200*    3520-CONVERTER-AREA                                         *
060300******************************************************************
060400 3520-CONVERTER-AREA            SECTION.
060500     MOVE WS-CUND-MEDD TO UORGL030-CUND-MEDD.
060600     MOVE WS-MAREA-CONSD TO UORGL030-MAREA-CONSD.
060700     CALL 'UORG0030' USING UORGL030-PARMS.
060800     IF UORGL030-ERRO-SQL
060900         DISPLAY 'UORG0203 - ERRO NA CONVERSAO DE AREA '
061000             WS-CPSSOA-JURID '/' WS-NSEQ-UND-ORGNZ
061100     ELSE
061200         ADD UORGL030-AREA-M2 TO WS-AREA-M2-TOTAL
061300     END-IF.
061400     PERFORM 3510-LER-AREA
061500         THRU 3510-LER-AREA-EXIT.
061600 3520-CONVERTER-AREA-EXIT.
061700     EXIT.
061800******************************************************************
061900*    4000-CLASSIFICAR                                            *
062000*    POSICAO NO RANKING DAS UNIDADES PONTUADAS, DA MAIOR PARA A  *
062100*    MENOR PONTUACAO, COM O MOVIMENTO DESDE O TRIMESTRE ANTERIOR *
062200******************************************************************
062300 4000-CLASSIFICAR               SECTION.
062400     MOVE SPACES TO UORGR203-LINHA.
062500     MOVE '0' TO UORGR203-CTL-IMPRESSAO.
062600     MOVE 'POSIC  UNIDADE / NOME / PONTOS / POSIC ANT / MOVIM'
062700         TO UORGR203-TIT-TEXTO.
062800     MOVE ' / INTRP LIC SUBSEG SOLTC ENVELH EXCED'
062900         TO UORGR203-TIT-TEXTO (51:38).
063000     WRITE REL-UORGR203-REG FROM UORGR203-LINHA.
063100     MOVE ZERO TO WS-NPOSIC.
063200     MOVE 'N' TO WS-SW-FIM-CURSOR.
063300     EXEC SQL
063400         OPEN CUR-UORG0203-RANK
063500     END-EXEC.
063600     IF SQLCODE NOT = ZERO
063700         DISPLAY 'UORG0203 - ERRO SQLCODE=' SQLCODE
063800             ' NA ABERTURA DO CURSOR DO RANKING'
063900         MOVE 'S' TO WS-SW-ERRO
064000         GO TO 4000-CLASSIFICAR-EXIT
064100     END-IF.
064200     PERFORM 8100-LER-RANKING
064300         THRU 8100-LER-RANKING-EXIT.
064400     PERFORM 4100-IMPRIMIR-POSICAO
064500         THRU 4100-IMPRIMIR-POSICAO-EXIT
064600         UNTIL WS-FIM-CURSOR.
064700     EXEC SQL
064800         CLOSE CUR-UORG0203-RANK
064900     END-EXEC.
065000     EXEC SQL
065100         COMMIT
065200     END-EXEC.
065300 4000-CLASSIFICAR-EXIT.
065400     EXIT.
065500******************************************************************
065600*    4100-IMPRIMIR-POSICAO                                       *
065700******************************************************************
065800 4100-IMPRIMIR-POSICAO          SECTION.
065900     ADD 1 TO WS-NPOSIC.
066000     ADD 1 TO WS-QTDE-PONTUADAS.
066100     EXEC SQL
066200         UPDATE DB2PRD.TPONTU_RISCO_UND
066300            SET NPOSIC_RANK = :WS-NPOSIC
066400          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
066500            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
066600            AND CANO_TRIM      = :WS-CANO-TRIM
066700     END-EXEC.
066800     IF SQLCODE NOT = ZERO
066900         DISPLAY 'UORG0203 - ERRO SQLCODE=' SQLCODE
067000             ' NA GRAVACAO DA POSICAO ' WS-CPSSOA-JURID
067100             '/' WS-NSEQ-UND-ORGNZ
067200         MOVE 'S' TO WS-SW-ERRO
067300     END-IF.
067400     PERFORM 4200-MONTAR-DETALHE
067500         THRU 4200-MONTAR-DETALHE-EXIT.
067600     WRITE REL-UORGR203-REG FROM UORGR203-LINHA.
067700     PERFORM 8100-LER-RANKING
067800         THRU 8100-LER-RANKING-EXIT.
067900 4100-IMPRIMIR-POSICAO-EXIT.
068000     EXIT.
068100******************************************************************
068200*    4200-MONTAR-DETALHE                                         *
068300*    MOVIMENTO POSITIVO = SUBIU NO RANKING (PIOROU); 'NOVO' =    *
068400*    SEM POSICAO NO TRIMESTRE ANTERIOR                           *
068500******************************************************************
068600 4200-MONTAR-DETALHE            SECTION.
068700     MOVE SPACES TO UORGR203-LINHA.
068800     MOVE ' ' TO UORGR203-CTL-IMPRESSAO.
068900     MOVE WS-NPOSIC TO UORGR203-NPOSIC.
069000     MOVE WS-CPSSOA-JURID TO UORGR203-CPSSOA-JURID.
069100     MOVE '/' TO UORGR203-SEP-1.
069200     MOVE WS-NSEQ-UND-ORGNZ TO UORGR203-NSEQ-UND-ORGNZ.
069300     MOVE WS-IABREV-UND-ORGNZ TO UORGR203-IABREV-UND.
069400     MOVE WS-VPONTU-RISCO TO UORGR203-VPONTU.
069500     IF WS-IND-POSIC-ANT < ZERO
069600        OR WS-NPOSIC-ANT = ZERO
069700         MOVE '    -' TO UORGR203-NPOSIC-ANT
069800         MOVE 'NOVO' TO UORGR203-MOVIMENTO
069900     ELSE
070000         MOVE WS-NPOSIC-ANT TO WS-POSIC-ED
070100         MOVE WS-POSIC-ED TO UORGR203-NPOSIC-ANT
070200         COMPUTE WS-QMOVIMENTO = WS-NPOSIC-ANT - WS-NPOSIC
070300         IF WS-QMOVIMENTO = ZERO
070400             MOVE '    =' TO UORGR203-MOVIMENTO
070500         ELSE
070600             MOVE WS-QMOVIMENTO TO WS-MOVIM-ED
070700             MOVE WS-MOVIM-ED TO UORGR203-MOVIMENTO
070800         END-IF
070900     END-IF.
071000     MOVE WS-QOCORR-FATOR (1) TO UORGR203-QINTRP.
071100     MOVE WS-CINDCD-LICEN TO UORGR203-CINDCD-LICEN.
071200     MOVE WS-QOCORR-FATOR (3) TO UORGR203-QSUBSEG.
071300     MOVE WS-QOCORR-FATOR (4) TO UORGR203-QSOLTC-ABERTA.
071400     MOVE WS-QOCORR-FATOR (5) TO UORGR203-QSOLTC-ENVLH.
071500     MOVE WS-QOCORR-FATOR (6) TO UORGR203-QEXCED.
071600 4200-MONTAR-DETALHE-EXIT.
071700     EXIT.
071800******************************************************************
071900*    5000-LISTAR-ENTRADAS-TOPO                                   *
072000*    UNIDADES NA FAIXA DO TOPO QUE NO TRIMESTRE ANTERIOR ESTAVAM *
072100*    FORA DELA OU SEM POSICAO                                    *
072200******************************************************************
072300 5000-LISTAR-ENTRADAS-TOPO      SECTION.
072400     MOVE SPACES TO UORGR203-LINHA.
072500     MOVE '1' TO UORGR203-CTL-IMPRESSAO.
072600     MOVE WS-FAIXA-TOPO TO WS-POSIC-ED.
072700     STRING 'UNIDADES QUE ENTRARAM NA FAIXA DO TOPO (PRIMEIRAS '
072800            WS-POSIC-ED ' POSICOES) - ' WS-TRIM-ED
072900            DELIMITED BY SIZE INTO UORGR203-TIT-TEXTO.
073000     WRITE REL-UORGR203-REG FROM UORGR203-LINHA.
073100     MOVE 'N' TO WS-SW-FIM-CURSOR.
073200     EXEC SQL
073300         OPEN CUR-UORG0203-TOPO
073400     END-EXEC.
073500     IF SQLCODE NOT = ZERO
073600         DISPLAY 'UORG0203 - ERRO SQLCODE=' SQLCODE
073700             ' NA ABERTURA DO CURSOR DA FAIXA DO TOPO'
073800         MOVE 'S' TO WS-SW-ERRO
073900         GO TO 5000-LISTAR-ENTRADAS-TOPO-EXIT
074000     END-IF.
074100     PERFORM 8200-LER-TOPO
074200         THRU 8200-LER-TOPO-EXIT.
074300     PERFORM 5100-IMPRIMIR-ENTRADA
074400         THRU 5100-IMPRIMIR-ENTRADA-EXIT
074500         UNTIL WS-FIM-CURSOR.
074600     EXEC SQL
074700         CLOSE CUR-UORG0203-TOPO
074800     END-EXEC.
074900 5000-LISTAR-ENTRADAS-TOPO-EXIT.
075000     EXIT.
075100******************************************************************
075200*    5100-IMPRIMIR-ENTRADA                                       *
075300******************************************************************
075400 5100-IMPRIMIR-ENTRADA          SECTION.
075500     ADD 1 TO WS-QTDE-ENTRADAS.
075600     PERFORM 4200-MONTAR-DETALHE
075700         THRU 4200-MONTAR-DETALHE-EXIT.
075800     WRITE REL-UORGR203-REG FROM UORGR203-LINHA.
075900     PERFORM 8200-LER-TOPO
076000         THRU 8200-LER-TOPO-EXIT.
076100 5100-IMPRIMIR-ENTRADA-EXIT.
076200     EXIT.
076300******************************************************************
076400*    7000-ENCERRAR                                               *
076500******************************************************************
076600 7000-ENCERRAR                  SECTION.
076700     MOVE SPACES TO UORGR203-LINHA.
076800     MOVE '0' TO UORGR203-CTL-IMPRESSAO.
076900     MOVE 'UNIDADES ATIVAS AVALIADAS..................:'
077000         TO UORGR203-TOT-ROTULO.
077100     MOVE WS-QTDE-GRAVADOS TO UORGR203-TOT-QTDE.
077200     WRITE REL-UORGR203-REG FROM UORGR203-LINHA.
077300     MOVE SPACES TO UORGR203-LINHA.
077400     MOVE ' ' TO UORGR203-CTL-IMPRESSAO.
077500     MOVE 'UNIDADES COM PONTUACAO (RANKING)...........:'
077600         TO UORGR203-TOT-ROTULO.
077700     MOVE WS-QTDE-PONTUADAS TO UORGR203-TOT-QTDE.
077800     WRITE REL-UORGR203-REG FROM UORGR203-LINHA.
077900     MOVE SPACES TO UORGR203-LINHA.
078000     MOVE ' ' TO UORGR203-CTL-IMPRESSAO.
078100     MOVE 'ENTRADAS NA FAIXA DO TOPO..................:'
078200         TO UORGR203-TOT-ROTULO.
078300     MOVE WS-QTDE-ENTRADAS TO UORGR203-TOT-QTDE.
078400     WRITE REL-UORGR203-REG FROM UORGR203-LINHA.
078500     IF WS-HOUVE-ERRO
078600         MOVE SPACES TO UORGR203-LINHA
078700         MOVE '0' TO UORGR203-CTL-IMPRESSAO
078800         MOVE 'EXECUCAO COM ERRO - VERIFIQUE AS MENSAGENS DO JOB'
078900             TO UORGR203-TIT-TEXTO
079000         WRITE REL-UORGR203-REG FROM UORGR203-LINHA
079100     END-IF.
079200     CLOSE REL-UORGR203.
079300     DISPLAY 'UORG0203 - AVALIADAS: ' WS-QTDE-GRAVADOS
079400         ' PONTUADAS: ' WS-QTDE-PONTUADAS
079500         ' ENTRADAS NO TOPO: ' WS-QTDE-ENTRADAS.
079600 7000-ENCERRAR-EXIT.
079700     EXIT.
079800******************************************************************
079900*    8000-LER-UNIDADE                                            *
080000******************************************************************
080100 8000-LER-UNIDADE               SECTION.
080200     EXEC SQL
080300         FETCH CUR-UORG0203-UND
080400          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
080500               :WS-CPRDIO:WS-IND-CPRDIO,
080600               :WS-QLOTACAO-UND-ORGNZ:WS-IND-QLOTACAO,
080700               :WS-QFUNC-ATUAL-UND-ORGNZ:WS-IND-QFUNC
080800     END-EXEC.
080900     EVALUATE TRUE
081000         WHEN SQLCODE = ZERO
081100             ADD 1 TO WS-QTDE-LIDOS
081200         WHEN SQLCODE = 100
081300             MOVE 'S' TO WS-SW-FIM-CURSOR
081400         WHEN OTHER
081500             DISPLAY 'UORG0203 - ERRO SQLCODE=' SQLCODE
081600                 ' NA LEITURA DAS UNIDADES'
081700             MOVE 'S' TO WS-SW-FIM-CURSOR
081800             MOVE 'S' TO WS-SW-ERRO
081900     END-EVALUATE.
082000 8000-LER-UNIDADE-EXIT.
082100     EXIT.
082200******************************************************************
082300*    8100-LER-RANKING                                            *
082400******************************************************************
082500 8100-LER-RANKING               SECTION.
082600     EXEC SQL
082700         FETCH CUR-UORG0203-RANK
082800          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
082900               :WS-IABREV-UND-ORGNZ, :WS-VPONTU-RISCO,
083000               :WS-QOCORR-FATOR(1), :WS-CINDCD-LICEN,
083100               :WS-QOCORR-FATOR(3), :WS-QOCORR-FATOR(4),
083200               :WS-QOCORR-FATOR(5), :WS-QOCORR-FATOR(6),
083300               :WS-NPOSIC-ANT:WS-IND-POSIC-ANT
083400     END-EXEC.
083500     EVALUATE TRUE
083600         WHEN SQLCODE = ZERO
083700             CONTINUE
083800         WHEN SQLCODE = 100
083900             MOVE 'S' TO WS-SW-FIM-CURSOR
084000         WHEN OTHER
084100             DISPLAY 'UORG0203 - ERRO SQLCODE=' SQLCODE
084200                 ' NA LEITURA DO RANKING'
084300             MOVE 'S' TO WS-SW-FIM-CURSOR
084400             MOVE 'S' TO WS-SW-ERRO
084500     END-EVALUATE.
084600 8100-LER-RANKING-EXIT.
084700     EXIT.
084800******************************************************************
084900*    8200-LER-TOPO                                               *
085000******************************************************************
085100 8200-LER-TOPO                  SECTION.
085200     EXEC SQL
085300         FETCH CUR-UORG0203-TOPO
085400          INTO :WS-NPOSIC,
085500               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
085600               :WS-IABREV-UND-ORGNZ, :WS-VPONTU-RISCO,
085700               :WS-QOCORR-FATOR(1), :WS-CINDCD-LICEN,
085800               :WS-QOCORR-FATOR(3), :WS-QOCORR-FATOR(4),
085900               :WS-QOCORR-FATOR(5), :WS-QOCORR-FATOR(6),
086000               :WS-NPOSIC-ANT:WS-IND-POSIC-ANT
086100     END-EXEC.
086200     EVALUATE TRUE
086300         WHEN SQLCODE = ZERO
086400             CONTINUE
086500         WHEN SQLCODE = 100
086600             MOVE 'S' TO WS-SW-FIM-CURSOR
086700         WHEN OTHER
086800             DISPLAY 'UORG0203 - ERRO SQLCODE=' SQLCODE
086900                 ' NA LEITURA DA FAIXA DO TOPO'
087000             MOVE 'S' TO WS-SW-FIM-CURSOR
087100             MOVE 'S' TO WS-SW-ERRO
087200     END-EVALUATE.
087300 8200-LER-TOPO-EXIT.
087400     EXIT.
087500******************************************************************
087600*    8500-DECLARAR-CURSORES                                      *
087700******************************************************************
087800 8500-DECLARAR-CURSORES         SECTION.
087900     EXEC SQL
088000         DECLARE CUR-UORG0203-UND CURSOR WITH HOLD FOR
088100         SELECT A.CPSSOA_JURID, A.NSEQ_UND_ORGNZ, E.CPRDIO,
088200                A.QLOTACAO_UND_ORGNZ, A.QFUNC_ATUAL_UND_ORGNZ
088300           FROM DB2PRD.TUND_ORGNZ A
088400           LEFT JOIN DB2PRD.TENDRC_UND_ORGNZ E
088500             ON E.CPSSOA_JURID   = A.CPSSOA_JURID
088600            AND E.NSEQ_UND_ORGNZ = A.NSEQ_UND_ORGNZ
088700          WHERE A.CSIT_UND_ORGNZ = 1
088800          ORDER BY A.CPSSOA_JURID, A.NSEQ_UND_ORGNZ
088900     END-EXEC.
089000     EXEC SQL
089100         DECLARE CUR-UORG0203-APO CURSOR FOR
089200         SELECT VCOBERT_APOLC
089300           FROM DB2PRD.TAPOLC_SEGURO
089400          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
089500            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
089600     END-EXEC.
089700     EXEC SQL
089800         DECLARE CUR-UORG0203-AREA CURSOR FOR
089900         SELECT CUND_MEDD, MAREA_CONSD
090000           FROM DB2PRD.TAREA_CONSD_UND
090100          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
090200            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
090300     END-EXEC.
090400     EXEC SQL
090500         DECLARE CUR-UORG0203-RANK CURSOR WITH HOLD FOR
090600         SELECT R.CPSSOA_JURID, R.NSEQ_UND_ORGNZ,
090700                COALESCE(A.IABREV_UND_ORGNZ, ' '),
090800                R.VPONTU_RISCO, R.QINTRP, R.CINDCD_LICEN_PEND,
090900                R.QAPOLC_SUBSEG, R.QSOLTC_ABERTA, R.QSOLTC_ENVLH,
091000                R.QEXCED_LOTACAO, P.NPOSIC_RANK
091100           FROM DB2PRD.TPONTU_RISCO_UND R
091200           LEFT JOIN DB2PRD.TUND_ORGNZ A
091300             ON A.CPSSOA_JURID   = R.CPSSOA_JURID
091400            AND A.NSEQ_UND_ORGNZ = R.NSEQ_UND_ORGNZ
091500           LEFT JOIN DB2PRD.TPONTU_RISCO_UND P
091600             ON P.CPSSOA_JURID   = R.CPSSOA_JURID
091700            AND P.NSEQ_UND_ORGNZ = R.NSEQ_UND_ORGNZ
091800            AND P.CANO_TRIM      = :WS-CANO-TRIM-ANT
091900          WHERE R.CANO_TRIM    = :WS-CANO-TRIM
092000            AND R.VPONTU_RISCO > 0
092100          ORDER BY R.VPONTU_RISCO DESC, R.CPSSOA_JURID,
092200                   R.NSEQ_UND_ORGNZ
092300     END-EXEC.
092400     EXEC SQL
092500         DECLARE CUR-UORG0203-TOPO CURSOR FOR
092600         SELECT R.NPOSIC_RANK, R.CPSSOA_JURID, R.NSEQ_UND_ORGNZ,
092700                COALESCE(A.IABREV_UND_ORGNZ, ' '),
092800                R.VPONTU_RISCO, R.QINTRP, R.CINDCD_LICEN_PEND,
092900                R.QAPOLC_SUBSEG, R.QSOLTC_ABERTA, R.QSOLTC_ENVLH,
093000                R.QEXCED_LOTACAO, P.NPOSIC_RANK
093100           FROM DB2PRD.TPONTU_RISCO_UND R
093200           LEFT JOIN DB2PRD.TUND_ORGNZ A
093300             ON A.CPSSOA_JURID   = R.CPSSOA_JURID
093400            AND A.NSEQ_UND_ORGNZ = R.NSEQ_UND_ORGNZ
093500           LEFT JOIN DB2PRD.TPONTU_RISCO_UND P
093600             ON P.CPSSOA_JURID   = R.CPSSOA_JURID
093700            AND P.NSEQ_UND_ORGNZ = R.NSEQ_UND_ORGNZ
093800            AND P.CANO_TRIM      = :WS-CANO-TRIM-ANT
093900          WHERE R.CANO_TRIM   = :WS-CANO-TRIM
094000            AND R.NPOSIC_RANK BETWEEN 1 AND :WS-FAIXA-TOPO
094100            AND (P.NPOSIC_RANK IS NULL
094200                 OR P.NPOSIC_RANK = 0
094300                 OR P.NPOSIC_RANK > :WS-FAIXA-TOPO)
094400          ORDER BY R.NPOSIC_RANK
094500     END-EXEC.
094600 8500-DECLARAR-CURSORES-EXIT.
094700     EXIT.
094800******************************************************************
094900*    9500-REGISTRAR-INICIO                                      *
095000*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
095100******************************************************************
095200 9500-REGISTRAR-INICIO          SECTION.
095300     MOVE 'I' TO UORGL043-FUNCTION.
095400     MOVE 'UORG0203' TO UORGL043-CPGM-BATCH.
095500     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
095600                  UORGL043-QTDE-REJEITADOS
095700                  UORGL043-CCOD-TERMINO.
095800     CALL 'UORG0043' USING UORGL043-PARMS.
095900     IF NOT UORGL043-OK
096000         DISPLAY 'UORG0203 - ERRO ' UORGL043-RETORNO
096100             ' NO REGISTRO DE INICIO DA EXECUCAO'
096200     END-IF.
096300 9500-REGISTRAR-INICIO-EXIT.
096400     EXIT.
096500******************************************************************
096600*    9600-REGISTRAR-FIM                                         *
096700*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO       *
096800******************************************************************
096900 9600-REGISTRAR-FIM             SECTION.
097000     MOVE 'F' TO UORGL043-FUNCTION.
097100     MOVE WS-QTDE-LIDOS TO UORGL043-QTDE-LIDOS.
097200     MOVE WS-QTDE-GRAVADOS TO UORGL043-QTDE-GRAVADOS.
097300     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
097400     IF WS-HOUVE-ERRO
097500         MOVE 8 TO UORGL043-CCOD-TERMINO
097600     ELSE
097700         MOVE ZERO TO UORGL043-CCOD-TERMINO
097800     END-IF.
097900     CALL 'UORG0043' USING UORGL043-PARMS.
098000     IF NOT UORGL043-OK
098100         DISPLAY 'UORG0203 - ERRO ' UORGL043-RETORNO
098200             ' NO REGISTRO DE FIM DA EXECUCAO'
098300     END-IF.
098400     EXEC SQL
098500         COMMIT
098600     END-EXEC.
098700 9600-REGISTRAR-FIM-EXIT.
098800     EXIT.
