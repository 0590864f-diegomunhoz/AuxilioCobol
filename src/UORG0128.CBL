001700*                DE UNIDADE ATIVA, COM AS LACUNAS - MUNICIPIOS   *
001800*                POPULOSOS SEM UNIDADE - PARA O COMITE DE        *
001900*                EXPANSAO.                                       *
001910* 15/10/2026 ES  SECAO DE COBERTURA PARCIAL POR UNIDADE          *
001920*                ITINERANTE (TITNER_UND_ORGNZ, MINIMO DE DIAS    *
001930*                NO MES EM UORGK128); MUNICIPIO PARCIALMENTE     *
001940*                COBERTO DEIXA DE SER LACUNA.                    *
002000******************************************************************
002100*
002110*    FUNCAO: LE O LIMITE DE POPULACAO E O MINIMO DE DIAS DE
002120*    PARADA ITINERANTE DO ARQUIVO DE CONTROLE UORGK128. SECAO 1:
002130*    MUNICIPIOS COBERTOS - CADA MUNICIPIO DA REFERENCIA IBGE COM
002140*    AO MENOS UMA UNIDADE ATIVA, COM A CONTAGEM DE UNIDADES E A
002150*    POPULACAO, EM ORDEM DE UF E CODIGO. SECAO 2: MUNICIPIOS SEM
002160*    UNIDADE ATIVA FIXA ONDE UNIDADES ITINERANTES ATIVAS PARAM EM
002170*    PELO MENOS QDIAS-PARCIAL DIAS DO MES CORRENTE (ITINERARIO
002180*    TITNER_UND_ORGNZ, CARGA UORG0211) - COBERTURA PARCIAL, COM A
002190*    CONTAGEM DE UNIDADES ITINERANTES E OS DIAS DE PARADA. SECAO
002200*    3 - A PARTE VALIOSA: MUNICIPIOS COM POPULACAO IGUAL OU ACIMA
002210*    DO LIMITE, NENHUMA UNIDADE ATIVA E SEM COBERTURA PARCIAL, DO
002220*    MAIS POPULOSO PARA O MENOS. NENHUM DADO E ATUALIZADO.
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005800 01  WS-CONTADORES.
005900     05 WS-QTDE-COBERTO          PIC S9(7) COMP VALUE ZERO.
006000     05 WS-QTDE-LACUNA           PIC S9(7) COMP VALUE ZERO.
006010     05 WS-QTDE-PARCIAL          PIC S9(7) COMP VALUE ZERO.
006100 01  WS-AREA-TRABALHO.
006200     05 WS-QPOPUL-LIMITE         PIC S9(9)V COMP-3.
006300     05 WS-CMUNIC-IBGE           PIC S9(7)V COMP-3.
006500     05 WS-IMUNIC                PIC X(40).
006600     05 WS-QPOPUL                PIC S9(9)V COMP-3.
006700     05 WS-QTDE-UNIDADES         PIC S9(7) COMP.
006710     05 WS-QDIAS-PARCIAL         PIC S9(4) COMP.
006720     05 WS-QTDE-DIAS             PIC S9(4) COMP.
006730     05 WS-DIAS-ED               PIC Z9.
006740     05 WS-DATA-HOJE             PIC X(8).
006750     05 WS-DINIC-MES             PIC X(10).
006800 COPY UORGK128.
006900 COPY UORGR128.
007000 COPY UORGL043.
008100         OPEN OUTPUT REL-UORGR128
008200         PERFORM 2000-SECAO-COBERTOS
008300             THRU 2000-SECAO-COBERTOS-EXIT
008310         PERFORM 3000-SECAO-PARCIAIS
008320             THRU 3000-SECAO-PARCIAIS-EXIT
008400         PERFORM 4000-SECAO-LACUNAS
008500             THRU 4000-SECAO-LACUNAS-EXIT
008600         PERFORM 7000-ENCERRAR
010700         GO TO 1000-LER-CONTROLE-EXIT
010800     END-IF.
010900     MOVE UORGK128-QPOPUL-LIMITE TO WS-QPOPUL-LIMITE.
010905     IF UORGK128-QDIAS-PARCIAL IS NOT NUMERIC
010910         OR UORGK128-QDIAS-PARCIAL = ZERO
010915         MOVE 4 TO WS-QDIAS-PARCIAL
010920     ELSE
010925         MOVE UORGK128-QDIAS-PARCIAL TO WS-QDIAS-PARCIAL
010930     END-IF.
010935     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
010940     MOVE SPACES TO WS-DINIC-MES.
010945     STRING WS-DATA-HOJE (1:4) '-' WS-DATA-HOJE (5:2) '-01'
010950            DELIMITED BY SIZE INTO WS-DINIC-MES.
011000     MOVE 'S' TO WS-SW-CONTROLE-OK.
011100 1000-LER-CONTROLE-EXIT.
011200     EXIT.
016400         THRU 8000-LER-COBERTO-EXIT.
016500 2100-IMPRIMIR-COBERTO-EXIT.
016600     EXIT.
016601******************************************************************
016602*    3000-SECAO-PARCIAIS                                        *
016603*    MUNICIPIOS SEM UNIDADE ATIVA FIXA, SERVIDOS NO MES CORRENTE *
016604*    POR UNIDADE ITINERANTE ATIVA EM PELO MENOS QDIAS-PARCIAL    *
016605*    DIAS DE PARADA (TITNER_UND_ORGNZ)                           *
016606******************************************************************
016607 3000-SECAO-PARCIAIS            SECTION.
016608     MOVE 'N' TO WS-SW-FIM-CURSOR.
016609     MOVE SPACES TO UORGR128-LINHA.
016610     MOVE '0' TO UORGR128-CTL-IMPRESSAO.
016611     MOVE 'SECAO 2 - MUNICIPIOS COM COBERTURA PARCIAL ITINERANTE'
016612         TO UORGR128-TIT-TEXTO.
016613     WRITE REL-UORGR128-REG FROM UORGR128-LINHA.
016614     EXEC SQL
016615         DECLARE CUR-PARCIAL CURSOR FOR
016616         SELECT M.CUF_MUNIC, M.CMUNIC_IBGE, M.IMUNIC,
016617                M.QPOPUL_MUNIC,
016618                COUNT(DISTINCT DIGITS(I.CPSSOA_JURID)
016619                      CONCAT DIGITS(I.NSEQ_UND_ORGNZ)),
016620                COUNT(DISTINCT I.DPARADA_ITNER)
016621           FROM DB2PRD.TMUNIC_IBGE M,
016622                DB2PRD.TITNER_UND_ORGNZ I,
016623                DB2PRD.TUND_ORGNZ U
016624          WHERE I.CMUNIC_IBGE    = M.CMUNIC_IBGE
016625            AND U.CPSSOA_JURID   = I.CPSSOA_JURID
016626            AND U.NSEQ_UND_ORGNZ = I.NSEQ_UND_ORGNZ
016627            AND U.CSIT_UND_ORGNZ = 1
016628            AND I.DPARADA_ITNER >= DATE(:WS-DINIC-MES)
016629            AND I.DPARADA_ITNER < DATE(:WS-DINIC-MES) + 1 MONTH
016630            AND NOT EXISTS
016631                (SELECT 1
016632                   FROM DB2PRD.TENDRC_UND_ORGNZ E,
016633                        DB2PRD.TUND_ORGNZ F
016634                  WHERE E.CMUNIC_IBGE    = M.CMUNIC_IBGE
016635                    AND F.CPSSOA_JURID   = E.CPSSOA_JURID
016636                    AND F.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
016637                    AND F.CSIT_UND_ORGNZ = 1)
016638          GROUP BY M.CUF_MUNIC, M.CMUNIC_IBGE, M.IMUNIC,
016639                M.QPOPUL_MUNIC
016640         HAVING COUNT(DISTINCT I.DPARADA_ITNER)
016641                >= :WS-QDIAS-PARCIAL
016642          ORDER BY M.CUF_MUNIC, M.CMUNIC_IBGE
016643     END-EXEC.
016644     EXEC SQL
016645         OPEN CUR-PARCIAL
016646     END-EXEC.
016647     PERFORM 8200-LER-PARCIAL
016648         THRU 8200-LER-PARCIAL-EXIT.
016649     PERFORM 3100-IMPRIMIR-PARCIAL
016650         THRU 3100-IMPRIMIR-PARCIAL-EXIT
016651         UNTIL WS-FIM-CURSOR.
016652     EXEC SQL
016653         CLOSE CUR-PARCIAL
016654     END-EXEC.
016655 3000-SECAO-PARCIAIS-EXIT.
016656     EXIT.
016657******************************************************************
016658*    3100-IMPRIMIR-PARCIAL                                      *
016659*    A QUANTIDADE E A DE UNIDADES ITINERANTES QUE PARAM NO       *
016660*    MUNICIPIO; OS DIAS DE PARADA NO MES VAO NA MENSAGEM         *
016661******************************************************************
016662 3100-IMPRIMIR-PARCIAL          SECTION.
016663     ADD 1 TO WS-QTDE-PARCIAL.
016664     MOVE SPACES TO UORGR128-LINHA.
016665     MOVE ' ' TO UORGR128-CTL-IMPRESSAO.
016666     MOVE WS-CUF TO UORGR128-CUF.
016667     MOVE WS-CMUNIC-IBGE TO UORGR128-CMUNIC-IBGE.
016668     MOVE WS-IMUNIC TO UORGR128-IMUNIC.
016669     MOVE WS-QPOPUL TO UORGR128-QPOPUL.
016670     MOVE WS-QTDE-UNIDADES TO UORGR128-QTDE-UNIDADES.
016671     MOVE WS-QTDE-DIAS TO WS-DIAS-ED.
016672     STRING 'PARCIAL - ' WS-DIAS-ED ' DIAS NO MES'
016673            DELIMITED BY SIZE INTO UORGR128-MENSAGEM.
016674     WRITE REL-UORGR128-REG FROM UORGR128-LINHA.
016675     PERFORM 8200-LER-PARCIAL
016676         THRU 8200-LER-PARCIAL-EXIT.
016677 3100-IMPRIMIR-PARCIAL-EXIT.
016678     EXIT.
016700******************************************************************
016800*    4000-SECAO-LACUNAS                                         *
016900******************************************************************
017100     MOVE 'N' TO WS-SW-FIM-CURSOR.
017200     MOVE SPACES TO UORGR128-LINHA.
017300     MOVE '0' TO UORGR128-CTL-IMPRESSAO.
017400     MOVE 'SECAO 3 - MUNICIPIOS POPULOSOS SEM UNIDADE ATIVA'
017500         TO UORGR128-TIT-TEXTO.
017600     WRITE REL-UORGR128-REG FROM UORGR128-LINHA.
017700     EXEC SQL
018700                  WHERE E.CMUNIC_IBGE    = M.CMUNIC_IBGE
018800                    AND U.CPSSOA_JURID   = E.CPSSOA_JURID
018900                    AND U.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
018910                    AND U.CSIT_UND_ORGNZ = 1)
018920            AND M.CMUNIC_IBGE NOT IN
018930                (SELECT I.CMUNIC_IBGE
018940                   FROM DB2PRD.TITNER_UND_ORGNZ I,
018950                        DB2PRD.TUND_ORGNZ U
018960                  WHERE U.CPSSOA_JURID   = I.CPSSOA_JURID
018970                    AND U.NSEQ_UND_ORGNZ = I.NSEQ_UND_ORGNZ
018980                    AND U.CSIT_UND_ORGNZ = 1
018990                    AND I.DPARADA_ITNER >= DATE(:WS-DINIC-MES)
019000                    AND I.DPARADA_ITNER <
019010                        DATE(:WS-DINIC-MES) + 1 MONTH
019020                  GROUP BY I.CMUNIC_IBGE
019030                 HAVING COUNT(DISTINCT I.DPARADA_ITNER)
019040                        >= :WS-QDIAS-PARCIAL)
019100          ORDER BY M.QPOPUL_MUNIC DESC
019200     END-EXEC.
019300     EXEC SQL
023100         TO UORGR128-TOT-ROTULO.
023200     MOVE WS-QTDE-COBERTO TO UORGR128-TOT-QTDE.
023300     WRITE REL-UORGR128-REG FROM UORGR128-LINHA.
023310     MOVE SPACES TO UORGR128-LINHA.
023320     MOVE ' ' TO UORGR128-CTL-IMPRESSAO.
023330     MOVE 'TOTAL DE COBERTOS PARCIALMENTE.:'
023340         TO UORGR128-TOT-ROTULO.
023350     MOVE WS-QTDE-PARCIAL TO UORGR128-TOT-QTDE.
023360     WRITE REL-UORGR128-REG FROM UORGR128-LINHA.
023400     MOVE SPACES TO UORGR128-LINHA.
023500     MOVE ' ' TO UORGR128-CTL-IMPRESSAO.
023600     MOVE 'TOTAL DE LACUNAS DE EXPANSAO...:'
028000     END-IF.
028100 8100-LER-LACUNA-EXIT.
028200     EXIT.
028202******************************************************************
028204*    8200-LER-PARCIAL                                           *
028206******************************************************************
028208 8200-LER-PARCIAL               SECTION.
028210     EXEC SQL
028212         FETCH CUR-PARCIAL
028214          INTO :WS-CUF, :WS-CMUNIC-IBGE, :WS-IMUNIC,
028216               :WS-QPOPUL, :WS-QTDE-UNIDADES, :WS-QTDE-DIAS
028218     END-EXEC.
028220     IF SQLCODE = 100
028222         MOVE 'S' TO WS-SW-FIM-CURSOR
028224     ELSE
028226     IF SQLCODE NOT = ZERO
028228         DISPLAY 'UORG0128 - ERRO SQLCODE=' SQLCODE
028230             ' NO FETCH DOS PARCIAIS'
028232         MOVE 'S' TO WS-SW-FIM-CURSOR
028234     END-IF
028236     END-IF.
028238 8200-LER-PARCIAL-EXIT.
028240     EXIT.
028300******************************************************************
028400*    9500-REGISTRAR-INICIO                                      *
028500*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
030300******************************************************************
030400 9600-REGISTRAR-FIM             SECTION.
030500     MOVE 'F' TO UORGL043-FUNCTION.
030510     COMPUTE UORGL043-QTDE-LIDOS =
030520         WS-QTDE-COBERTO + WS-QTDE-PARCIAL + WS-QTDE-LACUNA.
030800     MOVE WS-QTDE-LACUNA TO UORGL043-QTDE-GRAVADOS.
030900     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
031000     MOVE ZERO TO UORGL043-CCOD-TERMINO.
