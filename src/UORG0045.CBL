002125* 22/08/2026 ES  PRIMEIRA ENTRADA (SEM COMMAREA) PASSA A      *
002150*                DEVOLVER COMMAREA INICIAL DE WORKING-STORAGE *
002175*                (DFHCOMMAREA NAO ENDERECAVEL, EIBCALEN = 0). *
002180* 14/10/2026 ES  CODIGO PUBLICO ANTIGO DE UNIDADE             *
002185*                RENUMERADA (UORG0193) RESOLVIDO PARA A       *
002190*                UNIDADE ATUAL PELA REFERENCIA CRUZADA        *
002195*                TCUND_ANT_UND.                               *
002200******************************************************************
002300*
002400*    FUNCAO: TRANSACAO CICS DE CONSULTA PSEUDO-CONVERSACIONAL.
002900*    DESCRICOES DE TIPO (TTPO_UND_ORGNZ) E CLASSIFICACAO
003000*    (TCLASF_AG), A LISTA DOS TIPOS DE ACESSO DA UNIDADE E A
003100*    AREA TOTAL CONVERTIDA PARA M2 PELA UORG0030. PF3 ENCERRA.
003110*    CODIGO PUBLICO NAO ENCONTRADO EM TUND_ORGNZ E PROCURADO NA
003120*    REFERENCIA CRUZADA DE RENUMERACOES (TCUND_ANT_UND): SE FOR
003130*    O CODIGO ANTIGO DE UMA UNIDADE RENUMERADA, COM O DIGITO
003140*    ANTIGO, A UNIDADE ATUAL E EXIBIDA COM AVISO NA MENSAGEM.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
006510     05 WS-AREA-EDITADA-X REDEFINES WS-AREA-EDITADA
006520                                 PIC X(12).
006600     05 WS-LISTA-ACESSO          PIC X(30).
006610     05 WS-CUND-ANT-ED           PIC 9(6).
006620     05 WS-CDIG-UND-ORGNZ-ANT    PIC X(1).
006700 01  WS-INDICADORES.
006800     05 WS-IND-CSIT              PIC S9(4) COMP-5.
006900     05 WS-IND-CCLASF            PIC S9(4) COMP-5.
007200     05 WS-IND-CDIG              PIC S9(4) COMP-5.
007300     05 WS-IND-ICLASF            PIC S9(4) COMP-5.
007400     05 WS-IND-MAREA             PIC S9(4) COMP-5.
007410     05 WS-IND-CDIG-ANT          PIC S9(4) COMP-5.
007500 01  WS-MENSAGEM                 PIC X(60).
007510 01  WS-MENSAGEM-RENUM           PIC X(60).
007525 01  WS-COMMAREA-INICIAL.
007550     05 FILLER                   PIC X(1)  VALUE SPACE.
007575     05 FILLER                   PIC X(18) VALUE ZEROS.
012400     END-EXEC.
012500     MOVE SPACES TO WS-MENSAGEM.
012600     MOVE 'N' TO WS-SW-ACHOU-UNIDADE.
012610     MOVE SPACES TO WS-MENSAGEM-RENUM.
012700     PERFORM 3000-RESOLVER-CHAVE
012800         THRU 3000-RESOLVER-CHAVE-EXIT.
012900     IF WS-MENSAGEM = SPACES
013800         PERFORM 4300-TOTALIZAR-AREA
013900             THRU 4300-TOTALIZAR-AREA-EXIT
014000         MOVE 'CONSULTA REALIZADA COM SUCESSO' TO WS-MENSAGEM
014010         IF WS-MENSAGEM-RENUM NOT = SPACES
014020             MOVE WS-MENSAGEM-RENUM TO WS-MENSAGEM
014030         END-IF
014100     END-IF.
014200     PERFORM 5000-MONTAR-TELA
014300         THRU 5000-MONTAR-TELA-EXIT.
018300          FETCH FIRST 1 ROW ONLY
018400     END-EXEC.
018500     EVALUATE TRUE
018510         WHEN SQLCODE = 100
018520             PERFORM 3200-RESOLVER-CODIGO-ANTIGO
018530                 THRU 3200-RESOLVER-CODIGO-ANTIGO-EXIT
018900         WHEN SQLCODE NOT = ZERO
019000             MOVE 'ERRO NA LOCALIZACAO PELO CODIGO PUBLICO'
019100                 TO WS-MENSAGEM
020500     END-EVALUATE.
020600 3100-LOCALIZAR-POR-CUND-EXIT.
020700     EXIT.
020702******************************************************************
020704*    3200-RESOLVER-CODIGO-ANTIGO                                *
020706*    CODIGO PUBLICO SEM UNIDADE: PROCURA NA REFERENCIA CRUZADA  *
020708*    DE RENUMERACOES E CONFERE O DIGITO ANTIGO INFORMADO        *
020710******************************************************************
020712 3200-RESOLVER-CODIGO-ANTIGO    SECTION.
020714     EXEC SQL
020716         SELECT CPSSOA_JURID, NSEQ_UND_ORGNZ, CDIG_UND_ORGNZ_ANT
020718           INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
020720                :WS-CDIG-UND-ORGNZ-ANT:WS-IND-CDIG-ANT
020722           FROM DB2PRD.TCUND_ANT_UND
020724          WHERE CUND_ORGNZ_ANT = :WS-CUND-ORGNZ
020726          ORDER BY HRENUM_REG DESC
020728          FETCH FIRST 1 ROW ONLY
020730     END-EXEC.
020732     EVALUATE TRUE
020734         WHEN SQLCODE = 100
020736             MOVE 'CODIGO DE UNIDADE NAO ENCONTRADO'
020738                 TO WS-MENSAGEM
020740         WHEN SQLCODE NOT = ZERO
020742             MOVE 'ERRO NA LOCALIZACAO PELO CODIGO ANTIGO'
020744                 TO WS-MENSAGEM
020746         WHEN OTHER
020748             IF WS-IND-CDIG-ANT < ZERO
020750                 MOVE SPACES TO WS-CDIG-UND-ORGNZ-ANT
020752             END-IF
020754             IF WS-CDIG-UND-ORGNZ-ANT NOT = CDIGI
020756                 MOVE 'DIGITO VERIFICADOR DIVERGENTE'
020758                     TO WS-MENSAGEM
020760             ELSE
020762                 MOVE WS-CUND-ORGNZ TO WS-CUND-ANT-ED
020764                 STRING 'CODIGO ANTIGO ' WS-CUND-ANT-ED '-'
020766                        WS-CDIG-UND-ORGNZ-ANT
020768                        ' RENUMERADO - EXIBIDA A UNIDADE ATUAL'
020770                        DELIMITED BY SIZE INTO WS-MENSAGEM-RENUM
020772             END-IF
020774     END-EVALUATE.
020776 3200-RESOLVER-CODIGO-ANTIGO-EXIT.
020778     EXIT.
020800******************************************************************
020900*    4000-CONSULTAR-UNIDADE                                     *
021000******************************************************************
