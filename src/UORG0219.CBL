000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0219                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0219.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - DETECCAO NOTURNA DE IMOVEL VAGO E     *
001600*                ABERTURA DO CASO DE DESMOBILIZACAO              *
001700*                (TCASO_DESMOB_PRDIO) COM O CHECKLIST DE         *
001800*                LOCACAO, SEGURO, PREVENTIVAS E OCUPACAO.        *
001900******************************************************************
002000*
002100*    FUNCAO: EXECUCAO DIARIA EM DUAS FASES.
002200*    PRIMEIRA FASE - ABERTURA: SELECIONA OS IMOVEIS ATIVOS DE
002300*    TPRDIO (CSIT_PRDIO = 1) SEM NENHUMA UNIDADE ATIVA OU
002400*    FECHADA TEMPORARIAMENTE (CSIT_UND_ORGNZ 1 OU 3) VINCULADA
002500*    PELO TENDRC_UND_ORGNZ.CPRDIO, QUE NAO SAO DESTINO DE ORDEM
002600*    DE MUDANCA PENDENTE (TMUDAN_UND_ORGNZ), SEM CASO ABERTO OU
002700*    CONCLUIDO E QUE AINDA CARREGAM ALGUM COMPROMISSO: TAREFA
002800*    PREVENTIVA (TMANUT_PREVENT), SITUACAO DE OCUPACAO ABERTA
002900*    (TMANUT_PRDIO_OCPDO), OU CONTRATO DE LOCACAO (TCONTR_LOCAC)
003000*    OU APOLICE (TAPOLC_SEGURO) NAO VENCIDOS DE UNIDADE QUE
003100*    FICOU VINCULADA AO IMOVEL. PARA CADA UM ABRE O CASO
003200*    (CSIT_CASO = 1) COM O CHECKLIST:
003300*    - AVISO DE RESCISAO DA LOCACAO: REGISTRADO PELA UORG0220,
003400*      QUE ENCURTA OS CONTRATOS PARA O FIM DO PRAZO CONTRATUAL
003500*      DE AVISO; SEM CONTRATO VIGENTE O ITEM E DADO COMO
003600*      CUMPRIDO JA NA SEGUNDA FASE DA MESMA NOITE.
003700*      O MAIOR PRAZO DE AVISO DOS CONTRATOS E GUARDADO NO CASO;
003800*    - CANCELAMENTO DAS APOLICES;
003900*    - SUSPENSAO DAS TAREFAS PREVENTIVAS: CUMPRIDO NA ABERTURA,
004000*      POIS A UORG0105 DEIXA DE GERAR CHAMADO PARA IMOVEL COM
004100*      CASO ABERTO OU CONCLUIDO;
004200*    - ENCERRAMENTO DAS SITUACOES DE OCUPACAO ABERTAS.
004300*    SEGUNDA FASE - ACOMPANHAMENTO: PARA CADA CASO ABERTO OU
004400*    CONCLUIDO, SE O IMOVEL VOLTOU A TER UNIDADE ATIVA O CASO E
004500*    CANCELADO (CSIT_CASO = 9) E AS PREVENTIVAS VOLTAM A SER
004600*    GERADAS. NO CASO ABERTO, MARCA COM A DATA DO DIA OS ITENS
004700*    QUE SE CUMPRIRAM: NENHUM CONTRATO VIGENTE, NENHUMA APOLICE
004800*    NAO VENCIDA, NENHUMA SITUACAO DE OCUPACAO ABERTA; COM OS
004900*    QUATRO ITENS CUMPRIDOS O CASO E CONCLUIDO (CSIT_CASO = 2).
005000*    OS CASOS QUE ENVELHECEM SEM CONCLUSAO SAEM NO RELATORIO
005100*    UORG0221. COMMIT NO FIM DE CADA CASO; ERRO DE BANCO DESFAZ
005200*    O CASO EM CURSO E INTERROMPE A FASE (TERMINO 8), FICANDO O
005300*    RESTANTE PARA A PROXIMA EXECUCAO.
005400*
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.         IBM-390.
005800 OBJECT-COMPUTER.         IBM-390.
005900 DATA DIVISION.
006000 WORKING-STORAGE SECTION.
006100     EXEC SQL INCLUDE SQLCA END-EXEC.
006200 01  WS-SWITCHES.
006300     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006400        88 WS-FIM-CURSOR              VALUE 'S'.
006500 01  WS-CONTADORES.
006600     05 WS-QTDE-ABERTO           PIC S9(7) COMP VALUE ZERO.
006700     05 WS-QTDE-ACOMPANHADO      PIC S9(7) COMP VALUE ZERO.
006800     05 WS-QTDE-CONCLUIDO        PIC S9(7) COMP VALUE ZERO.
006900     05 WS-QTDE-CANCELADO        PIC S9(7) COMP VALUE ZERO.
007000     05 WS-QTDE-ERRO             PIC S9(7) COMP VALUE ZERO.
007100 01  WS-AREA-TRABALHO.
007200     05 WS-CPRDIO                PIC S9(7)V COMP-3.
007300     05 WS-NSEQ-CASO             PIC S9(5)V COMP-3.
007400     05 WS-CSIT-CASO             PIC S9(1)V COMP-3.
007500     05 WS-QDIAS-AVISO-MAX       PIC S9(5)V COMP-3.
007600     05 WS-QCONTR-VIGENTE        PIC S9(5) COMP.
007700     05 WS-QTAREFA-SUSPN         PIC S9(5) COMP.
007800     05 WS-QTDE-PENDENTE         PIC S9(9) COMP.
007900     05 WS-SQLCODE-ERRO          PIC S9(9) COMP.
008000     05 WS-DAVISO-CONTR          PIC X(10).
008100     05 WS-DCANC-APOLC           PIC X(10).
008200     05 WS-DENCER-OCUP           PIC X(10).
008300 01  WS-INDICADORES.
008400     05 WS-IND-DAVISO            PIC S9(4) COMP-5.
008500     05 WS-IND-DCANC             PIC S9(4) COMP-5.
008600     05 WS-IND-DENCER            PIC S9(4) COMP-5.
008700 COPY UORGL043.
008800 PROCEDURE DIVISION.
008900******************************************************************
009000*    0000-MAINLINE                                               *
009100******************************************************************
009200 0000-MAINLINE                  SECTION.
009300     PERFORM 9500-REGISTRAR-INICIO
009400         THRU 9500-REGISTRAR-INICIO-EXIT.
009500     PERFORM 1000-ABRIR-CURSOR-VAGO
009600         THRU 1000-ABRIR-CURSOR-VAGO-EXIT.
009700     PERFORM 2000-ABRIR-CASO
009800         THRU 2000-ABRIR-CASO-EXIT
009900         UNTIL WS-FIM-CURSOR.
010000     EXEC SQL
010100         CLOSE CUR-VAGO
010200     END-EXEC.
010300     PERFORM 3000-ABRIR-CURSOR-CASO
010400         THRU 3000-ABRIR-CURSOR-CASO-EXIT.
010500     PERFORM 4000-ACOMPANHAR-CASO
010600         THRU 4000-ACOMPANHAR-CASO-EXIT
010700         UNTIL WS-FIM-CURSOR.
010800     EXEC SQL
010900         CLOSE CUR-CASO
011000     END-EXEC.
011100     DISPLAY 'UORG0219 - CASOS ABERTOS: ' WS-QTDE-ABERTO
011200         ' ACOMPANHADOS: ' WS-QTDE-ACOMPANHADO
011300         ' CONCLUIDOS: ' WS-QTDE-CONCLUIDO
011400         ' CANCELADOS: ' WS-QTDE-CANCELADO
011500         ' ERROS: ' WS-QTDE-ERRO.
011600     PERFORM 9600-REGISTRAR-FIM
011700         THRU 9600-REGISTRAR-FIM-EXIT.
011800     GOBACK.
011900 0000-MAINLINE-EXIT.
012000     EXIT.
012100******************************************************************
012200*    1000-ABRIR-CURSOR-VAGO                                     *
012300*    IMOVEIS ATIVOS SEM UNIDADE ATIVA E COM COMPROMISSO VIGENTE *
012400******************************************************************
012500 1000-ABRIR-CURSOR-VAGO         SECTION.
012600     MOVE 'N' TO WS-SW-FIM-CURSOR.
012700     EXEC SQL
012800         DECLARE CUR-VAGO CURSOR WITH HOLD FOR
012900         SELECT P.CPRDIO
013000           FROM DB2PRD.TPRDIO P
013100          WHERE P.CSIT_PRDIO = 1
013200            AND NOT EXISTS
013300                (SELECT 1
013400                   FROM DB2PRD.TENDRC_UND_ORGNZ E,
013500                        DB2PRD.TUND_ORGNZ U
013600                  WHERE E.CPRDIO         = P.CPRDIO
013700                    AND U.CPSSOA_JURID   = E.CPSSOA_JURID
013800                    AND U.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
013900                    AND U.CSIT_UND_ORGNZ IN (1, 3))
014000            AND NOT EXISTS
014100                (SELECT 1
014200                   FROM DB2PRD.TMUDAN_UND_ORGNZ M
014300                  WHERE M.CPRDIO_DEST = P.CPRDIO
014400                    AND M.CSIT_MUDAN  = 1)
014500            AND NOT EXISTS
014600                (SELECT 1
014700                   FROM DB2PRD.TCASO_DESMOB_PRDIO C
014800                  WHERE C.CPRDIO    = P.CPRDIO
014900                    AND C.CSIT_CASO IN (1, 2))
015000            AND (EXISTS
015100                 (SELECT 1
015200                    FROM DB2PRD.TMANUT_PREVENT T
015300                   WHERE T.CPRDIO = P.CPRDIO)
015400              OR EXISTS
015500                 (SELECT 1
015600                    FROM DB2PRD.TMANUT_PRDIO_OCPDO O
015700                   WHERE O.CPRDIO         = P.CPRDIO
015800                     AND O.CSIT_ATUAL_REG = 1)
015900              OR EXISTS
016000                 (SELECT 1
016100                    FROM DB2PRD.TENDRC_UND_ORGNZ E,
016200                         DB2PRD.TCONTR_LOCAC L
016300                   WHERE E.CPRDIO         = P.CPRDIO
016400                     AND L.CPSSOA_JURID   = E.CPSSOA_JURID
016500                     AND L.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
016600                     AND L.DFIM_CONTR    >= CURRENT DATE)
016700              OR EXISTS
016800                 (SELECT 1
016900                    FROM DB2PRD.TENDRC_UND_ORGNZ E,
017000                         DB2PRD.TAPOLC_SEGURO A
017100                   WHERE E.CPRDIO         = P.CPRDIO
017200                     AND A.CPSSOA_JURID   = E.CPSSOA_JURID
017300                     AND A.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
017400                     AND A.DVENCTO_APOLC >= CURRENT DATE))
017500          ORDER BY P.CPRDIO
017600     END-EXEC.
017700     EXEC SQL
017800         OPEN CUR-VAGO
017900     END-EXEC.
018000     IF SQLCODE NOT = ZERO
018100         DISPLAY 'UORG0219 - ERRO SQLCODE=' SQLCODE
018200             ' NA ABERTURA DO CURSOR DE IMOVEIS VAGOS'
018300         ADD 1 TO WS-QTDE-ERRO
018400         MOVE 'S' TO WS-SW-FIM-CURSOR
018500         GO TO 1000-ABRIR-CURSOR-VAGO-EXIT
018600     END-IF.
018700     PERFORM 8000-LER-CURSOR-VAGO
018800         THRU 8000-LER-CURSOR-VAGO-EXIT.
018900 1000-ABRIR-CURSOR-VAGO-EXIT.
019000     EXIT.
019100******************************************************************
019200*    2000-ABRIR-CASO                                            *
019300*    GRAVA O CASO COM O PRAZO DE AVISO DOS CONTRATOS E AS       *
019400*    PREVENTIVAS SUSPENSAS                                      *
019500******************************************************************
019600 2000-ABRIR-CASO                SECTION.
019700     MOVE ZERO TO WS-QCONTR-VIGENTE WS-QDIAS-AVISO-MAX
019800                  WS-QTAREFA-SUSPN WS-NSEQ-CASO.
019900     EXEC SQL
020000         SELECT COUNT(*), COALESCE(MAX(L.QDIAS_AVISO), 0)
020100           INTO :WS-QCONTR-VIGENTE, :WS-QDIAS-AVISO-MAX
020200           FROM DB2PRD.TENDRC_UND_ORGNZ E,
020300                DB2PRD.TCONTR_LOCAC L
020400          WHERE E.CPRDIO         = :WS-CPRDIO
020500            AND L.CPSSOA_JURID   = E.CPSSOA_JURID
020600            AND L.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
020700            AND L.DFIM_CONTR    >= CURRENT DATE
020800     END-EXEC.
020900     IF SQLCODE NOT = ZERO
021000         GO TO 2000-ABRIR-CASO-ERRO
021100     END-IF.
021200     EXEC SQL
021300         SELECT COUNT(*)
021400           INTO :WS-QTAREFA-SUSPN
021500           FROM DB2PRD.TMANUT_PREVENT
021600          WHERE CPRDIO = :WS-CPRDIO
021700     END-EXEC.
021800     IF SQLCODE NOT = ZERO
021900         GO TO 2000-ABRIR-CASO-ERRO
022000     END-IF.
022100     EXEC SQL
022200         SELECT COALESCE(MAX(NSEQ_CASO), 0) + 1
022300           INTO :WS-NSEQ-CASO
022400           FROM DB2PRD.TCASO_DESMOB_PRDIO
022500          WHERE CPRDIO = :WS-CPRDIO
022600     END-EXEC.
022700     IF SQLCODE NOT = ZERO
022800         GO TO 2000-ABRIR-CASO-ERRO
022900     END-IF.
023000     EXEC SQL
023100         INSERT INTO DB2PRD.TCASO_DESMOB_PRDIO
023200                (CPRDIO, NSEQ_CASO, DABERT_CASO, CSIT_CASO,
023300                 QCONTR_VIGENTE, QDIAS_AVISO_MAX, DAVISO_CONTR,
023400                 DCANC_APOLC, QTAREFA_SUSPN, DSUSPN_PREVENT,
023500                 DENCER_OCUP, HINCL_REG, CUSUAR_INCL)
023600         VALUES (:WS-CPRDIO, :WS-NSEQ-CASO, CURRENT DATE, 1,
023700                 :WS-QCONTR-VIGENTE, :WS-QDIAS-AVISO-MAX, NULL,
023800                 NULL, :WS-QTAREFA-SUSPN, CURRENT DATE,
023900                 NULL, CURRENT TIMESTAMP, 'UORG0219')
024000     END-EXEC.
024100     IF SQLCODE NOT = ZERO
024200         GO TO 2000-ABRIR-CASO-ERRO
024300     END-IF.
024400     EXEC SQL
024500         COMMIT
024600     END-EXEC.
024700     ADD 1 TO WS-QTDE-ABERTO.
024800     DISPLAY 'UORG0219 - CASO ABERTO PARA O IMOVEL ' WS-CPRDIO
024900         ' CONTRATOS VIGENTES: ' WS-QCONTR-VIGENTE
025000         ' PREVENTIVAS SUSPENSAS: ' WS-QTAREFA-SUSPN.
025100     GO TO 2000-ABRIR-CASO-LER.
025200 2000-ABRIR-CASO-ERRO.
025300     DISPLAY 'UORG0219 - ERRO SQLCODE=' SQLCODE
025400         ' NA ABERTURA DO CASO DO IMOVEL ' WS-CPRDIO.
025500     ADD 1 TO WS-QTDE-ERRO.
025600     EXEC SQL
025700         ROLLBACK
025800     END-EXEC.
025900     MOVE 'S' TO WS-SW-FIM-CURSOR.
026000     GO TO 2000-ABRIR-CASO-EXIT.
026100 2000-ABRIR-CASO-LER.
026200     PERFORM 8000-LER-CURSOR-VAGO
026300         THRU 8000-LER-CURSOR-VAGO-EXIT.
026400 2000-ABRIR-CASO-EXIT.
026500     EXIT.
026600******************************************************************
026700*    3000-ABRIR-CURSOR-CASO                                     *
026800*    CASOS ABERTOS OU CONCLUIDOS, INCLUSIVE OS DE HOJE          *
026900******************************************************************
027000 3000-ABRIR-CURSOR-CASO         SECTION.
027100     MOVE 'N' TO WS-SW-FIM-CURSOR.
027200     EXEC SQL
027300         DECLARE CUR-CASO CURSOR WITH HOLD FOR
027400         SELECT CPRDIO, NSEQ_CASO, CSIT_CASO,
027500                DAVISO_CONTR, DCANC_APOLC, DENCER_OCUP
027600           FROM DB2PRD.TCASO_DESMOB_PRDIO
027700          WHERE CSIT_CASO IN (1, 2)
027800          ORDER BY CPRDIO, NSEQ_CASO
027900     END-EXEC.
028000     EXEC SQL
028100         OPEN CUR-CASO
028200     END-EXEC.
028300     IF SQLCODE NOT = ZERO
028400         DISPLAY 'UORG0219 - ERRO SQLCODE=' SQLCODE
028500             ' NA ABERTURA DO CURSOR DE CASOS'
028600         ADD 1 TO WS-QTDE-ERRO
028700         MOVE 'S' TO WS-SW-FIM-CURSOR
028800         GO TO 3000-ABRIR-CURSOR-CASO-EXIT
028900     END-IF.
029000     PERFORM 8100-LER-CURSOR-CASO
029100         THRU 8100-LER-CURSOR-CASO-EXIT.
029200 3000-ABRIR-CURSOR-CASO-EXIT.
029300     EXIT.
029400******************************************************************
029500*    4000-ACOMPANHAR-CASO                                       *
029600******************************************************************
029700 4000-ACOMPANHAR-CASO           SECTION.
029800     ADD 1 TO WS-QTDE-ACOMPANHADO.
029900     MOVE ZERO TO WS-QTDE-PENDENTE WS-SQLCODE-ERRO.
030000     EXEC SQL
030100         SELECT COUNT(*)
030200           INTO :WS-QTDE-PENDENTE
030300           FROM DB2PRD.TENDRC_UND_ORGNZ E,
030400                DB2PRD.TUND_ORGNZ U
030500          WHERE E.CPRDIO         = :WS-CPRDIO
030600            AND U.CPSSOA_JURID   = E.CPSSOA_JURID
030700            AND U.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
030800            AND U.CSIT_UND_ORGNZ IN (1, 3)
030900     END-EXEC.
031000     IF SQLCODE NOT = ZERO
031100         MOVE SQLCODE TO WS-SQLCODE-ERRO
031200         GO TO 4000-ACOMPANHAR-CASO-ERRO
031300     END-IF.
031400     IF WS-QTDE-PENDENTE > ZERO
031500         PERFORM 4100-CANCELAR-CASO
031600             THRU 4100-CANCELAR-CASO-EXIT
031700         IF WS-SQLCODE-ERRO < ZERO
031800             GO TO 4000-ACOMPANHAR-CASO-ERRO
031900         END-IF
032000         GO TO 4000-ACOMPANHAR-CASO-COMMIT
032100     END-IF.
032200     IF WS-CSIT-CASO NOT = 1
032300         GO TO 4000-ACOMPANHAR-CASO-LER
032400     END-IF.
032500     IF WS-IND-DAVISO < ZERO
032600         PERFORM 4200-CONFERIR-LOCACAO
032700             THRU 4200-CONFERIR-LOCACAO-EXIT
032800     END-IF.
032900     IF WS-IND-DCANC < ZERO
033000         PERFORM 4300-CONFERIR-APOLICE
033100             THRU 4300-CONFERIR-APOLICE-EXIT
033200     END-IF.
033300     IF WS-IND-DENCER < ZERO
033400         PERFORM 4400-CONFERIR-OCUPACAO
033500             THRU 4400-CONFERIR-OCUPACAO-EXIT
033600     END-IF.
033700     IF WS-SQLCODE-ERRO < ZERO
033800         GO TO 4000-ACOMPANHAR-CASO-ERRO
033900     END-IF.
034000     PERFORM 4500-CONCLUIR-CASO
034100         THRU 4500-CONCLUIR-CASO-EXIT.
034200     IF WS-SQLCODE-ERRO < ZERO
034300         GO TO 4000-ACOMPANHAR-CASO-ERRO
034400     END-IF.
034500 4000-ACOMPANHAR-CASO-COMMIT.
034600     EXEC SQL
034700         COMMIT
034800     END-EXEC.
034900     GO TO 4000-ACOMPANHAR-CASO-LER.
035000 4000-ACOMPANHAR-CASO-ERRO.
035100     DISPLAY 'UORG0219 - ERRO SQLCODE=' WS-SQLCODE-ERRO
035200         ' NO ACOMPANHAMENTO DO CASO ' WS-CPRDIO '/' WS-NSEQ-CASO.
035300     ADD 1 TO WS-QTDE-ERRO.
035400     EXEC SQL
035500         ROLLBACK
035600     END-EXEC.
035700     MOVE 'S' TO WS-SW-FIM-CURSOR.
035800     GO TO 4000-ACOMPANHAR-CASO-EXIT.
035900 4000-ACOMPANHAR-CASO-LER.
036000     PERFORM 8100-LER-CURSOR-CASO
036100         THRU 8100-LER-CURSOR-CASO-EXIT.
036200 4000-ACOMPANHAR-CASO-EXIT.
036300     EXIT.
036400******************************************************************
036500*    4100-CANCELAR-CASO                                         *
036600*    IMOVEL REOCUPADO: O CASO PERDE O OBJETO                    *
036700******************************************************************
036800 4100-CANCELAR-CASO             SECTION.
036900     EXEC SQL
037000         UPDATE DB2PRD.TCASO_DESMOB_PRDIO
037100            SET CSIT_CASO    = 9,
037200                DENCER_CASO  = CURRENT DATE,
037300                HMANUT_REG   = CURRENT TIMESTAMP,
037400                CUSUAR_MANUT = 'UORG0219'
037500          WHERE CPRDIO    = :WS-CPRDIO
037600            AND NSEQ_CASO = :WS-NSEQ-CASO
037700     END-EXEC.
037800     IF SQLCODE = ZERO
037900         ADD 1 TO WS-QTDE-CANCELADO
038000         DISPLAY 'UORG0219 - IMOVEL ' WS-CPRDIO
038100             ' REOCUPADO, CASO ' WS-NSEQ-CASO ' CANCELADO'
038200     END-IF.
038300     IF SQLCODE < ZERO
038400         MOVE SQLCODE TO WS-SQLCODE-ERRO
038500     END-IF.
038600 4100-CANCELAR-CASO-EXIT.
038700     EXIT.
038800******************************************************************
038900*    4200-CONFERIR-LOCACAO                                      *
039000*    SEM CONTRATO VIGENTE O AVISO DE RESCISAO PERDE O OBJETO    *
039100******************************************************************
039200 4200-CONFERIR-LOCACAO          SECTION.
039300     MOVE ZERO TO WS-QTDE-PENDENTE.
039400     EXEC SQL
039500         SELECT COUNT(*)
039600           INTO :WS-QTDE-PENDENTE
039700           FROM DB2PRD.TENDRC_UND_ORGNZ E,
039800                DB2PRD.TCONTR_LOCAC L
039900          WHERE E.CPRDIO         = :WS-CPRDIO
040000            AND L.CPSSOA_JURID   = E.CPSSOA_JURID
040100            AND L.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
040200            AND L.DFIM_CONTR    >= CURRENT DATE
040300     END-EXEC.
040400     IF SQLCODE NOT = ZERO
040500         MOVE SQLCODE TO WS-SQLCODE-ERRO
040600         GO TO 4200-CONFERIR-LOCACAO-EXIT
040700     END-IF.
040800     IF WS-QTDE-PENDENTE > ZERO
040900         GO TO 4200-CONFERIR-LOCACAO-EXIT
041000     END-IF.
041100     EXEC SQL
041200         UPDATE DB2PRD.TCASO_DESMOB_PRDIO
041300            SET DAVISO_CONTR = CURRENT DATE,
041400                HMANUT_REG   = CURRENT TIMESTAMP,
041500                CUSUAR_MANUT = 'UORG0219'
041600          WHERE CPRDIO    = :WS-CPRDIO
041700            AND NSEQ_CASO = :WS-NSEQ-CASO
041800     END-EXEC.
041900     IF SQLCODE < ZERO
042000         MOVE SQLCODE TO WS-SQLCODE-ERRO
042100     END-IF.
042200 4200-CONFERIR-LOCACAO-EXIT.
042300     EXIT.
042400******************************************************************
042500*    4300-CONFERIR-APOLICE                                      *
042600*    APOLICES CANCELADAS (EXCLUIDAS PELA UORG0131) OU VENCIDAS  *
042700******************************************************************
042800 4300-CONFERIR-APOLICE          SECTION.
042900     MOVE ZERO TO WS-QTDE-PENDENTE.
043000     EXEC SQL
043100         SELECT COUNT(*)
043200           INTO :WS-QTDE-PENDENTE
043300           FROM DB2PRD.TENDRC_UND_ORGNZ E,
043400                DB2PRD.TAPOLC_SEGURO A
043500          WHERE E.CPRDIO         = :WS-CPRDIO
043600            AND A.CPSSOA_JURID   = E.CPSSOA_JURID
043700            AND A.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
043800            AND A.DVENCTO_APOLC >= CURRENT DATE
043900     END-EXEC.
044000     IF SQLCODE NOT = ZERO
044100         MOVE SQLCODE TO WS-SQLCODE-ERRO
044200         GO TO 4300-CONFERIR-APOLICE-EXIT
044300     END-IF.
044400     IF WS-QTDE-PENDENTE > ZERO
044500         GO TO 4300-CONFERIR-APOLICE-EXIT
044600     END-IF.
044700     EXEC SQL
044800         UPDATE DB2PRD.TCASO_DESMOB_PRDIO
044900            SET DCANC_APOLC  = CURRENT DATE,
045000                HMANUT_REG   = CURRENT TIMESTAMP,
045100                CUSUAR_MANUT = 'UORG0219'
045200          WHERE CPRDIO    = :WS-CPRDIO
045300            AND NSEQ_CASO = :WS-NSEQ-CASO
045400     END-EXEC.
045500     IF SQLCODE < ZERO
045600         MOVE SQLCODE TO WS-SQLCODE-ERRO
045700     END-IF.
045800 4300-CONFERIR-APOLICE-EXIT.
045900     EXIT.
046000******************************************************************
046100*    4400-CONFERIR-OCUPACAO                                     *
046200*    SITUACOES DE OCUPACAO DO IMOVEL TODAS ENCERRADAS           *
046300******************************************************************
046400 4400-CONFERIR-OCUPACAO         SECTION.
046500     MOVE ZERO TO WS-QTDE-PENDENTE.
046600     EXEC SQL
046700         SELECT COUNT(*)
046800           INTO :WS-QTDE-PENDENTE
046900           FROM DB2PRD.TMANUT_PRDIO_OCPDO
047000          WHERE CPRDIO         = :WS-CPRDIO
047100            AND CSIT_ATUAL_REG = 1
047200     END-EXEC.
047300     IF SQLCODE NOT = ZERO
047400         MOVE SQLCODE TO WS-SQLCODE-ERRO
047500         GO TO 4400-CONFERIR-OCUPACAO-EXIT
047600     END-IF.
047700     IF WS-QTDE-PENDENTE > ZERO
047800         GO TO 4400-CONFERIR-OCUPACAO-EXIT
047900     END-IF.
048000     EXEC SQL
048100         UPDATE DB2PRD.TCASO_DESMOB_PRDIO
048200            SET DENCER_OCUP  = CURRENT DATE,
048300                HMANUT_REG   = CURRENT TIMESTAMP,
048400                CUSUAR_MANUT = 'UORG0219'
048500          WHERE CPRDIO    = :WS-CPRDIO
048600            AND NSEQ_CASO = :WS-NSEQ-CASO
048700     END-EXEC.
048800     IF SQLCODE < ZERO
048900         MOVE SQLCODE TO WS-SQLCODE-ERRO
049000     END-IF.
049100 4400-CONFERIR-OCUPACAO-EXIT.
049200     EXIT.
049300******************************************************************
049400*    4500-CONCLUIR-CASO                                         *
049500*    CONCLUI O CASO COM TODOS OS ITENS DO CHECKLIST CUMPRIDOS   *
049600******************************************************************
049700 4500-CONCLUIR-CASO             SECTION.
049800     EXEC SQL
049900         UPDATE DB2PRD.TCASO_DESMOB_PRDIO
050000            SET CSIT_CASO    = 2,
050100                DENCER_CASO  = CURRENT DATE,
050200                HMANUT_REG   = CURRENT TIMESTAMP,
050300                CUSUAR_MANUT = 'UORG0219'
050400          WHERE CPRDIO    = :WS-CPRDIO
050500            AND NSEQ_CASO = :WS-NSEQ-CASO
050600            AND CSIT_CASO = 1
050700            AND DAVISO_CONTR   IS NOT NULL
050800            AND DCANC_APOLC    IS NOT NULL
050900            AND DSUSPN_PREVENT IS NOT NULL
051000            AND DENCER_OCUP    IS NOT NULL
051100     END-EXEC.
051200     IF SQLCODE = ZERO
051300         ADD 1 TO WS-QTDE-CONCLUIDO
051400         DISPLAY 'UORG0219 - CASO ' WS-CPRDIO '/' WS-NSEQ-CASO
051500             ' CONCLUIDO'
051600     END-IF.
051700     IF SQLCODE < ZERO
051800         MOVE SQLCODE TO WS-SQLCODE-ERRO
051900     END-IF.
052000 4500-CONCLUIR-CASO-EXIT.
052100     EXIT.
052200******************************************************************
052300*    8000-LER-CURSOR-VAGO                                       *
052400******************************************************************
052500 8000-LER-CURSOR-VAGO           SECTION.
052600     EXEC SQL
052700         FETCH CUR-VAGO
052800          INTO :WS-CPRDIO
052900     END-EXEC.
053000     IF SQLCODE = 100
053100         MOVE 'S' TO WS-SW-FIM-CURSOR
053200     ELSE
053300     IF SQLCODE NOT = ZERO
053400         DISPLAY 'UORG0219 - ERRO SQLCODE=' SQLCODE
053500             ' NO FETCH DO CURSOR DE IMOVEIS VAGOS'
053600         ADD 1 TO WS-QTDE-ERRO
053700         MOVE 'S' TO WS-SW-FIM-CURSOR
053800     END-IF
053900     END-IF.
054000 8000-LER-CURSOR-VAGO-EXIT.
054100     EXIT.
054200******************************************************************
054300*    8100-LER-CURSOR-CASO                                       *
054400******************************************************************
054500 8100-LER-CURSOR-CASO           SECTION.
054600     EXEC SQL
054700         FETCH CUR-CASO
054800          INTO :WS-CPRDIO, :WS-NSEQ-CASO, :WS-CSIT-CASO,
054900               :WS-DAVISO-CONTR:WS-IND-DAVISO,
055000               :WS-DCANC-APOLC:WS-IND-DCANC,
055100               :WS-DENCER-OCUP:WS-IND-DENCER
055200     END-EXEC.
055300     IF SQLCODE = 100
055400         MOVE 'S' TO WS-SW-FIM-CURSOR
055500     ELSE
055600     IF SQLCODE NOT = ZERO
055700         DISPLAY 'UORG0219 - ERRO SQLCODE=' SQLCODE
055800             ' NO FETCH DO CURSOR DE CASOS'
055900         ADD 1 TO WS-QTDE-ERRO
056000         MOVE 'S' TO WS-SW-FIM-CURSOR
056100     END-IF
056200     END-IF.
056300 8100-LER-CURSOR-CASO-EXIT.
056400     EXIT.
056500******************************************************************
056600*    9500-REGISTRAR-INICIO                                      *
056700*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
056800******************************************************************
056900 9500-REGISTRAR-INICIO          SECTION.
057000     MOVE 'I' TO UORGL043-FUNCTION.
057100     MOVE 'UORG0219' TO UORGL043-CPGM-BATCH.
057200     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
057300                  UORGL043-QTDE-REJEITADOS
057400                  UORGL043-CCOD-TERMINO.
057500     CALL 'UORG0043' USING UORGL043-PARMS.
057600     IF NOT UORGL043-OK
057700         DISPLAY 'UORG0219 - ERRO ' UORGL043-RETORNO
057800             ' NO REGISTRO DE INICIO DA EXECUCAO'
057900     END-IF.
058000 9500-REGISTRAR-INICIO-EXIT.
058100     EXIT.
058200******************************************************************
058300*    9600-REGISTRAR-FIM                                         *
058400*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO       *
058500******************************************************************
058600 9600-REGISTRAR-FIM             SECTION.
058700     MOVE 'F' TO UORGL043-FUNCTION.
058800     COMPUTE UORGL043-QTDE-LIDOS =
058900         WS-QTDE-ABERTO + WS-QTDE-ACOMPANHADO.
059000     COMPUTE UORGL043-QTDE-GRAVADOS =
059100         WS-QTDE-ABERTO + WS-QTDE-CONCLUIDO + WS-QTDE-CANCELADO.
059200     MOVE WS-QTDE-ERRO TO UORGL043-QTDE-REJEITADOS.
059300     IF WS-QTDE-ERRO > ZERO
059400         MOVE 8 TO UORGL043-CCOD-TERMINO
059500     ELSE
059600         MOVE ZERO TO UORGL043-CCOD-TERMINO
059700     END-IF.
059800     CALL 'UORG0043' USING UORGL043-PARMS.
059900     IF NOT UORGL043-OK
060000         DISPLAY 'UORG0219 - ERRO ' UORGL043-RETORNO
060100             ' NO REGISTRO DE FIM DA EXECUCAO'
060200     END-IF.
060300     EXEC SQL
060400         COMMIT
060500     END-EXEC.
060600 9600-REGISTRAR-FIM-EXIT.
060700     EXIT.
