000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0192                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0192.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - EFETIVACAO DIARIA DAS ORDENS DE       *
001600*                MUDANCA DE UNIDADE (TMUDAN_UND_ORGNZ, CAPTADAS  *
001700*                PELA UORG0191) COM RELATORIO UORGR192.          *
001800******************************************************************
001900*
002000*    FUNCAO: SELECIONA AS ORDENS PENDENTES (CSIT_MUDAN = 1) COM
002100*    DATA DE EFETIVACAO ATE HOJE E EFETIVA CADA UMA COMO UMA
002200*    UNIDADE DE TRABALHO, NA ORDEM QUE ANTES EXIGIA UO56, UO96,
002300*    CONTRATOS E REMESSA AO BACEN EM PASSOS SEPARADOS:
002400*    (1) GRAVA O NOVO ENDERECO E O IMOVEL DE DESTINO (CPRDIO) EM
002500*    TENDRC_UND_ORGNZ; (2) ENCERRA (CSIT_ATUAL_REG 1 -> 0, COM
002600*    HISTORICO PELA UORG0081) AS SITUACOES DE OCUPACAO ABERTAS
002700*    EM TMANUT_PRDIO_OCPDO DO IMOVEL DE ORIGEM LIGADAS AO
002800*    CONGLOMERADO DA UNIDADE, QUANDO NENHUMA OUTRA UNIDADE DELE
002900*    PERMANECE NAQUELE IMOVEL; (3) ENCERRA NA VESPERA DA MUDANCA
003000*    OS CONTRATOS DE LOCACAO DA UNIDADE AINDA VIGENTES, EXCETO O
003100*    CONTRATO NOVO DA ORDEM, E CONFERE SE O CONTRATO NOVO JA ESTA
003200*    CADASTRADO; (4) COLOCA A UNIDADE NA FILA DA PROXIMA REMESSA
003300*    DELTA DA UORG0011 (TFILA_REMSA_UND, TIPO 4 - MUDANCA), SEM
003400*    DUPLICAR PENDENCIA; (5) MARCA A ORDEM COMO EFETIVADA
003500*    (CSIT_MUDAN = 2) COM O IMOVEL DE ORIGEM. ORDEM DE UNIDADE
003600*    QUE DEIXOU DE EXISTIR OU FOI ENCERRADA E CANCELADA
003700*    (CSIT_MUDAN = 9); ERRO DE BANCO DESFAZ A ORDEM E INTERROMPE
003800*    O PROCESSAMENTO (TERMINO 8) - ELA E AS RESTANTES FICAM
003900*    PENDENTES PARA A PROXIMA EXECUCAO. O RELATORIO UORGR192
004000*    MOSTRA, POR UNIDADE, CADA ITEM ALTERADO COM OS VALORES
004100*    ANTES E DEPOIS.
004200*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.         IBM-390.
004600 OBJECT-COMPUTER.         IBM-390.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT REL-UORGR192 ASSIGN TO UORGR192
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  REL-UORGR192
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 01  REL-UORGR192-REG            PIC X(133).
005700 WORKING-STORAGE SECTION.
005800     EXEC SQL INCLUDE SQLCA END-EXEC.
005900 01  WS-SWITCHES.
006000     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006100        88 WS-FIM-CURSOR              VALUE 'S'.
006200     05 WS-SW-FIM-OCPDO          PIC X(1) VALUE 'N'.
006300        88 WS-FIM-OCPDO               VALUE 'S'.
006400     05 WS-SW-ERRO-ORDEM         PIC X(1) VALUE 'N'.
006500        88 WS-ERRO-ORDEM              VALUE 'S'.
006600 01  WS-CONTADORES.
006700     05 WS-QTDE-ORDENS           PIC S9(7) COMP VALUE ZERO.
006800     05 WS-QTDE-EFETIVADAS       PIC S9(7) COMP VALUE ZERO.
006900     05 WS-QTDE-CANCELADAS       PIC S9(7) COMP VALUE ZERO.
007000     05 WS-QTDE-COM-ERRO         PIC S9(7) COMP VALUE ZERO.
007100     05 WS-QTDE-OCPDO-ENCERRADA  PIC S9(7) COMP VALUE ZERO.
007200     05 WS-QTDE-CONTR-ENCERRADO  PIC S9(7) COMP VALUE ZERO.
007300     05 WS-QTDE-ENFILEIRADA      PIC S9(7) COMP VALUE ZERO.
007400 01  WS-AREA-TRABALHO.
007500     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
007600     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
007700     05 WS-DEFETV-MUDAN          PIC X(10).
007800     05 WS-CPRDIO-DEST           PIC S9(7)V COMP-3.
007900     05 WS-IENDRC-LOGRD          PIC X(40).
008000     05 WS-NENDRC-LOGRD          PIC X(6).
008100     05 WS-CENDRC-POSTAL         PIC S9(8)V COMP-3.
008200     05 WS-CMUNIC-IBGE           PIC S9(7)V COMP-3.
008300     05 WS-CUF-UND-ORGNZ         PIC X(2).
008400     05 WS-NSEQ-CONTR-NOVO       PIC S9(4)V COMP-3.
008500     05 WS-CPRDIO-ORIG           PIC S9(7)V COMP-3.
008600     05 WS-IENDRC-LOGRD-ANT      PIC X(40).
008700     05 WS-NENDRC-LOGRD-ANT      PIC X(6).
008800     05 WS-CENDRC-POSTAL-ANT     PIC S9(8)V COMP-3.
008900     05 WS-CMUNIC-IBGE-ANT       PIC S9(7)V COMP-3.
009000     05 WS-CUF-UND-ORGNZ-ANT     PIC X(2).
009100     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
009200     05 WS-CUND-ORGNZ            PIC S9(6)V COMP-3.
009300     05 WS-CDIG-UND-ORGNZ        PIC X(1).
009400     05 WS-IABREV-UND-ORGNZ      PIC X(40).
009500     05 WS-NSEQ-SOLTC-MANUT      PIC S9(10)V COMP-3.
009600     05 WS-CTPO-SIT-PRDIO        PIC S9(2)V COMP-3.
009700     05 WS-QTDE-PENDENTE         PIC S9(9) COMP VALUE ZERO.
009800     05 WS-QTDE-CONTR            PIC S9(9) COMP VALUE ZERO.
009900     05 WS-CUSUARIO              PIC X(9) VALUE 'UORG0192'.
010000 01  WS-CAMPOS-EDITADOS.
010100     05 WS-CEP-ED                PIC 9(8).
010200     05 WS-MUNIC-ED              PIC 9(7).
010300     05 WS-CPRDIO-ED             PIC 9(7).
010400     05 WS-NSEQ-SOLTC-ED         PIC 9(10).
010500     05 WS-CTPO-SIT-ED           PIC 9(2).
010600     05 WS-CONTR-ED              PIC 9(4).
010700     05 WS-QTDE-ED               PIC ZZZ9.
010800 01  WS-INDICADORES.
010900     05 WS-IND-CPRDIO            PIC S9(4) COMP-5.
011000     05 WS-IND-CONTR-NOVO        PIC S9(4) COMP-5.
011100 COPY UORGR192.
011200 COPY UORGL043.
011300 COPY UORGL081.
011400 PROCEDURE DIVISION.
011500******************************************************************
011600*    0000-MAINLINE                                               *
011700******************************************************************
011800 0000-MAINLINE                  SECTION.
011900     PERFORM 9500-REGISTRAR-INICIO
012000         THRU 9500-REGISTRAR-INICIO-EXIT.
012100     PERFORM 1000-ABRIR-ARQUIVOS
012200         THRU 1000-ABRIR-ARQUIVOS-EXIT.
012300     PERFORM 2000-EFETIVAR-ORDEM
012400         THRU 2000-EFETIVAR-ORDEM-EXIT
012500         UNTIL WS-FIM-CURSOR.
012600     PERFORM 7000-ENCERRAR
012700         THRU 7000-ENCERRAR-EXIT.
012800     PERFORM 9600-REGISTRAR-FIM
012900         THRU 9600-REGISTRAR-FIM-EXIT.
013000     GOBACK.
013100 0000-MAINLINE-EXIT.
013200     EXIT.
013300******************************************************************
013400*    1000-ABRIR-ARQUIVOS                                         *
013500******************************************************************
013600 1000-ABRIR-ARQUIVOS            SECTION.
013700     OPEN OUTPUT REL-UORGR192.
013800     MOVE SPACES TO UORGR192-LINHA.
013900     MOVE '1' TO UORGR192-CTL-IMPRESSAO.
014000     MOVE 'MUDANCAS DE UNIDADE EFETIVADAS NO DIA'
014100         TO UORGR192-TIT-TEXTO.
014200     WRITE REL-UORGR192-REG FROM UORGR192-LINHA.
014300     MOVE SPACES TO UORGR192-LINHA.
014400     MOVE '0' TO UORGR192-CTL-IMPRESSAO.
014500     MOVE 'CNPJ / UNIDADE / CODIGO / ITEM / ANTES / DEPOIS'
014600         TO UORGR192-TIT-TEXTO.
014700     WRITE REL-UORGR192-REG FROM UORGR192-LINHA.
014800     PERFORM 8500-DECLARACOES-SQL
014900         THRU 8500-DECLARACOES-SQL-EXIT.
015000     EXEC SQL
015100         OPEN CUR-UORG0192
015200     END-EXEC.
015300     PERFORM 8000-LER-CURSOR
015400         THRU 8000-LER-CURSOR-EXIT.
015500 1000-ABRIR-ARQUIVOS-EXIT.
015600     EXIT.
015700******************************************************************
015800*    2000-EFETIVAR-ORDEM                                        *
015900*    CADA ORDEM E UMA UNIDADE DE TRABALHO                       *
016000******************************************************************
016100 2000-EFETIVAR-ORDEM            SECTION.
016200     ADD 1 TO WS-QTDE-ORDENS.
016300     MOVE 'N' TO WS-SW-ERRO-ORDEM.
016400     MOVE ZERO TO WS-CUND-ORGNZ.
016500     EXEC SQL
016600         SELECT CSIT_UND_ORGNZ, CUND_ORGNZ, CDIG_UND_ORGNZ,
016700                IABREV_UND_ORGNZ
016800           INTO :WS-CSIT-UND-ORGNZ, :WS-CUND-ORGNZ,
016900                :WS-CDIG-UND-ORGNZ, :WS-IABREV-UND-ORGNZ
017000           FROM DB2PRD.TUND_ORGNZ
017100          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
017200            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
017300     END-EXEC.
017400     IF SQLCODE = 100
017500         OR (SQLCODE = ZERO AND WS-CSIT-UND-ORGNZ NOT = 1
017600                            AND WS-CSIT-UND-ORGNZ NOT = 3)
017700         PERFORM 2500-CANCELAR-ORDEM
017800             THRU 2500-CANCELAR-ORDEM-EXIT
017900         IF WS-FIM-CURSOR
018000             GO TO 2000-EFETIVAR-ORDEM-EXIT
018100         END-IF
018200         GO TO 2000-EFETIVAR-ORDEM-LER
018300     END-IF.
018400     IF SQLCODE NOT = ZERO
018500         DISPLAY 'UORG0192 - ERRO SQLCODE=' SQLCODE
018600             ' NA LEITURA DA UNIDADE'
018700         MOVE 'S' TO WS-SW-ERRO-ORDEM
018800         GO TO 2000-EFETIVAR-ORDEM-FIM
018900     END-IF.
019000     PERFORM 3000-TROCAR-ENDERECO
019100         THRU 3000-TROCAR-ENDERECO-EXIT.
019200     IF WS-ERRO-ORDEM
019300         GO TO 2000-EFETIVAR-ORDEM-FIM
019400     END-IF.
019500     IF WS-CPRDIO-ORIG NOT = ZERO
019600         PERFORM 4000-ENCERRAR-OCUPACAO
019700             THRU 4000-ENCERRAR-OCUPACAO-EXIT
019800         IF WS-ERRO-ORDEM
019900             GO TO 2000-EFETIVAR-ORDEM-FIM
020000         END-IF
020100     END-IF.
020200     PERFORM 5000-ENCERRAR-LOCACAO
020300         THRU 5000-ENCERRAR-LOCACAO-EXIT.
020400     IF WS-ERRO-ORDEM
020500         GO TO 2000-EFETIVAR-ORDEM-FIM
020600     END-IF.
020700     PERFORM 6000-ENFILEIRAR
020800         THRU 6000-ENFILEIRAR-EXIT.
020900     IF WS-ERRO-ORDEM
021000         GO TO 2000-EFETIVAR-ORDEM-FIM
021100     END-IF.
021200     EXEC SQL
021300         UPDATE DB2PRD.TMUDAN_UND_ORGNZ
021400            SET CSIT_MUDAN   = 2,
021500                CPRDIO_ORIG  = :WS-CPRDIO-ORIG,
021600                HEFETV_REG   = CURRENT TIMESTAMP,
021700                HMANUT_REG   = CURRENT TIMESTAMP,
021800                CUSUAR_MANUT = :WS-CUSUARIO
021900          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
022000            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
022100            AND DEFETV_MUDAN   = DATE(:WS-DEFETV-MUDAN)
022200            AND CSIT_MUDAN     = 1
022300     END-EXEC.
022400     IF SQLCODE NOT = ZERO
022500         DISPLAY 'UORG0192 - ERRO SQLCODE=' SQLCODE
022600             ' NA BAIXA DA ORDEM'
022700         MOVE 'S' TO WS-SW-ERRO-ORDEM
022800     END-IF.
022900 2000-EFETIVAR-ORDEM-FIM.
023000     IF WS-ERRO-ORDEM
023100         EXEC SQL
023200             ROLLBACK
023300         END-EXEC
023400         ADD 1 TO WS-QTDE-COM-ERRO
023500         MOVE 'ORDEM NAO EFETIVADA' TO UORGR192-ITEM
023600         MOVE 'ERRO DE BANCO - FICA PENDENTE' TO UORGR192-DEPOIS
023700         PERFORM 3900-IMPRIMIR-LINHA
023800             THRU 3900-IMPRIMIR-LINHA-EXIT
023900         DISPLAY 'UORG0192 - PROCESSAMENTO INTERROMPIDO, ORDENS '
024000             'RESTANTES FICAM PARA A PROXIMA EXECUCAO'
024100         MOVE 'S' TO WS-SW-FIM-CURSOR
024200         GO TO 2000-EFETIVAR-ORDEM-EXIT
024300     ELSE
024400         EXEC SQL
024500             COMMIT
024600         END-EXEC
024700         ADD 1 TO WS-QTDE-EFETIVADAS
024800     END-IF.
024900 2000-EFETIVAR-ORDEM-LER.
025000     PERFORM 8000-LER-CURSOR
025100         THRU 8000-LER-CURSOR-EXIT.
025200 2000-EFETIVAR-ORDEM-EXIT.
025300     EXIT.
025400******************************************************************
025500*    2500-CANCELAR-ORDEM                                        *
025600*    UNIDADE INEXISTENTE OU ENCERRADA: A ORDEM E CANCELADA      *
025700******************************************************************
025800 2500-CANCELAR-ORDEM            SECTION.
025900     EXEC SQL
026000         UPDATE DB2PRD.TMUDAN_UND_ORGNZ
026100            SET CSIT_MUDAN   = 9,
026200                HMANUT_REG   = CURRENT TIMESTAMP,
026300                CUSUAR_MANUT = :WS-CUSUARIO
026400          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
026500            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
026600            AND DEFETV_MUDAN   = DATE(:WS-DEFETV-MUDAN)
026700            AND CSIT_MUDAN     = 1
026800     END-EXEC.
026900     IF SQLCODE NOT = ZERO
027000         DISPLAY 'UORG0192 - ERRO SQLCODE=' SQLCODE
027100             ' NO CANCELAMENTO DA ORDEM'
027200         EXEC SQL
027300             ROLLBACK
027400         END-EXEC
027500         ADD 1 TO WS-QTDE-COM-ERRO
027600         MOVE 'S' TO WS-SW-FIM-CURSOR
027700         GO TO 2500-CANCELAR-ORDEM-EXIT
027800     END-IF.
027900     EXEC SQL
028000         COMMIT
028100     END-EXEC.
028200     ADD 1 TO WS-QTDE-CANCELADAS.
028300     MOVE 'ORDEM CANCELADA' TO UORGR192-ITEM.
028400     MOVE 'UNIDADE INEXISTENTE OU NAO ATIVA' TO UORGR192-DEPOIS.
028500     PERFORM 3900-IMPRIMIR-LINHA
028600         THRU 3900-IMPRIMIR-LINHA-EXIT.
028700 2500-CANCELAR-ORDEM-EXIT.
028800     EXIT.
028900******************************************************************
029000*    3000-TROCAR-ENDERECO                                       *
029100*    GRAVA O NOVO ENDERECO E O IMOVEL DE DESTINO, IMPRIMINDO    *
029200*    OS VALORES ANTERIORES                                      *
029300******************************************************************
029400 3000-TROCAR-ENDERECO           SECTION.
029500     EXEC SQL
029600         SELECT IENDRC_LOGRD, NENDRC_LOGRD, CENDRC_POSTAL,
029700                CMUNIC_IBGE, CUF_UND_ORGNZ, CPRDIO
029800           INTO :WS-IENDRC-LOGRD-ANT, :WS-NENDRC-LOGRD-ANT,
029900                :WS-CENDRC-POSTAL-ANT, :WS-CMUNIC-IBGE-ANT,
030000                :WS-CUF-UND-ORGNZ-ANT,
030100                :WS-CPRDIO-ORIG:WS-IND-CPRDIO
030200           FROM DB2PRD.TENDRC_UND_ORGNZ
030300          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
030400            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
030500     END-EXEC.
030600     IF SQLCODE NOT = ZERO
030700         DISPLAY 'UORG0192 - ERRO SQLCODE=' SQLCODE
030800             ' NA LEITURA DO ENDERECO ATUAL'
030900         MOVE 'S' TO WS-SW-ERRO-ORDEM
031000         GO TO 3000-TROCAR-ENDERECO-EXIT
031100     END-IF.
031200     IF WS-IND-CPRDIO < ZERO
031300         MOVE ZERO TO WS-CPRDIO-ORIG
031400     END-IF.
031500     EXEC SQL
031600         UPDATE DB2PRD.TENDRC_UND_ORGNZ
031700            SET IENDRC_LOGRD  = :WS-IENDRC-LOGRD,
031800                NENDRC_LOGRD  = :WS-NENDRC-LOGRD,
031900                CENDRC_POSTAL = :WS-CENDRC-POSTAL,
032000                CMUNIC_IBGE   = :WS-CMUNIC-IBGE,
032100                CUF_UND_ORGNZ = :WS-CUF-UND-ORGNZ,
032200                CPRDIO        = :WS-CPRDIO-DEST,
032300                HMANUT_REG    = CURRENT TIMESTAMP,
032400                CUSUAR_MANUT  = :WS-CUSUARIO
032500          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
032600            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
032700     END-EXEC.
032800     IF SQLCODE NOT = ZERO
032900         DISPLAY 'UORG0192 - ERRO SQLCODE=' SQLCODE
033000             ' NA GRAVACAO DO NOVO ENDERECO'
033100         MOVE 'S' TO WS-SW-ERRO-ORDEM
033200         GO TO 3000-TROCAR-ENDERECO-EXIT
033300     END-IF.
033400     MOVE 'LOGRADOURO' TO UORGR192-ITEM.
033500     MOVE WS-IENDRC-LOGRD-ANT TO UORGR192-ANTES.
033600     MOVE WS-IENDRC-LOGRD TO UORGR192-DEPOIS.
033700     PERFORM 3900-IMPRIMIR-LINHA
033800         THRU 3900-IMPRIMIR-LINHA-EXIT.
033900     MOVE 'NUMERO' TO UORGR192-ITEM.
034000     MOVE WS-NENDRC-LOGRD-ANT TO UORGR192-ANTES.
034100     MOVE WS-NENDRC-LOGRD TO UORGR192-DEPOIS.
034200     PERFORM 3900-IMPRIMIR-LINHA
034300         THRU 3900-IMPRIMIR-LINHA-EXIT.
034400     MOVE 'CEP' TO UORGR192-ITEM.
034500     MOVE WS-CENDRC-POSTAL-ANT TO WS-CEP-ED.
034600     MOVE WS-CEP-ED TO UORGR192-ANTES.
034700     MOVE WS-CENDRC-POSTAL TO WS-CEP-ED.
034800     MOVE WS-CEP-ED TO UORGR192-DEPOIS.
034900     PERFORM 3900-IMPRIMIR-LINHA
035000         THRU 3900-IMPRIMIR-LINHA-EXIT.
035100     MOVE 'MUNICIPIO IBGE / UF' TO UORGR192-ITEM.
035200     MOVE WS-CMUNIC-IBGE-ANT TO WS-MUNIC-ED.
035300     STRING WS-MUNIC-ED ' / ' WS-CUF-UND-ORGNZ-ANT
035400            DELIMITED BY SIZE INTO UORGR192-ANTES.
035500     MOVE WS-CMUNIC-IBGE TO WS-MUNIC-ED.
035600     STRING WS-MUNIC-ED ' / ' WS-CUF-UND-ORGNZ
035700            DELIMITED BY SIZE INTO UORGR192-DEPOIS.
035800     PERFORM 3900-IMPRIMIR-LINHA
035900         THRU 3900-IMPRIMIR-LINHA-EXIT.
036000     MOVE 'IMOVEL (CPRDIO)' TO UORGR192-ITEM.
036100     IF WS-CPRDIO-ORIG = ZERO
036200         MOVE 'SEM IMOVEL VINCULADO' TO UORGR192-ANTES
036300     ELSE
036400         MOVE WS-CPRDIO-ORIG TO WS-CPRDIO-ED
036500         MOVE WS-CPRDIO-ED TO UORGR192-ANTES
036600     END-IF.
036700     MOVE WS-CPRDIO-DEST TO WS-CPRDIO-ED.
036800     MOVE WS-CPRDIO-ED TO UORGR192-DEPOIS.
036900     PERFORM 3900-IMPRIMIR-LINHA
037000         THRU 3900-IMPRIMIR-LINHA-EXIT.
037100 3000-TROCAR-ENDERECO-EXIT.
037200     EXIT.
037300******************************************************************
037400*    3900-IMPRIMIR-LINHA                                        *
037500*    ITEM, ANTES E DEPOIS JA PREENCHIDOS PELO CHAMADOR          *
037600******************************************************************
037700 3900-IMPRIMIR-LINHA            SECTION.
037800     MOVE ' ' TO UORGR192-CTL-IMPRESSAO.
037900     MOVE WS-CPSSOA-JURID TO UORGR192-CPSSOA-JURID.
038000     MOVE WS-NSEQ-UND-ORGNZ TO UORGR192-NSEQ-UND-ORGNZ.
038100     MOVE WS-CUND-ORGNZ TO UORGR192-CUND-ORGNZ.
038200     WRITE REL-UORGR192-REG FROM UORGR192-LINHA.
038300     MOVE SPACES TO UORGR192-LINHA.
038400 3900-IMPRIMIR-LINHA-EXIT.
038500     EXIT.
038600******************************************************************
038700*    4000-ENCERRAR-OCUPACAO                                     *
038800*    ENCERRA AS SITUACOES DE OCUPACAO ABERTAS DO IMOVEL DE      *
038900*    ORIGEM LIGADAS AO CONGLOMERADO, SE NENHUMA OUTRA UNIDADE   *
039000*    DELE FICOU NO IMOVEL                                       *
039100******************************************************************
039200 4000-ENCERRAR-OCUPACAO         SECTION.
039300     MOVE 'N' TO WS-SW-FIM-OCPDO.
039400     EXEC SQL
039500         OPEN CUR-OCPDO-ORIG
039600     END-EXEC.
039700     IF SQLCODE NOT = ZERO
039800         DISPLAY 'UORG0192 - ERRO SQLCODE=' SQLCODE
039900             ' NA ABERTURA DO CURSOR DE OCUPACAO'
040000         MOVE 'S' TO WS-SW-ERRO-ORDEM
040100         GO TO 4000-ENCERRAR-OCUPACAO-EXIT
040200     END-IF.
040300     PERFORM 8100-LER-OCPDO
040400         THRU 8100-LER-OCPDO-EXIT.
040500     PERFORM 4100-ENCERRAR-SITUACAO
040600         THRU 4100-ENCERRAR-SITUACAO-EXIT
040700         UNTIL WS-FIM-OCPDO.
040800     EXEC SQL
040900         CLOSE CUR-OCPDO-ORIG
041000     END-EXEC.
041100 4000-ENCERRAR-OCUPACAO-EXIT.
041200     EXIT.
041300******************************************************************
041400*    4100-ENCERRAR-SITUACAO                                     *
041500******************************************************************
041600 4100-ENCERRAR-SITUACAO         SECTION.
041700     EXEC SQL
041800         UPDATE DB2PRD.TMANUT_PRDIO_OCPDO
041900            SET CSIT_ATUAL_REG = 0,
042000                HMANUT_REG     = CURRENT TIMESTAMP,
042100                CUSUAR_MANUT   = :WS-CUSUARIO
042200          WHERE NSEQ_SOLTC_MANUT = :WS-NSEQ-SOLTC-MANUT
042300            AND CTPO_SIT_PRDIO   = :WS-CTPO-SIT-PRDIO
042400            AND CSIT_ATUAL_REG   = 1
042500     END-EXEC.
042600     IF SQLCODE NOT = ZERO
042700         DISPLAY 'UORG0192 - ERRO SQLCODE=' SQLCODE
042800             ' NO ENCERRAMENTO DA OCUPACAO ' WS-NSEQ-SOLTC-ED
042900         MOVE 'S' TO WS-SW-ERRO-ORDEM
043000         MOVE 'S' TO WS-SW-FIM-OCPDO
043100         GO TO 4100-ENCERRAR-SITUACAO-EXIT
043200     END-IF.
043300     MOVE WS-NSEQ-SOLTC-MANUT TO UORGL081-NSEQ-SOLTC-MANUT.
043400     MOVE WS-CTPO-SIT-PRDIO TO UORGL081-CTPO-SIT-PRDIO.
043500     MOVE 1 TO UORGL081-CSIT-ANT.
043600     MOVE ZERO TO UORGL081-CSIT-NOVO.
043700     MOVE WS-CUSUARIO TO UORGL081-CUSUAR-MANUT.
043800     CALL 'UORG0081' USING UORGL081-PARMS.
043900     IF UORGL081-ERRO-SQL
044000         DISPLAY 'UORG0192 - ERRO NA GRAVACAO DO '
044100             'HISTORICO DE TRANSICAO'
044200     END-IF.
044300     ADD 1 TO WS-QTDE-OCPDO-ENCERRADA.
044400     MOVE 'OCUPACAO DO IMOVEL' TO UORGR192-ITEM.
044500     STRING 'SOLICITACAO ' WS-NSEQ-SOLTC-ED ' TIPO '
044600            WS-CTPO-SIT-ED ' ABERTA'
044700            DELIMITED BY SIZE INTO UORGR192-ANTES.
044800     MOVE 'ENCERRADA' TO UORGR192-DEPOIS.
044900     PERFORM 3900-IMPRIMIR-LINHA
045000         THRU 3900-IMPRIMIR-LINHA-EXIT.
045100     PERFORM 8100-LER-OCPDO
045200         THRU 8100-LER-OCPDO-EXIT.
045300 4100-ENCERRAR-SITUACAO-EXIT.
045400     EXIT.
045500******************************************************************
045600*    5000-ENCERRAR-LOCACAO                                      *
045700*    CONTRATOS VIGENTES NA DATA DA MUDANCA, EXCETO O NOVO,      *
045800*    TERMINAM NA VESPERA; CONFERE O CADASTRO DO CONTRATO NOVO   *
045900******************************************************************
046000 5000-ENCERRAR-LOCACAO          SECTION.
046100     EXEC SQL
046200         UPDATE DB2PRD.TCONTR_LOCAC
046300            SET DFIM_CONTR   = DATE(:WS-DEFETV-MUDAN) - 1 DAY,
046400                CUSUAR_MANUT = :WS-CUSUARIO,
046500                HMANUT_REG   = CURRENT TIMESTAMP
046600          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
046700            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
046800            AND NSEQ_CONTR    <> :WS-NSEQ-CONTR-NOVO
046900            AND DINIC_CONTR    < DATE(:WS-DEFETV-MUDAN)
047000            AND DFIM_CONTR    >= DATE(:WS-DEFETV-MUDAN)
047100     END-EXEC.
047200     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
047300         DISPLAY 'UORG0192 - ERRO SQLCODE=' SQLCODE
047400             ' NO ENCERRAMENTO DA LOCACAO'
047500         MOVE 'S' TO WS-SW-ERRO-ORDEM
047600         GO TO 5000-ENCERRAR-LOCACAO-EXIT
047700     END-IF.
047800     IF SQLCODE = ZERO
047900         MOVE SQLERRD (3) TO WS-QTDE-CONTR
048000         ADD WS-QTDE-CONTR TO WS-QTDE-CONTR-ENCERRADO
048100         MOVE WS-QTDE-CONTR TO WS-QTDE-ED
048200         MOVE 'LOCACAO ANTERIOR' TO UORGR192-ITEM
048300         STRING WS-QTDE-ED ' CONTRATO(S) VIGENTE(S)'
048400                DELIMITED BY SIZE INTO UORGR192-ANTES
048500         STRING 'FIM NA VESPERA DE ' WS-DEFETV-MUDAN
048600                DELIMITED BY SIZE INTO UORGR192-DEPOIS
048700         PERFORM 3900-IMPRIMIR-LINHA
048800             THRU 3900-IMPRIMIR-LINHA-EXIT
048900     END-IF.
049000     IF WS-NSEQ-CONTR-NOVO = ZERO
049100         GO TO 5000-ENCERRAR-LOCACAO-EXIT
049200     END-IF.
049300     MOVE ZERO TO WS-QTDE-CONTR.
049400     EXEC SQL
049500         SELECT COUNT(*)
049600           INTO :WS-QTDE-CONTR
049700           FROM DB2PRD.TCONTR_LOCAC
049800          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
049900            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
050000            AND NSEQ_CONTR     = :WS-NSEQ-CONTR-NOVO
050100     END-EXEC.
050200     MOVE 'LOCACAO NOVA' TO UORGR192-ITEM.
050300     MOVE WS-NSEQ-CONTR-NOVO TO WS-CONTR-ED.
050400     STRING 'CONTRATO ' WS-CONTR-ED
050500            DELIMITED BY SIZE INTO UORGR192-ANTES.
050600     IF SQLCODE = ZERO AND WS-QTDE-CONTR > ZERO
050700         MOVE 'CADASTRADO' TO UORGR192-DEPOIS
050800     ELSE
050900         MOVE 'NAO CADASTRADO - INCLUIR VIA UORGS110'
051000             TO UORGR192-DEPOIS
051100     END-IF.
051200     PERFORM 3900-IMPRIMIR-LINHA
051300         THRU 3900-IMPRIMIR-LINHA-EXIT.
051400 5000-ENCERRAR-LOCACAO-EXIT.
051500     EXIT.
051600******************************************************************
051700*    6000-ENFILEIRAR                                            *
051800*    GRAVA A UNIDADE NA FILA DA PROXIMA REMESSA DELTA, SE AINDA *
051900*    NAO HOUVER PENDENCIA DELA NA FILA                          *
052000******************************************************************
052100 6000-ENFILEIRAR                SECTION.
052200     MOVE 'REMESSA BACEN' TO UORGR192-ITEM.
052300     MOVE ZERO TO WS-QTDE-PENDENTE.
052400     EXEC SQL
052500         SELECT COUNT(*)
052600           INTO :WS-QTDE-PENDENTE
052700           FROM DB2PRD.TFILA_REMSA_UND
052800          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
052900            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
053000            AND CSIT_FILA      = 0
053100     END-EXEC.
053200     IF SQLCODE = ZERO AND WS-QTDE-PENDENTE > ZERO
053300         MOVE 'JA PENDENTE NA FILA' TO UORGR192-DEPOIS
053400         PERFORM 3900-IMPRIMIR-LINHA
053500             THRU 3900-IMPRIMIR-LINHA-EXIT
053600         GO TO 6000-ENFILEIRAR-EXIT
053700     END-IF.
053800     EXEC SQL
053900         INSERT INTO DB2PRD.TFILA_REMSA_UND
054000                (CPSSOA_JURID, NSEQ_UND_ORGNZ, HINCL_REG,
054100                 CTPO_DIVERG, CUND_ORGNZ, CDIG_UND_ORGNZ,
054200                 IABREV_UND_ORGNZ, CSIT_FILA, CUSUAR_INCL)
054300         VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
054400                 CURRENT TIMESTAMP,
054500                 4, :WS-CUND-ORGNZ,
054600                 :WS-CDIG-UND-ORGNZ, :WS-IABREV-UND-ORGNZ,
054700                 0, :WS-CUSUARIO)
054800     END-EXEC.
054900     IF SQLCODE NOT = ZERO
055000         DISPLAY 'UORG0192 - ERRO SQLCODE=' SQLCODE
055100             ' NA GRAVACAO DA FILA'
055200         MOVE 'S' TO WS-SW-ERRO-ORDEM
055300         GO TO 6000-ENFILEIRAR-EXIT
055400     END-IF.
055500     ADD 1 TO WS-QTDE-ENFILEIRADA.
055600     MOVE 'ENFILEIRADA PARA A UORG0011' TO UORGR192-DEPOIS.
055700     PERFORM 3900-IMPRIMIR-LINHA
055800         THRU 3900-IMPRIMIR-LINHA-EXIT.
055900 6000-ENFILEIRAR-EXIT.
056000     EXIT.
056100******************************************************************
056200*    7000-ENCERRAR                                               *
056300******************************************************************
056400 7000-ENCERRAR                  SECTION.
056500     EXEC SQL
056600         CLOSE CUR-UORG0192
056700     END-EXEC.
056800     MOVE SPACES TO UORGR192-LINHA.
056900     MOVE '0' TO UORGR192-CTL-IMPRESSAO.
057000     MOVE 'ORDENS LIDAS.......................:'
057100         TO UORGR192-TOT-ROTULO.
057200     MOVE WS-QTDE-ORDENS TO UORGR192-TOT-QTDE.
057300     WRITE REL-UORGR192-REG FROM UORGR192-LINHA.
057400     MOVE SPACES TO UORGR192-LINHA.
057500     MOVE ' ' TO UORGR192-CTL-IMPRESSAO.
057600     MOVE 'ORDENS EFETIVADAS..................:'
057700         TO UORGR192-TOT-ROTULO.
057800     MOVE WS-QTDE-EFETIVADAS TO UORGR192-TOT-QTDE.
057900     WRITE REL-UORGR192-REG FROM UORGR192-LINHA.
058000     MOVE SPACES TO UORGR192-LINHA.
058100     MOVE ' ' TO UORGR192-CTL-IMPRESSAO.
058200     MOVE 'ORDENS CANCELADAS (UNIDADE INATIVA):'
058300         TO UORGR192-TOT-ROTULO.
058400     MOVE WS-QTDE-CANCELADAS TO UORGR192-TOT-QTDE.
058500     WRITE REL-UORGR192-REG FROM UORGR192-LINHA.
058600     MOVE SPACES TO UORGR192-LINHA.
058700     MOVE ' ' TO UORGR192-CTL-IMPRESSAO.
058800     MOVE 'ORDENS COM ERRO (PENDENTES)........:'
058900         TO UORGR192-TOT-ROTULO.
059000     MOVE WS-QTDE-COM-ERRO TO UORGR192-TOT-QTDE.
059100     WRITE REL-UORGR192-REG FROM UORGR192-LINHA.
059200     MOVE SPACES TO UORGR192-LINHA.
059300     MOVE ' ' TO UORGR192-CTL-IMPRESSAO.
059400     MOVE 'SITUACOES DE OCUPACAO ENCERRADAS...:'
059500         TO UORGR192-TOT-ROTULO.
059600     MOVE WS-QTDE-OCPDO-ENCERRADA TO UORGR192-TOT-QTDE.
059700     WRITE REL-UORGR192-REG FROM UORGR192-LINHA.
059800     MOVE SPACES TO UORGR192-LINHA.
059900     MOVE ' ' TO UORGR192-CTL-IMPRESSAO.
060000     MOVE 'CONTRATOS DE LOCACAO ENCERRADOS....:'
060100         TO UORGR192-TOT-ROTULO.
060200     MOVE WS-QTDE-CONTR-ENCERRADO TO UORGR192-TOT-QTDE.
060300     WRITE REL-UORGR192-REG FROM UORGR192-LINHA.
060400     MOVE SPACES TO UORGR192-LINHA.
060500     MOVE ' ' TO UORGR192-CTL-IMPRESSAO.
060600     MOVE 'UNIDADES ENFILEIRADAS PARA O BACEN.:'
060700         TO UORGR192-TOT-ROTULO.
060800     MOVE WS-QTDE-ENFILEIRADA TO UORGR192-TOT-QTDE.
060900     WRITE REL-UORGR192-REG FROM UORGR192-LINHA.
061000     CLOSE REL-UORGR192.
061100     DISPLAY 'UORG0192 - ORDENS: ' WS-QTDE-ORDENS
061200         ' EFETIVADAS: ' WS-QTDE-EFETIVADAS
061300         ' CANCELADAS: ' WS-QTDE-CANCELADAS
061400         ' COM ERRO: ' WS-QTDE-COM-ERRO.
061500 7000-ENCERRAR-EXIT.
061600     EXIT.
061700******************************************************************
061800*    8000-LER-CURSOR                                             *
061900******************************************************************
062000 8000-LER-CURSOR                SECTION.
062100     EXEC SQL
062200         FETCH CUR-UORG0192
062300          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
062400               :WS-DEFETV-MUDAN, :WS-CPRDIO-DEST,
062500               :WS-IENDRC-LOGRD, :WS-NENDRC-LOGRD,
062600               :WS-CENDRC-POSTAL, :WS-CMUNIC-IBGE,
062700               :WS-CUF-UND-ORGNZ,
062800               :WS-NSEQ-CONTR-NOVO:WS-IND-CONTR-NOVO
062900     END-EXEC.
063000     IF SQLCODE = 100
063100         MOVE 'S' TO WS-SW-FIM-CURSOR
063200     ELSE
063300     IF SQLCODE NOT = ZERO
063400         DISPLAY 'UORG0192 - ERRO SQLCODE=' SQLCODE
063500             ' NO FETCH DO CURSOR'
063600         MOVE 'S' TO WS-SW-FIM-CURSOR
063700     ELSE
063800         IF WS-IND-CONTR-NOVO < ZERO
063900             MOVE ZERO TO WS-NSEQ-CONTR-NOVO
064000         END-IF
064100         MOVE SPACES TO UORGR192-LINHA
064200     END-IF
064300     END-IF.
064400 8000-LER-CURSOR-EXIT.
064500     EXIT.
064600******************************************************************
064700*    8100-LER-OCPDO                                             *
064800******************************************************************
064900 8100-LER-OCPDO                 SECTION.
065000     EXEC SQL
065100         FETCH CUR-OCPDO-ORIG
065200          INTO :WS-NSEQ-SOLTC-MANUT, :WS-CTPO-SIT-PRDIO
065300     END-EXEC.
065400     IF SQLCODE = 100
065500         MOVE 'S' TO WS-SW-FIM-OCPDO
065600     ELSE
065700     IF SQLCODE NOT = ZERO
065800         DISPLAY 'UORG0192 - ERRO SQLCODE=' SQLCODE
065900             ' NO FETCH DO CURSOR DE OCUPACAO'
066000         MOVE 'S' TO WS-SW-FIM-OCPDO
066100         MOVE 'S' TO WS-SW-ERRO-ORDEM
066200     ELSE
066300         MOVE WS-NSEQ-SOLTC-MANUT TO WS-NSEQ-SOLTC-ED
066400         MOVE WS-CTPO-SIT-PRDIO TO WS-CTPO-SIT-ED
066500     END-IF
066600     END-IF.
066700 8100-LER-OCPDO-EXIT.
066800     EXIT.
066900******************************************************************
067000*    8500-DECLARACOES-SQL                                       *
067100*    O CURSOR DAS ORDENS SOBREVIVE AO COMMIT DE CADA ORDEM      *
067200******************************************************************
067300 8500-DECLARACOES-SQL           SECTION.
067400     EXEC SQL
067500         DECLARE CUR-UORG0192 CURSOR WITH HOLD FOR
067600         SELECT CPSSOA_JURID, NSEQ_UND_ORGNZ,
067700                CHAR(DEFETV_MUDAN, ISO), CPRDIO_DEST,
067800                IENDRC_LOGRD, NENDRC_LOGRD, CENDRC_POSTAL,
067900                CMUNIC_IBGE, CUF_UND_ORGNZ, NSEQ_CONTR_NOVO
068000           FROM DB2PRD.TMUDAN_UND_ORGNZ
068100          WHERE CSIT_MUDAN    = 1
068200            AND DEFETV_MUDAN <= CURRENT DATE
068300          ORDER BY DEFETV_MUDAN, CPSSOA_JURID, NSEQ_UND_ORGNZ
068400     END-EXEC.
068500     EXEC SQL
068600         DECLARE CUR-OCPDO-ORIG CURSOR FOR
068700         SELECT P.NSEQ_SOLTC_MANUT, P.CTPO_SIT_PRDIO
068800           FROM DB2PRD.TMANUT_PRDIO_OCPDO P,
068900                DB2PRD.TMANUT_EMPR_GRP M
069000          WHERE M.NSEQ_SOLTC_MANUT   = P.NSEQ_SOLTC_MANUT
069100            AND M.CPSSOA_JURID_CONGL = :WS-CPSSOA-JURID
069200            AND P.CPRDIO             = :WS-CPRDIO-ORIG
069300            AND P.CSIT_ATUAL_REG     = 1
069400            AND NOT EXISTS
069500                (SELECT 1
069600                   FROM DB2PRD.TENDRC_UND_ORGNZ E
069700                  WHERE E.CPSSOA_JURID = :WS-CPSSOA-JURID
069800                    AND E.CPRDIO       = :WS-CPRDIO-ORIG)
069900          ORDER BY P.NSEQ_SOLTC_MANUT, P.CTPO_SIT_PRDIO
070000     END-EXEC.
070100 8500-DECLARACOES-SQL-EXIT.
070200     EXIT.
070300******************************************************************
070400*    9500-REGISTRAR-INICIO                                      *
070500*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
070600******************************************************************
070700 9500-REGISTRAR-INICIO          SECTION.
070800     MOVE 'I' TO UORGL043-FUNCTION.
070900     MOVE 'UORG0192' TO UORGL043-CPGM-BATCH.
071000     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
071100                  UORGL043-QTDE-REJEITADOS
071200                  UORGL043-CCOD-TERMINO.
071300     CALL 'UORG0043' USING UORGL043-PARMS.
071400     IF NOT UORGL043-OK
071500         DISPLAY 'UORG0192 - ERRO ' UORGL043-RETORNO
071600             ' NO REGISTRO DE INICIO DA EXECUCAO'
071700     END-IF.
071800 9500-REGISTRAR-INICIO-EXIT.
071900     EXIT.
072000******************************************************************
072100*    9600-REGISTRAR-FIM                                         *
072200*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO       *
072300******************************************************************
072400 9600-REGISTRAR-FIM             SECTION.
072500     MOVE 'F' TO UORGL043-FUNCTION.
072600     MOVE WS-QTDE-ORDENS TO UORGL043-QTDE-LIDOS.
072700     MOVE WS-QTDE-EFETIVADAS TO UORGL043-QTDE-GRAVADOS.
072800     COMPUTE UORGL043-QTDE-REJEITADOS =
072900         WS-QTDE-CANCELADAS + WS-QTDE-COM-ERRO.
073000     IF WS-QTDE-COM-ERRO > ZERO
073100         MOVE 8 TO UORGL043-CCOD-TERMINO
073200     ELSE
073300         MOVE ZERO TO UORGL043-CCOD-TERMINO
073400     END-IF.
073500     CALL 'UORG0043' USING UORGL043-PARMS.
073600     IF NOT UORGL043-OK
073700         DISPLAY 'UORG0192 - ERRO ' UORGL043-RETORNO
073800             ' NO REGISTRO DE FIM DA EXECUCAO'
073900     END-IF.
074000     EXEC SQL
074100         COMMIT
074200     END-EXEC.
074300 9600-REGISTRAR-FIM-EXIT.
074400     EXIT.
