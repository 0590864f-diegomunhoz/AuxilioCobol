000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0181                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0181.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - ARQUIVO DIARIO DE MUDANCAS DAS        *
001600*                TABELAS DO UORG PARA O DATA WAREHOUSE (UM TIPO  *
001700*                DE DETALHE POR TABELA, MARCAS DE EXCLUSAO DOS   *
001800*                EXPURGOS), COM MARCA D'AGUA NO CARTAO UORGK181  *
001900*                E GERACAO REGISTRADA PELA UORG0087.             *
002000******************************************************************
002100*
002200*    FUNCAO: EXECUCAO DIARIA. LE A MARCA D'AGUA (CORTE DA ULTIMA
002300*    EXECUCAO BEM-SUCEDIDA) DO CARTAO UORGK181, NOS MOLDES DO
002400*    UORGK024 (SEM CARTAO = CARGA INICIAL DE TODAS AS LINHAS), E
002500*    FIXA O CORTE DESTA EXECUCAO NO TIMESTAMP CORRENTE. PRIMEIRO
002600*    GRAVA AS MARCAS DE EXCLUSAO REGISTRADAS EM TEXCL_REG_DW
002700*    (UORG0180, CHAMADA PELOS EXPURGOS UORG0034/UORG0068/UORG0070)
002800*    NA JANELA; DEPOIS, PARA CADA TABELA (TUND_ORGNZ,
002900*    TENDRC_UND_ORGNZ, TCONTT_UND_ORGNZ, THORAR_UND_ORGNZ,
003000*    TAREA_CONSD_UND, TACSSO_UND_ORGNZ, TCONTR_LOCAC, TPRDIO E
003100*    TMANUT_EMPR_GRP), TODA LINHA COM HINCL_REG OU HMANUT_REG NA
003200*    JANELA (MARCA ANTERIOR, CORTE], COM OPERACAO 'I' SE INCLUIDA
003300*    NA JANELA OU 'A' SE ALTERADA. AS EXCLUSOES VEM ANTES DAS
003400*    INCLUSOES PARA QUE UMA CHAVE EXCLUIDA E RECRIADA NA MESMA
003500*    JANELA CHEGUE CORRETA. O TRAILER TRAZ A QUANTIDADE POR
003600*    TABELA E A SOMA E CONFERIDA COM OS DETALHES GRAVADOS ANTES
003700*    DO REGISTRO DA GERACAO NA UORG0087. SO COM A GERACAO
003800*    REGISTRADA SEM ERRO A MARCA D'AGUA AVANCA PARA O CORTE; UMA
003900*    NOITE COM FALHA MANTEM A MARCA E A JANELA E RECUPERADA
004000*    INTEIRA NA EXECUCAO SEGUINTE.
004100*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.         IBM-390.
004500 OBJECT-COMPUTER.         IBM-390.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT SAI-UORGS181 ASSIGN TO UORGS181
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT REL-UORGK181 ASSIGN TO UORGK181
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-FS-CKPT.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  SAI-UORGS181
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  SAI-UORGS181-REG            PIC X(250).
005900 FD  REL-UORGK181
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  REL-UORGK181-REG            PIC X(26).
006300 WORKING-STORAGE SECTION.
006400     EXEC SQL INCLUDE SQLCA END-EXEC.
006500 01  WS-SWITCHES.
006600     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006700        88 WS-FIM-CURSOR              VALUE 'S'.
006800     05 WS-SW-ERRO               PIC X(1) VALUE 'N'.
006900        88 WS-HOUVE-ERRO              VALUE 'S'.
007000 01  WS-FS-CKPT                  PIC X(2).
007100 01  WS-CONTADORES.
007200     05 WS-QTDE-GRAVADA          PIC S9(9) COMP VALUE ZERO.
007300     05 WS-QTDE-EXCL             PIC S9(9) COMP VALUE ZERO.
007400     05 WS-QTDE-TRAILER          PIC S9(9) COMP VALUE ZERO.
007500     05 WS-QTDE-TAB              PIC S9(9) COMP VALUE ZERO
007600                                 OCCURS 9 TIMES.
007700     05 WS-IND-TAB               PIC S9(4) COMP.
007800 01  WS-CONSTANTES.
007900     05 WS-MARCA-INICIAL         PIC X(26)
008000                         VALUE '0001-01-01-00.00.00.000000'.
008100 01  WS-DATA-HOJE.
008200     05 WS-DATA-HOJE-AAAAMMDD    PIC 9(8).
008300 01  WS-AREA-TRABALHO.
008400     05 WS-MARCA-ANT             PIC X(26).
008500     05 WS-HCORTE                PIC X(26).
008600     05 WS-CTAB-DW               PIC S9(2)V COMP-3.
008700     05 WS-COPER                 PIC X(1).
008800     05 WS-HMOVTO                PIC X(26).
008900     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
009000     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
009100     05 WS-CCHAVE-COMPL          PIC X(20).
009200     05 WS-CPGM-EXCL             PIC X(8).
009300     05 WS-CPSSOA-UND-ORGNZ      PIC S9(10)V COMP-3.
009400     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
009500     05 WS-CCLASF-UND-ORGNZ      PIC S9(1)V COMP-3.
009600     05 WS-CTPO-UND-ORGNZ        PIC S9(3)V COMP-3.
009700     05 WS-IABREV-UND-ORGNZ      PIC X(40).
009800     05 WS-CUND-ORGNZ            PIC S9(6)V COMP-3.
009900     05 WS-CDIG-UND-ORGNZ        PIC X(1).
010000     05 WS-DPREVS-ABERT          PIC X(10).
010100     05 WS-IENDRC-LOGRD          PIC X(40).
010200     05 WS-NENDRC-LOGRD          PIC X(6).
010300     05 WS-CENDRC-POSTAL         PIC S9(8)V COMP-3.
010400     05 WS-CMUNIC-IBGE           PIC S9(7)V COMP-3.
010500     05 WS-CUF                   PIC X(2).
010600     05 WS-CPRDIO                PIC S9(7)V COMP-3.
010700     05 WS-NTELEF-UND            PIC X(15).
010800     05 WS-NTELEF-ALTRN          PIC X(15).
010900     05 WS-IEMAIL-UND            PIC X(50).
011000     05 WS-IGERENTE-UND          PIC X(40).
011100     05 WS-CMATR-GERENTE         PIC X(9).
011200     05 WS-HINIC-SEMANA          PIC S9(4)V COMP-3.
011300     05 WS-HFIM-SEMANA           PIC S9(4)V COMP-3.
011400     05 WS-CINDCD-SABADO         PIC X(1).
011500     05 WS-HINIC-SABADO          PIC S9(4)V COMP-3.
011600     05 WS-HFIM-SABADO           PIC S9(4)V COMP-3.
011700     05 WS-CTPO-AREA-CONSD       PIC S9(2)V COMP-3.
011800     05 WS-CUND-MEDD             PIC S9(3)V COMP-3.
011900     05 WS-MAREA-CONSD           PIC S9(5)V9(4) COMP-3.
012000     05 WS-CTPO-ACSSO-ORGNZ      PIC S9(2)V COMP-3.
012100     05 WS-NSEQ-CONTR            PIC S9(4)V COMP-3.
012200     05 WS-ILOCADOR              PIC X(40).
012300     05 WS-DINIC-CONTR           PIC X(10).
012400     05 WS-DFIM-CONTR            PIC X(10).
012500     05 WS-QDIAS-AVISO           PIC S9(3)V COMP-3.
012600     05 WS-VALUGL-MENSAL         PIC S9(9)V99 COMP-3.
012700     05 WS-CINDIC-REAJ           PIC X(4).
012800     05 WS-IPRDIO                PIC X(40).
012900     05 WS-CSIT-PRDIO            PIC S9(1)V COMP-3.
013000     05 WS-NSEQ-SOLTC-MANUT      PIC S9(10)V COMP-3.
013100     05 WS-CPSSOA-JURID-CONGL    PIC S9(10)V COMP-3.
013200     05 WS-CSIT-DOCTO-FSCAL      PIC S9(2)V COMP-3.
013300     05 WS-CTPO-PLANO-CTA        PIC S9(2)V COMP-3.
013400     05 WS-CTPO-PRTCP-EMPR       PIC S9(2)V COMP-3.
013500     05 WS-DATA-INSTA-EMPR       PIC X(10).
013600     05 WS-NINSCR-REG-EMPR       PIC S9(11)V COMP-3.
013700     05 WS-DENCRR-CTBIL          PIC X(10).
013800     05 WS-DENCRR-LEGAL          PIC X(10).
013900 COPY UORGK181.
014000 COPY UORGS181.
014100 COPY UORGL043.
014200 COPY UORGL087.
014300 PROCEDURE DIVISION.
014400******************************************************************
014500*    0000-MAINLINE                                               *
014600******************************************************************
014700 0000-MAINLINE                  SECTION.
014800     PERFORM 9500-REGISTRAR-INICIO
014900         THRU 9500-REGISTRAR-INICIO-EXIT.
015000     PERFORM 1000-ABRIR-ARQUIVOS
015100         THRU 1000-ABRIR-ARQUIVOS-EXIT.
015200     PERFORM 2000-EXTRAIR-EXCLUSOES
015300         THRU 2000-EXTRAIR-EXCLUSOES-EXIT.
015400     PERFORM 3000-EXTRAIR-TABELA
015500         THRU 3000-EXTRAIR-TABELA-EXIT
015600         VARYING WS-IND-TAB FROM 1 BY 1
015700         UNTIL WS-IND-TAB > 9
015800            OR WS-HOUVE-ERRO.
015900     PERFORM 7000-ENCERRAR
016000         THRU 7000-ENCERRAR-EXIT.
016100     PERFORM 9600-REGISTRAR-FIM
016200         THRU 9600-REGISTRAR-FIM-EXIT.
016300     GOBACK.
016400******************************************************************
016500*    1000-ABRIR-ARQUIVOS                                         *
016600*    MARCA D'AGUA ANTERIOR, CORTE DESTA EXECUCAO E HEADER        *
016700******************************************************************
016800 1000-ABRIR-ARQUIVOS            SECTION.
016900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE-AAAAMMDD.
017000     MOVE WS-MARCA-INICIAL TO WS-MARCA-ANT.
017100     OPEN INPUT REL-UORGK181.
017200     IF WS-FS-CKPT = '00'
017300         READ REL-UORGK181 INTO UORGK181-REGISTRO
017400         IF WS-FS-CKPT = '00'
017500             AND UORGK181-HCORTE-ULT-EXEC NOT = SPACES
017600             MOVE UORGK181-HCORTE-ULT-EXEC TO WS-MARCA-ANT
017700         END-IF
017800         CLOSE REL-UORGK181
017900     END-IF.
018000     IF WS-MARCA-ANT = WS-MARCA-INICIAL
018100         DISPLAY 'UORG0181 - SEM MARCA D AGUA, CARGA INICIAL'
018200     END-IF.
018300     EXEC SQL
018400         SELECT CHAR(CURRENT TIMESTAMP)
018500           INTO :WS-HCORTE
018600           FROM SYSIBM.SYSDUMMY1
018700     END-EXEC.
018800     IF SQLCODE NOT = ZERO
018900         DISPLAY 'UORG0181 - ERRO SQLCODE=' SQLCODE
019000             ' AO FIXAR O CORTE'
019100         MOVE 'S' TO WS-SW-ERRO
019200     END-IF.
019300     DISPLAY 'UORG0181 - JANELA ' WS-MARCA-ANT (1:19)
019400         ' A ' WS-HCORTE (1:19).
019500     OPEN OUTPUT SAI-UORGS181.
019600     MOVE SPACES TO UORGS181-REGISTRO.
019700     MOVE '0' TO UORGS181-TIPO-REG.
019800     MOVE 'UORGS181' TO UORGS181-HDR-CINTERF.
019900     MOVE WS-DATA-HOJE-AAAAMMDD TO UORGS181-HDR-DGERACAO.
020000     MOVE WS-MARCA-ANT TO UORGS181-HDR-HMARCA-ANT.
020100     MOVE WS-HCORTE TO UORGS181-HDR-HCORTE.
020200     WRITE SAI-UORGS181-REG FROM UORGS181-REGISTRO.
020300     PERFORM 8500-DECLARAR-CURSORES
020400         THRU 8500-DECLARAR-CURSORES-EXIT.
020500 1000-ABRIR-ARQUIVOS-EXIT.
020600     EXIT.
020700******************************************************************
020800*    2000-EXTRAIR-EXCLUSOES                                      *
020900*    MARCAS DE EXCLUSAO DE TEXCL_REG_DW NA JANELA                *
021000******************************************************************
021100 2000-EXTRAIR-EXCLUSOES         SECTION.
021200     IF WS-HOUVE-ERRO
021300         GO TO 2000-EXTRAIR-EXCLUSOES-EXIT
021400     END-IF.
021500     EXEC SQL
021600         OPEN CUR-UORG0181-EXC
021700     END-EXEC.
021800     IF SQLCODE NOT = ZERO
021900         DISPLAY 'UORG0181 - ERRO SQLCODE=' SQLCODE
022000             ' NA ABERTURA DO CURSOR DE EXCLUSOES'
022100         MOVE 'S' TO WS-SW-ERRO
022200         GO TO 2000-EXTRAIR-EXCLUSOES-EXIT
022300     END-IF.
022400     MOVE 'N' TO WS-SW-FIM-CURSOR.
022500     PERFORM 2100-LER-EXCLUSAO
022600         THRU 2100-LER-EXCLUSAO-EXIT
022700         UNTIL WS-FIM-CURSOR.
022800     EXEC SQL
022900         CLOSE CUR-UORG0181-EXC
023000     END-EXEC.
023100 2000-EXTRAIR-EXCLUSOES-EXIT.
023200     EXIT.
023300******************************************************************
023400*    2100-LER-EXCLUSAO                                           *
023500******************************************************************
023600 2100-LER-EXCLUSAO              SECTION.
023700     EXEC SQL
023800         FETCH CUR-UORG0181-EXC
023900          INTO :WS-CTAB-DW, :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
024000               :WS-CCHAVE-COMPL, :WS-CPGM-EXCL, :WS-HMOVTO
024100     END-EXEC.
024200     PERFORM 8000-TESTAR-FETCH
024300         THRU 8000-TESTAR-FETCH-EXIT.
024400     IF WS-FIM-CURSOR
024500         GO TO 2100-LER-EXCLUSAO-EXIT
024600     END-IF.
024700     PERFORM 4000-INICIAR-DETALHE
024800         THRU 4000-INICIAR-DETALHE-EXIT.
024900     MOVE WS-CTAB-DW TO UORGS181-CTAB-DW.
025000     MOVE 'E' TO UORGS181-COPER.
025100     MOVE WS-CPSSOA-JURID TO UORGS181-EXC-CPSSOA-JURID.
025200     MOVE WS-NSEQ-UND-ORGNZ TO UORGS181-EXC-NSEQ-UND.
025300     MOVE WS-CCHAVE-COMPL TO UORGS181-EXC-CCHAVE-COMPL.
025400     MOVE WS-CPGM-EXCL TO UORGS181-EXC-CPGM-EXCL.
025500     WRITE SAI-UORGS181-REG FROM UORGS181-REGISTRO.
025600     ADD 1 TO WS-QTDE-GRAVADA.
025700     ADD 1 TO WS-QTDE-EXCL.
025800 2100-LER-EXCLUSAO-EXIT.
025900     EXIT.
026000******************************************************************
026100*    3000-EXTRAIR-TABELA                                         *
026200*    ABRE O CURSOR DA TABELA, PERCORRE E FECHA                   *
026300******************************************************************
026400 3000-EXTRAIR-TABELA            SECTION.
026500     MOVE 'N' TO WS-SW-FIM-CURSOR.
026600     EVALUATE WS-IND-TAB
026700         WHEN 1
026800             EXEC SQL OPEN CUR-UORG0181-UND END-EXEC
026900         WHEN 2
027000             EXEC SQL OPEN CUR-UORG0181-END END-EXEC
027100         WHEN 3
027200             EXEC SQL OPEN CUR-UORG0181-CTT END-EXEC
027300         WHEN 4
027400             EXEC SQL OPEN CUR-UORG0181-HOR END-EXEC
027500         WHEN 5
027600             EXEC SQL OPEN CUR-UORG0181-ARE END-EXEC
027700         WHEN 6
027800             EXEC SQL OPEN CUR-UORG0181-ACS END-EXEC
027900         WHEN 7
028000             EXEC SQL OPEN CUR-UORG0181-LOC END-EXEC
028100         WHEN 8
028200             EXEC SQL OPEN CUR-UORG0181-PRD END-EXEC
028300         WHEN 9
028400             EXEC SQL OPEN CUR-UORG0181-EMP END-EXEC
028500     END-EVALUATE.
028600     IF SQLCODE NOT = ZERO
028700         DISPLAY 'UORG0181 - ERRO SQLCODE=' SQLCODE
028800             ' NA ABERTURA DO CURSOR DA TABELA ' WS-IND-TAB
028900         MOVE 'S' TO WS-SW-ERRO
029000         GO TO 3000-EXTRAIR-TABELA-EXIT
029100     END-IF.
029200     PERFORM 3100-LER-TABELA
029300         THRU 3100-LER-TABELA-EXIT
029400         UNTIL WS-FIM-CURSOR.
029500     EVALUATE WS-IND-TAB
029600         WHEN 1
029700             EXEC SQL CLOSE CUR-UORG0181-UND END-EXEC
029800         WHEN 2
029900             EXEC SQL CLOSE CUR-UORG0181-END END-EXEC
030000         WHEN 3
030100             EXEC SQL CLOSE CUR-UORG0181-CTT END-EXEC
030200         WHEN 4
030300             EXEC SQL CLOSE CUR-UORG0181-HOR END-EXEC
030400         WHEN 5
030500             EXEC SQL CLOSE CUR-UORG0181-ARE END-EXEC
030600         WHEN 6
030700             EXEC SQL CLOSE CUR-UORG0181-ACS END-EXEC
030800         WHEN 7
030900             EXEC SQL CLOSE CUR-UORG0181-LOC END-EXEC
031000         WHEN 8
031100             EXEC SQL CLOSE CUR-UORG0181-PRD END-EXEC
031200         WHEN 9
031300             EXEC SQL CLOSE CUR-UORG0181-EMP END-EXEC
031400     END-EVALUATE.
031500 3000-EXTRAIR-TABELA-EXIT.
031600     EXIT.
031700******************************************************************
031800*    3100-LER-TABELA                                             *
031900*    FETCH DO CURSOR DA TABELA CORRENTE E GRAVACAO DO DETALHE    *
032000******************************************************************
032100 3100-LER-TABELA                SECTION.
032200     EVALUATE WS-IND-TAB
032300         WHEN 1
032400             PERFORM 3110-LER-UNIDADE
032500                 THRU 3110-LER-UNIDADE-EXIT
032600         WHEN 2
032700             PERFORM 3120-LER-ENDERECO
032800                 THRU 3120-LER-ENDERECO-EXIT
032900         WHEN 3
033000             PERFORM 3130-LER-CONTATO
033100                 THRU 3130-LER-CONTATO-EXIT
033200         WHEN 4
033300             PERFORM 3140-LER-HORARIO
033400                 THRU 3140-LER-HORARIO-EXIT
033500         WHEN 5
033600             PERFORM 3150-LER-AREA
033700                 THRU 3150-LER-AREA-EXIT
033800         WHEN 6
033900             PERFORM 3160-LER-ACESSO
034000                 THRU 3160-LER-ACESSO-EXIT
034100         WHEN 7
034200             PERFORM 3170-LER-LOCACAO
034300                 THRU 3170-LER-LOCACAO-EXIT
034400         WHEN 8
034500             PERFORM 3180-LER-IMOVEL
034600                 THRU 3180-LER-IMOVEL-EXIT
034700         WHEN 9
034800             PERFORM 3190-LER-SOLICITACAO
034900                 THRU 3190-LER-SOLICITACAO-EXIT
035000     END-EVALUATE.
035100     IF WS-FIM-CURSOR
035200         GO TO 3100-LER-TABELA-EXIT
035300     END-IF.
035400     MOVE WS-IND-TAB TO UORGS181-CTAB-DW.
035500     MOVE WS-COPER TO UORGS181-COPER.
035600     MOVE WS-HMOVTO TO UORGS181-HMOVTO.
035700     WRITE SAI-UORGS181-REG FROM UORGS181-REGISTRO.
035800     ADD 1 TO WS-QTDE-GRAVADA.
035900     ADD 1 TO WS-QTDE-TAB (WS-IND-TAB).
036000 3100-LER-TABELA-EXIT.
036100     EXIT.
036200******************************************************************
036300*    3110-LER-UNIDADE                                 (TIPO 01)  *
036400******************************************************************
036500 3110-LER-UNIDADE               SECTION.
036600     EXEC SQL
036700         FETCH CUR-UORG0181-UND
036800          INTO :WS-COPER, :WS-HMOVTO,
036900               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
037000               :WS-CPSSOA-UND-ORGNZ, :WS-CSIT-UND-ORGNZ,
037100               :WS-CCLASF-UND-ORGNZ, :WS-CTPO-UND-ORGNZ,
037200               :WS-IABREV-UND-ORGNZ, :WS-CUND-ORGNZ,
037300               :WS-CDIG-UND-ORGNZ, :WS-DPREVS-ABERT
037400     END-EXEC.
037500     PERFORM 8000-TESTAR-FETCH
037600         THRU 8000-TESTAR-FETCH-EXIT.
037700     IF WS-FIM-CURSOR
037800         GO TO 3110-LER-UNIDADE-EXIT
037900     END-IF.
038000     PERFORM 4000-INICIAR-DETALHE
038100         THRU 4000-INICIAR-DETALHE-EXIT.
038200     MOVE WS-CPSSOA-JURID TO UORGS181-UND-CPSSOA-JURID.
038300     MOVE WS-NSEQ-UND-ORGNZ TO UORGS181-UND-NSEQ-UND.
038400     MOVE WS-CPSSOA-UND-ORGNZ TO UORGS181-UND-CPSSOA-UND.
038500     MOVE WS-CSIT-UND-ORGNZ TO UORGS181-UND-CSIT.
038600     MOVE WS-CCLASF-UND-ORGNZ TO UORGS181-UND-CCLASF.
038700     MOVE WS-CTPO-UND-ORGNZ TO UORGS181-UND-CTPO.
038800     MOVE WS-IABREV-UND-ORGNZ TO UORGS181-UND-IABREV.
038900     MOVE WS-CUND-ORGNZ TO UORGS181-UND-CUND-ORGNZ.
039000     MOVE WS-CDIG-UND-ORGNZ TO UORGS181-UND-CDIG-UND.
039100     MOVE WS-DPREVS-ABERT TO UORGS181-UND-DPREVS-ABERT.
039200 3110-LER-UNIDADE-EXIT.
039300     EXIT.
039400******************************************************************
039500*    3120-LER-ENDERECO                                (TIPO 02)  *
039600******************************************************************
039700 3120-LER-ENDERECO              SECTION.
039800     EXEC SQL
039900         FETCH CUR-UORG0181-END
040000          INTO :WS-COPER, :WS-HMOVTO,
040100               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
040200               :WS-IENDRC-LOGRD, :WS-NENDRC-LOGRD,
040300               :WS-CENDRC-POSTAL, :WS-CMUNIC-IBGE,
040400               :WS-CUF, :WS-CPRDIO
040500     END-EXEC.
040600     PERFORM 8000-TESTAR-FETCH
040700         THRU 8000-TESTAR-FETCH-EXIT.
040800     IF WS-FIM-CURSOR
040900         GO TO 3120-LER-ENDERECO-EXIT
041000     END-IF.
041100     PERFORM 4000-INICIAR-DETALHE
041200         THRU 4000-INICIAR-DETALHE-EXIT.
041300     MOVE WS-CPSSOA-JURID TO UORGS181-END-CPSSOA-JURID.
041400     MOVE WS-NSEQ-UND-ORGNZ TO UORGS181-END-NSEQ-UND.
041500     MOVE WS-IENDRC-LOGRD TO UORGS181-END-IENDRC-LOGRD.
041600     MOVE WS-NENDRC-LOGRD TO UORGS181-END-NENDRC-LOGRD.
041700     MOVE WS-CENDRC-POSTAL TO UORGS181-END-CENDRC-POSTAL.
041800     MOVE WS-CMUNIC-IBGE TO UORGS181-END-CMUNIC-IBGE.
041900     MOVE WS-CUF TO UORGS181-END-CUF.
042000     MOVE WS-CPRDIO TO UORGS181-END-CPRDIO.
042100 3120-LER-ENDERECO-EXIT.
042200     EXIT.
042300******************************************************************
042400*    3130-LER-CONTATO                                 (TIPO 03)  *
042500******************************************************************
042600 3130-LER-CONTATO               SECTION.
042700     EXEC SQL
042800         FETCH CUR-UORG0181-CTT
042900          INTO :WS-COPER, :WS-HMOVTO,
043000               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
043100               :WS-NTELEF-UND, :WS-NTELEF-ALTRN,
043200               :WS-IEMAIL-UND, :WS-IGERENTE-UND,
043300               :WS-CMATR-GERENTE
043400     END-EXEC.
043500     PERFORM 8000-TESTAR-FETCH
043600         THRU 8000-TESTAR-FETCH-EXIT.
043700     IF WS-FIM-CURSOR
043800         GO TO 3130-LER-CONTATO-EXIT
043900     END-IF.
044000     PERFORM 4000-INICIAR-DETALHE
044100         THRU 4000-INICIAR-DETALHE-EXIT.
044200     MOVE WS-CPSSOA-JURID TO UORGS181-CTT-CPSSOA-JURID.
044300     MOVE WS-NSEQ-UND-ORGNZ TO UORGS181-CTT-NSEQ-UND.
044400     MOVE WS-NTELEF-UND TO UORGS181-CTT-NTELEF-UND.
044500     MOVE WS-NTELEF-ALTRN TO UORGS181-CTT-NTELEF-ALTRN.
044600     MOVE WS-IEMAIL-UND TO UORGS181-CTT-IEMAIL-UND.
044700     MOVE WS-IGERENTE-UND TO UORGS181-CTT-IGERENTE-UND.
044800     MOVE WS-CMATR-GERENTE TO UORGS181-CTT-CMATR-GERENTE.
044900 3130-LER-CONTATO-EXIT.
045000     EXIT.
045100******************************************************************
045200*    3140-LER-HORARIO                                 (TIPO 04)  *
045300******************************************************************
045400 3140-LER-HORARIO               SECTION.
045500     EXEC SQL
045600         FETCH CUR-UORG0181-HOR
045700          INTO :WS-COPER, :WS-HMOVTO,
045800               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
045900               :WS-HINIC-SEMANA, :WS-HFIM-SEMANA,
046000               :WS-CINDCD-SABADO, :WS-HINIC-SABADO,
046100               :WS-HFIM-SABADO
046200     END-EXEC.
046300     PERFORM 8000-TESTAR-FETCH
046400         THRU 8000-TESTAR-FETCH-EXIT.
046500     IF WS-FIM-CURSOR
046600         GO TO 3140-LER-HORARIO-EXIT
046700     END-IF.
046800     PERFORM 4000-INICIAR-DETALHE
046900         THRU 4000-INICIAR-DETALHE-EXIT.
047000     MOVE WS-CPSSOA-JURID TO UORGS181-HOR-CPSSOA-JURID.
047100     MOVE WS-NSEQ-UND-ORGNZ TO UORGS181-HOR-NSEQ-UND.
047200     MOVE WS-HINIC-SEMANA TO UORGS181-HOR-HINIC-SEMANA.
047300     MOVE WS-HFIM-SEMANA TO UORGS181-HOR-HFIM-SEMANA.
047400     MOVE WS-CINDCD-SABADO TO UORGS181-HOR-CINDCD-SABADO.
047500     MOVE WS-HINIC-SABADO TO UORGS181-HOR-HINIC-SABADO.
047600     MOVE WS-HFIM-SABADO TO UORGS181-HOR-HFIM-SABADO.
047700 3140-LER-HORARIO-EXIT.
047800     EXIT.
047900******************************************************************
048000*    3150-LER-AREA                                    (TIPO 05)  *
048100******************************************************************
048200 3150-LER-AREA                  SECTION.
048300     EXEC SQL
048400         FETCH CUR-UORG0181-ARE
048500          INTO :WS-COPER, :WS-HMOVTO,
048600               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
048700               :WS-CTPO-AREA-CONSD, :WS-CUND-MEDD,
048800               :WS-MAREA-CONSD
048900     END-EXEC.
049000     PERFORM 8000-TESTAR-FETCH
049100         THRU 8000-TESTAR-FETCH-EXIT.
049200     IF WS-FIM-CURSOR
049300         GO TO 3150-LER-AREA-EXIT
049400     END-IF.
049500     PERFORM 4000-INICIAR-DETALHE
049600         THRU 4000-INICIAR-DETALHE-EXIT.
049700     MOVE WS-CPSSOA-JURID TO UORGS181-ARE-CPSSOA-JURID.
049800     MOVE WS-NSEQ-UND-ORGNZ TO UORGS181-ARE-NSEQ-UND.
049900     MOVE WS-CTPO-AREA-CONSD TO UORGS181-ARE-CTPO-AREA.
050000     MOVE WS-CUND-MEDD TO UORGS181-ARE-CUND-MEDD.
050100     MOVE WS-MAREA-CONSD TO UORGS181-ARE-MAREA-CONSD.
050200 3150-LER-AREA-EXIT.
050300     EXIT.
050400******************************************************************
050500*    3160-LER-ACESSO                                  (TIPO 06)  *
050600******************************************************************
050700 3160-LER-ACESSO                SECTION.
050800     EXEC SQL
050900         FETCH CUR-UORG0181-ACS
051000          INTO :WS-COPER, :WS-HMOVTO,
051100               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
051200               :WS-CTPO-ACSSO-ORGNZ
051300     END-EXEC.
051400     PERFORM 8000-TESTAR-FETCH
051500         THRU 8000-TESTAR-FETCH-EXIT.
051600     IF WS-FIM-CURSOR
051700         GO TO 3160-LER-ACESSO-EXIT
051800     END-IF.
051900     PERFORM 4000-INICIAR-DETALHE
052000         THRU 4000-INICIAR-DETALHE-EXIT.
052100     MOVE WS-CPSSOA-JURID TO UORGS181-ACS-CPSSOA-JURID.
052200     MOVE WS-NSEQ-UND-ORGNZ TO UORGS181-ACS-NSEQ-UND.
052300     MOVE WS-CTPO-ACSSO-ORGNZ TO UORGS181-ACS-CTPO-ACSSO.
052400 3160-LER-ACESSO-EXIT.
052500     EXIT.
052600******************************************************************
052700*    3170-LER-LOCACAO                                 (TIPO 07)  *
052800******************************************************************
052900 3170-LER-LOCACAO               SECTION.
053000     EXEC SQL
053100         FETCH CUR-UORG0181-LOC
053200          INTO :WS-COPER, :WS-HMOVTO,
053300               :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
053400               :WS-NSEQ-CONTR, :WS-ILOCADOR,
053500               :WS-DINIC-CONTR, :WS-DFIM-CONTR,
053600               :WS-QDIAS-AVISO, :WS-VALUGL-MENSAL,
053700               :WS-CINDIC-REAJ
053800     END-EXEC.
053900     PERFORM 8000-TESTAR-FETCH
054000         THRU 8000-TESTAR-FETCH-EXIT.
054100     IF WS-FIM-CURSOR
054200         GO TO 3170-LER-LOCACAO-EXIT
054300     END-IF.
054400     PERFORM 4000-INICIAR-DETALHE
054500         THRU 4000-INICIAR-DETALHE-EXIT.
054600     MOVE WS-CPSSOA-JURID TO UORGS181-LOC-CPSSOA-JURID.
054700     MOVE WS-NSEQ-UND-ORGNZ TO UORGS181-LOC-NSEQ-UND.
054800     MOVE WS-NSEQ-CONTR TO UORGS181-LOC-NSEQ-CONTR.
054900     MOVE WS-ILOCADOR TO UORGS181-LOC-ILOCADOR.
055000     MOVE WS-DINIC-CONTR TO UORGS181-LOC-DINIC-CONTR.
055100     MOVE WS-DFIM-CONTR TO UORGS181-LOC-DFIM-CONTR.
055200     MOVE WS-QDIAS-AVISO TO UORGS181-LOC-QDIAS-AVISO.
055300     MOVE WS-VALUGL-MENSAL TO UORGS181-LOC-VALUGL-MENSAL.
055400     MOVE WS-CINDIC-REAJ TO UORGS181-LOC-CINDIC-REAJ.
055500 3170-LER-LOCACAO-EXIT.
055600     EXIT.
055700******************************************************************
055800*    3180-LER-IMOVEL                                  (TIPO 08)  *
055900******************************************************************
056000 3180-LER-IMOVEL                SECTION.
056100     EXEC SQL
056200         FETCH CUR-UORG0181-PRD
056300          INTO :WS-COPER, :WS-HMOVTO,
056400               :WS-CPRDIO, :WS-IPRDIO,
056500               :WS-IENDRC-LOGRD, :WS-NENDRC-LOGRD,
056600               :WS-CENDRC-POSTAL, :WS-CMUNIC-IBGE,
056700               :WS-CUF, :WS-CSIT-PRDIO
056800     END-EXEC.
056900     PERFORM 8000-TESTAR-FETCH
057000         THRU 8000-TESTAR-FETCH-EXIT.
057100     IF WS-FIM-CURSOR
057200         GO TO 3180-LER-IMOVEL-EXIT
057300     END-IF.
057400     PERFORM 4000-INICIAR-DETALHE
057500         THRU 4000-INICIAR-DETALHE-EXIT.
057600     MOVE WS-CPRDIO TO UORGS181-PRD-CPRDIO.
057700     MOVE WS-IPRDIO TO UORGS181-PRD-IPRDIO.
057800     MOVE WS-IENDRC-LOGRD TO UORGS181-PRD-IENDRC-LOGRD.
057900     MOVE WS-NENDRC-LOGRD TO UORGS181-PRD-NENDRC-LOGRD.
058000     MOVE WS-CENDRC-POSTAL TO UORGS181-PRD-CENDRC-POSTAL.
058100     MOVE WS-CMUNIC-IBGE TO UORGS181-PRD-CMUNIC-IBGE.
058200     MOVE WS-CUF TO UORGS181-PRD-CUF-PRDIO.
058300     MOVE WS-CSIT-PRDIO TO UORGS181-PRD-CSIT-PRDIO.
058400 3180-LER-IMOVEL-EXIT.
058500     EXIT.
058600******************************************************************
058700*    3190-LER-SOLICITACAO                             (TIPO 09)  *
058800******************************************************************
058900 3190-LER-SOLICITACAO           SECTION.
059000     EXEC SQL
059100         FETCH CUR-UORG0181-EMP
059200          INTO :WS-COPER, :WS-HMOVTO,
059300               :WS-NSEQ-SOLTC-MANUT, :WS-CPSSOA-JURID-CONGL,
059400               :WS-CSIT-DOCTO-FSCAL, :WS-CTPO-PLANO-CTA,
059500               :WS-CTPO-PRTCP-EMPR, :WS-DATA-INSTA-EMPR,
059600               :WS-NINSCR-REG-EMPR, :WS-DENCRR-CTBIL,
059700               :WS-DENCRR-LEGAL
059800     END-EXEC.
059900     PERFORM 8000-TESTAR-FETCH
060000         THRU 8000-TESTAR-FETCH-EXIT.
060100     IF WS-FIM-CURSOR
060200         GO TO 3190-LER-SOLICITACAO-EXIT
060300     END-IF.
060400     PERFORM 4000-INICIAR-DETALHE
060500         THRU 4000-INICIAR-DETALHE-EXIT.
060600     MOVE WS-NSEQ-SOLTC-MANUT TO UORGS181-EMP-NSEQ-SOLTC.
060700     MOVE WS-CPSSOA-JURID-CONGL TO UORGS181-EMP-CPSSOA-CONGL.
060800     MOVE WS-CSIT-DOCTO-FSCAL TO UORGS181-EMP-CSIT-DOCTO.
060900     MOVE WS-CTPO-PLANO-CTA TO UORGS181-EMP-CTPO-PLANO-CTA.
061000     MOVE WS-CTPO-PRTCP-EMPR TO UORGS181-EMP-CTPO-PRTCP.
061100     MOVE WS-DATA-INSTA-EMPR TO UORGS181-EMP-DATA-INSTA.
061200     MOVE WS-NINSCR-REG-EMPR TO UORGS181-EMP-NINSCR-REG.
061300     MOVE WS-DENCRR-CTBIL TO UORGS181-EMP-DENCRR-CTBIL.
061400     MOVE WS-DENCRR-LEGAL TO UORGS181-EMP-DENCRR-LEGAL.
061500 3190-LER-SOLICITACAO-EXIT.
061600     EXIT.
061700******************************************************************
061800*    4000-INICIAR-DETALHE                                        *
061900******************************************************************
062000 4000-INICIAR-DETALHE           SECTION.
062100     MOVE SPACES TO UORGS181-REGISTRO.
062200     MOVE '1' TO UORGS181-TIPO-REG.
062300     MOVE WS-HMOVTO TO UORGS181-HMOVTO.
062400 4000-INICIAR-DETALHE-EXIT.
062500     EXIT.
062600******************************************************************
062700*    7000-ENCERRAR                                               *
062800*    TRAILER, CONFERENCIA, REGISTRO DA GERACAO E MARCA D'AGUA    *
062900******************************************************************
063000 7000-ENCERRAR                  SECTION.
063100     MOVE SPACES TO UORGS181-REGISTRO.
063200     MOVE '9' TO UORGS181-TIPO-REG.
063300     MOVE WS-QTDE-EXCL TO WS-QTDE-TRAILER.
063400     MOVE WS-QTDE-EXCL TO UORGS181-TRL-QTDE-EXCL.
063500     PERFORM 7100-SOMAR-TABELA
063600         THRU 7100-SOMAR-TABELA-EXIT
063700         VARYING WS-IND-TAB FROM 1 BY 1
063800         UNTIL WS-IND-TAB > 9.
063900     MOVE WS-QTDE-TRAILER TO UORGS181-TRL-QTDE-REGS.
064000     WRITE SAI-UORGS181-REG FROM UORGS181-REGISTRO.
064100     CLOSE SAI-UORGS181.
064200     DISPLAY 'UORG0181 - DETALHES: ' WS-QTDE-GRAVADA
064300         ' EXCLUSOES: ' WS-QTDE-EXCL.
064400     IF WS-QTDE-TRAILER NOT = WS-QTDE-GRAVADA
064500         DISPLAY 'UORG0181 - TRAILER ' WS-QTDE-TRAILER
064600             ' DIFERE DOS DETALHES GRAVADOS ' WS-QTDE-GRAVADA
064700         MOVE 'S' TO WS-SW-ERRO
064800     END-IF.
064900     IF WS-HOUVE-ERRO
065000         DISPLAY 'UORG0181 - ARQUIVO NAO REGISTRADO, MARCA D AGUA'
065100             ' MANTIDA PARA A PROXIMA EXECUCAO'
065200         GO TO 7000-ENCERRAR-EXIT
065300     END-IF.
065400     MOVE 'G' TO UORGL087-FUNCTION.
065500     MOVE 'UORGS181' TO UORGL087-CINTERF.
065600     MOVE WS-QTDE-GRAVADA TO UORGL087-QREG-ARQUIVO.
065700     MOVE WS-QTDE-TRAILER TO UORGL087-QTOTAL-TRAILER.
065800     MOVE 'UORG0181' TO UORGL087-CUSUAR.
065900     CALL 'UORG0087' USING UORGL087-PARMS.
066000     IF NOT UORGL087-OK
066100         DISPLAY 'UORG0181 - ERRO ' UORGL087-RETORNO
066200             ' NO REGISTRO DA GERACAO - MARCA D AGUA MANTIDA'
066300         MOVE 'S' TO WS-SW-ERRO
066400         GO TO 7000-ENCERRAR-EXIT
066500     END-IF.
066600     DISPLAY 'UORG0181 - GERACAO REGISTRADA: '
066700         UORGL087-NSEQ-GERACAO.
066800     MOVE WS-HCORTE TO UORGK181-HCORTE-ULT-EXEC.
066900     OPEN OUTPUT REL-UORGK181.
067000     WRITE REL-UORGK181-REG FROM UORGK181-REGISTRO.
067100     CLOSE REL-UORGK181.
067200 7000-ENCERRAR-EXIT.
067300     EXIT.
067400******************************************************************
067500*    7100-SOMAR-TABELA                                           *
067600******************************************************************
067700 7100-SOMAR-TABELA              SECTION.
067800     MOVE WS-QTDE-TAB (WS-IND-TAB)
067900         TO UORGS181-TRL-QTDE-TAB (WS-IND-TAB).
068000     ADD WS-QTDE-TAB (WS-IND-TAB) TO WS-QTDE-TRAILER.
068100 7100-SOMAR-TABELA-EXIT.
068200     EXIT.
068300******************************************************************
068400*    8000-TESTAR-FETCH                                           *
068500******************************************************************
068600 8000-TESTAR-FETCH              SECTION.
068700     IF SQLCODE = 100
068800         MOVE 'S' TO WS-SW-FIM-CURSOR
068900     ELSE
069000     IF SQLCODE NOT = ZERO
069100         DISPLAY 'UORG0181 - ERRO SQLCODE=' SQLCODE
069200             ' NO FETCH DA TABELA ' WS-IND-TAB
069300         MOVE 'S' TO WS-SW-FIM-CURSOR
069400         MOVE 'S' TO WS-SW-ERRO
069500     END-IF
069600     END-IF.
069700 8000-TESTAR-FETCH-EXIT.
069800     EXIT.
069900******************************************************************
070000*    8500-DECLARAR-CURSORES                                      *
070100*    UM CURSOR POR TABELA, TODOS NA JANELA (MARCA, CORTE]        *
070200******************************************************************
070300 8500-DECLARAR-CURSORES         SECTION.
070400     EXEC SQL
070500         DECLARE CUR-UORG0181-EXC CURSOR FOR
070600         SELECT CTAB_DW, CPSSOA_JURID, NSEQ_UND_ORGNZ,
070700                CCHAVE_COMPL, CPGM_EXCL, CHAR(HEXCL_REG)
070800           FROM DB2PRD.TEXCL_REG_DW
070900          WHERE HEXCL_REG >  :WS-MARCA-ANT
071000            AND HEXCL_REG <= :WS-HCORTE
071100          ORDER BY HEXCL_REG
071200     END-EXEC.
071300     EXEC SQL
071400         DECLARE CUR-UORG0181-UND CURSOR FOR
071500         SELECT CASE WHEN HINCL_REG > :WS-MARCA-ANT
071600                     THEN 'I' ELSE 'A' END,
071700                CHAR(COALESCE(HMANUT_REG, HINCL_REG)),
071800                CPSSOA_JURID, NSEQ_UND_ORGNZ,
071900                COALESCE(CPSSOA_UND_ORGNZ, 0), CSIT_UND_ORGNZ,
072000                COALESCE(CCLASF_UND_ORGNZ, 0),
072100                COALESCE(CTPO_UND_ORGNZ, 0),
072200                COALESCE(IABREV_UND_ORGNZ, ' '),
072300                COALESCE(CUND_ORGNZ, 0),
072400                COALESCE(CDIG_UND_ORGNZ, ' '),
072500                COALESCE(CHAR(DPREVS_ABERT, ISO), ' ')
072600           FROM DB2PRD.TUND_ORGNZ
072700          WHERE (HINCL_REG  > :WS-MARCA-ANT
072800                 AND HINCL_REG  <= :WS-HCORTE)
072900             OR (HMANUT_REG > :WS-MARCA-ANT
073000                 AND HMANUT_REG <= :WS-HCORTE)
073100          ORDER BY CPSSOA_JURID, NSEQ_UND_ORGNZ
073200     END-EXEC.
073300     EXEC SQL
073400         DECLARE CUR-UORG0181-END CURSOR FOR
073500         SELECT CASE WHEN HINCL_REG > :WS-MARCA-ANT
073600                     THEN 'I' ELSE 'A' END,
073700                CHAR(COALESCE(HMANUT_REG, HINCL_REG)),
073800                CPSSOA_JURID, NSEQ_UND_ORGNZ,
073900                COALESCE(IENDRC_LOGRD, ' '),
074000                COALESCE(NENDRC_LOGRD, ' '),
074100                COALESCE(CENDRC_POSTAL, 0),
074200                COALESCE(CMUNIC_IBGE, 0),
074300                COALESCE(CUF_UND_ORGNZ, ' '),
074400                COALESCE(CPRDIO, 0)
074500           FROM DB2PRD.TENDRC_UND_ORGNZ
074600          WHERE (HINCL_REG  > :WS-MARCA-ANT
074700                 AND HINCL_REG  <= :WS-HCORTE)
074800             OR (HMANUT_REG > :WS-MARCA-ANT
074900                 AND HMANUT_REG <= :WS-HCORTE)
075000          ORDER BY CPSSOA_JURID, NSEQ_UND_ORGNZ
075100     END-EXEC.
075200     EXEC SQL
075300         DECLARE CUR-UORG0181-CTT CURSOR FOR
075400         SELECT CASE WHEN HINCL_REG > :WS-MARCA-ANT
075500                     THEN 'I' ELSE 'A' END,
075600                CHAR(COALESCE(HMANUT_REG, HINCL_REG)),
075700                CPSSOA_JURID, NSEQ_UND_ORGNZ,
075800                COALESCE(NTELEF_UND, ' '),
075900                COALESCE(NTELEF_ALTRN, ' '),
076000                COALESCE(IEMAIL_UND, ' '),
076100                COALESCE(IGERENTE_UND, ' '),
076200                COALESCE(CMATR_GERENTE, ' ')
076300           FROM DB2PRD.TCONTT_UND_ORGNZ
076400          WHERE (HINCL_REG  > :WS-MARCA-ANT
076500                 AND HINCL_REG  <= :WS-HCORTE)
076600             OR (HMANUT_REG > :WS-MARCA-ANT
076700                 AND HMANUT_REG <= :WS-HCORTE)
076800          ORDER BY CPSSOA_JURID, NSEQ_UND_ORGNZ
076900     END-EXEC.
077000     EXEC SQL
077100         DECLARE CUR-UORG0181-HOR CURSOR FOR
077200         SELECT CASE WHEN HINCL_REG > :WS-MARCA-ANT
077300                     THEN 'I' ELSE 'A' END,
077400                CHAR(COALESCE(HMANUT_REG, HINCL_REG)),
077500                CPSSOA_JURID, NSEQ_UND_ORGNZ,
077600                HINIC_SEMANA, HFIM_SEMANA,
077700                COALESCE(CINDCD_SABADO, 'N'),
077800                COALESCE(HINIC_SABADO, 0),
077900                COALESCE(HFIM_SABADO, 0)
078000           FROM DB2PRD.THORAR_UND_ORGNZ
078100          WHERE (HINCL_REG  > :WS-MARCA-ANT
078200                 AND HINCL_REG  <= :WS-HCORTE)
078300             OR (HMANUT_REG > :WS-MARCA-ANT
078400                 AND HMANUT_REG <= :WS-HCORTE)
078500          ORDER BY CPSSOA_JURID, NSEQ_UND_ORGNZ
078600     END-EXEC.
078700     EXEC SQL
078800         DECLARE CUR-UORG0181-ARE CURSOR FOR
078900         SELECT CASE WHEN HINCL_REG > :WS-MARCA-ANT
079000                     THEN 'I' ELSE 'A' END,
079100                CHAR(COALESCE(HMANUT_REG, HINCL_REG)),
079200                CPSSOA_JURID, NSEQ_UND_ORGNZ,
079300                CTPO_AREA_CONSD, COALESCE(CUND_MEDD, 0),
079400                COALESCE(MAREA_CONSD, 0)
079500           FROM DB2PRD.TAREA_CONSD_UND
079600          WHERE (HINCL_REG  > :WS-MARCA-ANT
079700                 AND HINCL_REG  <= :WS-HCORTE)
079800             OR (HMANUT_REG > :WS-MARCA-ANT
079900                 AND HMANUT_REG <= :WS-HCORTE)
080000          ORDER BY CPSSOA_JURID, NSEQ_UND_ORGNZ, CTPO_AREA_CONSD
080100     END-EXEC.
080200     EXEC SQL
080300         DECLARE CUR-UORG0181-ACS CURSOR FOR
080400         SELECT CASE WHEN HINCL_REG > :WS-MARCA-ANT
080500                     THEN 'I' ELSE 'A' END,
080600                CHAR(COALESCE(HMANUT_REG, HINCL_REG)),
080700                CPSSOA_JURID, NSEQ_UND_ORGNZ, CTPO_ACSSO_ORGNZ
080800           FROM DB2PRD.TACSSO_UND_ORGNZ
080900          WHERE (HINCL_REG  > :WS-MARCA-ANT
081000                 AND HINCL_REG  <= :WS-HCORTE)
081100             OR (HMANUT_REG > :WS-MARCA-ANT
081200                 AND HMANUT_REG <= :WS-HCORTE)
081300          ORDER BY CPSSOA_JURID, NSEQ_UND_ORGNZ, CTPO_ACSSO_ORGNZ
081400     END-EXEC.
081500     EXEC SQL
081600         DECLARE CUR-UORG0181-LOC CURSOR FOR
081700         SELECT CASE WHEN HINCL_REG > :WS-MARCA-ANT
081800                     THEN 'I' ELSE 'A' END,
081900                CHAR(COALESCE(HMANUT_REG, HINCL_REG)),
082000                CPSSOA_JURID, NSEQ_UND_ORGNZ, NSEQ_CONTR,
082100                COALESCE(ILOCADOR, ' '),
082200                COALESCE(CHAR(DINIC_CONTR, ISO), ' '),
082300                COALESCE(CHAR(DFIM_CONTR, ISO), ' '),
082400                COALESCE(QDIAS_AVISO, 0),
082500                COALESCE(VALUGL_MENSAL, 0),
082600                COALESCE(CINDIC_REAJ, ' ')
082700           FROM DB2PRD.TCONTR_LOCAC
082800          WHERE (HINCL_REG  > :WS-MARCA-ANT
082900                 AND HINCL_REG  <= :WS-HCORTE)
083000             OR (HMANUT_REG > :WS-MARCA-ANT
083100                 AND HMANUT_REG <= :WS-HCORTE)
083200          ORDER BY CPSSOA_JURID, NSEQ_UND_ORGNZ, NSEQ_CONTR
083300     END-EXEC.
083400     EXEC SQL
083500         DECLARE CUR-UORG0181-PRD CURSOR FOR
083600         SELECT CASE WHEN HINCL_REG > :WS-MARCA-ANT
083700                     THEN 'I' ELSE 'A' END,
083800                CHAR(COALESCE(HMANUT_REG, HINCL_REG)),
083900                CPRDIO, COALESCE(IPRDIO, ' '),
084000                COALESCE(IENDRC_LOGRD, ' '),
084100                COALESCE(NENDRC_LOGRD, ' '),
084200                COALESCE(CENDRC_POSTAL, 0),
084300                COALESCE(CMUNIC_IBGE, 0),
084400                COALESCE(CUF_PRDIO, ' '),
084500                COALESCE(CSIT_PRDIO, 0)
084600           FROM DB2PRD.TPRDIO
084700          WHERE (HINCL_REG  > :WS-MARCA-ANT
084800                 AND HINCL_REG  <= :WS-HCORTE)
084900             OR (HMANUT_REG > :WS-MARCA-ANT
085000                 AND HMANUT_REG <= :WS-HCORTE)
085100          ORDER BY CPRDIO
085200     END-EXEC.
085300     EXEC SQL
085400         DECLARE CUR-UORG0181-EMP CURSOR FOR
085500         SELECT CASE WHEN HINCL_REG > :WS-MARCA-ANT
085600                     THEN 'I' ELSE 'A' END,
085700                CHAR(COALESCE(HMANUT_REG, HINCL_REG)),
085800                NSEQ_SOLTC_MANUT,
085900                COALESCE(CPSSOA_JURID_CONGL, 0),
086000                COALESCE(CSIT_DOCTO_FSCAL, 0),
086100                COALESCE(CTPO_PLANO_CTA, 0),
086200                COALESCE(CTPO_PRTCP_EMPR, 0),
086300                COALESCE(CHAR(DATA_INSTA_EMPR, ISO), ' '),
086400                COALESCE(NINSCR_REG_EMPR, 0),
086500                COALESCE(CHAR(DENCRR_CTBIL, ISO), ' '),
086600                COALESCE(CHAR(DENCRR_LEGAL, ISO), ' ')
086700           FROM DB2PRD.TMANUT_EMPR_GRP
086800          WHERE (HINCL_REG  > :WS-MARCA-ANT
086900                 AND HINCL_REG  <= :WS-HCORTE)
087000             OR (HMANUT_REG > :WS-MARCA-ANT
087100                 AND HMANUT_REG <= :WS-HCORTE)
087200          ORDER BY NSEQ_SOLTC_MANUT
087300     END-EXEC.
087400 8500-DECLARAR-CURSORES-EXIT.
087500     EXIT.
087600******************************************************************
087700*    9500-REGISTRAR-INICIO                                       *
087800*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
087900******************************************************************
088000 9500-REGISTRAR-INICIO          SECTION.
088100     MOVE 'I' TO UORGL043-FUNCTION.
088200     MOVE 'UORG0181' TO UORGL043-CPGM-BATCH.
088300     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
088400                  UORGL043-QTDE-REJEITADOS
088500                  UORGL043-CCOD-TERMINO.
088600     CALL 'UORG0043' USING UORGL043-PARMS.
088700     IF NOT UORGL043-OK
088800         DISPLAY 'UORG0181 - ERRO ' UORGL043-RETORNO
088900             ' NO REGISTRO DE INICIO DA EXECUCAO'
089000     END-IF.
089100 9500-REGISTRAR-INICIO-EXIT.
089200     EXIT.
089300******************************************************************
089400*    9600-REGISTRAR-FIM                                          *
089500*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
089600******************************************************************
089700 9600-REGISTRAR-FIM             SECTION.
089800     MOVE 'F' TO UORGL043-FUNCTION.
089900     MOVE WS-QTDE-GRAVADA TO UORGL043-QTDE-LIDOS
090000                             UORGL043-QTDE-GRAVADOS.
090100     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
090200     IF WS-HOUVE-ERRO
090300         MOVE ZERO TO UORGL043-QTDE-GRAVADOS
090400         MOVE 8 TO UORGL043-CCOD-TERMINO
090500     ELSE
090600         MOVE ZERO TO UORGL043-CCOD-TERMINO
090700     END-IF.
090800     CALL 'UORG0043' USING UORGL043-PARMS.
090900     IF NOT UORGL043-OK
091000         DISPLAY 'UORG0181 - ERRO ' UORGL043-RETORNO
091100             ' NO REGISTRO DE FIM DA EXECUCAO'
091200     END-IF.
091300     EXEC SQL
091400         COMMIT
091500     END-EXEC.
091600 9600-REGISTRAR-FIM-EXIT.
091700     EXIT.
