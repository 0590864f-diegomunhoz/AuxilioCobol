000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0207                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0207.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - REGISTRO DE DADOS PESSOAIS DA UORG    *
001600*                (TREG_DADO_PSSOAL) E RELATORIO DE ACESSO DO     *
001700*                TITULAR (LGPD) POR MATRICULA OU NOME.           *
001800******************************************************************
001900*
002000*    FUNCAO: LE O CONTROLE UORGK207 E IMPRIME NO RELATORIO
002100*    UORGR207 O REGISTRO DE DADOS PESSOAIS DA UORG - CADA ITEM
002200*    ATIVO DE TREG_DADO_PSSOAL (TABELA, COLUNA, CATEGORIA DO DADO,
002300*    FINALIDADE DO TRATAMENTO E MESES DE RETENCAO APOS O
002400*    DESLIGAMENTO). SE O CONTROLE INFORMAR A CHAVE DO TITULAR
002500*    ('M' = MATRICULA/USUARIO, 'N' = NOME OU PARTE DO NOME),
002600*    CADA ITEM PESQUISAVEL POR ESSE TIPO DE CHAVE
002700*    (CTPO_CHAVE_PESQ) E CONSULTADO POR SQL DINAMICO, COMO NA
002800*    UORG0039, E AS LINHAS ENCONTRADAS SAO LISTADAS SOB O ITEM
002900*    COM A IDENTIFICACAO DA LINHA (EXPRESSAO RCHAVE_LINHA DO
003000*    REGISTRO, EX.: CHAR(CPSSOA_JURID)||'/'||CHAR(NSEQ_UND_ORGNZ))
003100*    E O VALOR GUARDADO. MATRICULA E COMPARADA POR IGUALDADE; NOME
003200*    POR UPPER(COLUNA) LIKE '%NOME%'. ITENS DE OUTRO TIPO DE
003300*    CHAVE (TELEFONE, E-MAIL) FICAM NA MESMA LINHA DO ITEM
003400*    PESQUISADO E SO SAO LISTADOS. ITEM CUJA PESQUISA FALHA
003500*    (TABELA OU COLUNA INEXISTENTE NO REGISTRO) E SINALIZADO NO
003600*    RELATORIO E A EXECUCAO TERMINA COM CODIGO 4. TABELA OU COLUNA
003700*    COM DADO PESSOAL NOVA DEVE SER INCLUIDA EM TREG_DADO_PSSOAL.
003800*    SOMENTE LEITURA.
003900*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.         IBM-390.
004300 OBJECT-COMPUTER.         IBM-390.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CTL-UORGK207 ASSIGN TO UORGK207
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT REL-UORGR207 ASSIGN TO UORGR207
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CTL-UORGK207
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  CTL-UORGK207-REG            PIC X(80).
005600 FD  REL-UORGR207
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  REL-UORGR207-REG            PIC X(133).
006000 WORKING-STORAGE SECTION.
006100     EXEC SQL INCLUDE SQLCA END-EXEC.
006200 01  WS-SWITCHES.
006300     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
006400        88 WS-FIM-CURSOR              VALUE 'S'.
006500     05 WS-SW-FIM-DINAMICO       PIC X(1) VALUE 'N'.
006600        88 WS-FIM-DINAMICO            VALUE 'S'.
006700     05 WS-SW-CONTROLE-OK        PIC X(1) VALUE 'S'.
006800        88 WS-CONTROLE-OK             VALUE 'S'.
006900     05 WS-SW-OVERFLOW-STMT      PIC X(1) VALUE 'N'.
007000        88 WS-HOUVE-OVERFLOW-STMT     VALUE 'S'.
007100 01  WS-CONTADORES.
007200     05 WS-QTDE-ITENS            PIC S9(7) COMP VALUE ZERO.
007300     05 WS-QTDE-PESQUISADOS      PIC S9(7) COMP VALUE ZERO.
007400     05 WS-QTDE-COM-DADO         PIC S9(7) COMP VALUE ZERO.
007500     05 WS-QTDE-LINHAS           PIC S9(7) COMP VALUE ZERO.
007600     05 WS-QTDE-LINHAS-ITEM      PIC S9(7) COMP VALUE ZERO.
007700     05 WS-QTDE-ERRO             PIC S9(7) COMP VALUE ZERO.
007800 01  WS-AREA-TRABALHO.
007900     05 WS-CTAB-DADO             PIC X(18).
008000     05 WS-CCOLUNA-DADO          PIC X(18).
008100     05 WS-CCATEG-DADO           PIC X(1).
008200     05 WS-CTPO-CHAVE-PESQ       PIC X(1).
008300     05 WS-RCHAVE-LINHA-EXPR     PIC X(80).
008400     05 WS-RFINALD-TRATAMENTO    PIC X(40).
008500     05 WS-QMES-RETENC           PIC S9(3)V COMP-3.
008600     05 WS-RCHAVE-LINHA          PIC X(60).
008700     05 WS-VALOR-DADO            PIC X(60).
008800     05 WS-ARG-PESQUISA          PIC X(42).
008900     05 WS-SQLCODE-ED            PIC -ZZZ9.
009000 01  WS-SELECT-STMT              PIC X(400).
009100 COPY UORGK207.
009200 COPY UORGR207.
009300 COPY UORGL043.
009400 PROCEDURE DIVISION.
009500******************************************************************
009600*    0000-MAINLINE                                               *
009700******************************************************************
009800 0000-MAINLINE                  SECTION.
009900     PERFORM 9500-REGISTRAR-INICIO
010000         THRU 9500-REGISTRAR-INICIO-EXIT.
010100     PERFORM 1000-LER-CONTROLE
010200         THRU 1000-LER-CONTROLE-EXIT.
010300     IF NOT WS-CONTROLE-OK
010400         GO TO 0000-MAINLINE-FIM
010500     END-IF.
010600     OPEN OUTPUT REL-UORGR207.
010700     PERFORM 1100-IMPRIMIR-CABECALHO
010800         THRU 1100-IMPRIMIR-CABECALHO-EXIT.
010900     EXEC SQL
011000         OPEN CUR-UORG0207-REG
011100     END-EXEC.
011200     IF SQLCODE NOT = ZERO
011300         DISPLAY 'UORG0207 - ERRO SQLCODE=' SQLCODE
011400             ' NA ABERTURA DO CURSOR DO REGISTRO'
011500         ADD 1 TO WS-QTDE-ERRO
011600     ELSE
011700         PERFORM 8000-LER-REGISTRO
011800             THRU 8000-LER-REGISTRO-EXIT
011900         PERFORM 2000-PROCESSAR-ITEM
012000             THRU 2000-PROCESSAR-ITEM-EXIT
012100             UNTIL WS-FIM-CURSOR
012200         EXEC SQL
012300             CLOSE CUR-UORG0207-REG
012400         END-EXEC
012500     END-IF.
012600     PERFORM 6000-IMPRIMIR-TOTAIS
012700         THRU 6000-IMPRIMIR-TOTAIS-EXIT.
012800     CLOSE REL-UORGR207.
012900     DISPLAY 'UORG0207 - ITENS DO REGISTRO: ' WS-QTDE-ITENS
013000         ' PESQUISADOS: ' WS-QTDE-PESQUISADOS
013100         ' COM DADO DO TITULAR: ' WS-QTDE-COM-DADO
013200         ' LINHAS: ' WS-QTDE-LINHAS.
013300 0000-MAINLINE-FIM.
013400     PERFORM 9600-REGISTRAR-FIM
013500         THRU 9600-REGISTRAR-FIM-EXIT.
013600     GOBACK.
013700******************************************************************
013800*    1000-LER-CONTROLE                                           *
013900*    CONTROLE AUSENTE OU TIPO EM BRANCO: SO O REGISTRO           *
014000******************************************************************
014100 1000-LER-CONTROLE              SECTION.
014200     MOVE SPACES TO UORGK207-REGISTRO.
014300     OPEN INPUT CTL-UORGK207.
014400     READ CTL-UORGK207 INTO UORGK207-REGISTRO
014500         AT END
014600             DISPLAY 'UORG0207 - CONTROLE AUSENTE, LISTADO SO O '
014700                 'REGISTRO DE DADOS PESSOAIS'
014800             MOVE SPACES TO UORGK207-REGISTRO
014900     END-READ.
015000     CLOSE CTL-UORGK207.
015100     IF UORGK207-SO-REGISTRO
015200         GO TO 1000-LER-CONTROLE-EXIT
015300     END-IF.
015400     IF NOT UORGK207-CHAVE-MATRICULA
015500         AND NOT UORGK207-CHAVE-NOME
015600         DISPLAY 'UORG0207 - TIPO DE CHAVE INVALIDO: '
015700             UORGK207-CTPO-CHAVE
015800         MOVE 'N' TO WS-SW-CONTROLE-OK
015900         GO TO 1000-LER-CONTROLE-EXIT
016000     END-IF.
016100     IF UORGK207-RCHAVE-TITULAR = SPACES
016200         DISPLAY 'UORG0207 - CHAVE DO TITULAR NAO INFORMADA'
016300         MOVE 'N' TO WS-SW-CONTROLE-OK
016400         GO TO 1000-LER-CONTROLE-EXIT
016500     END-IF.
016600     MOVE SPACES TO WS-ARG-PESQUISA.
016700     IF UORGK207-CHAVE-MATRICULA
016800         MOVE UORGK207-RCHAVE-TITULAR TO WS-ARG-PESQUISA
016900     ELSE
017000         STRING '%' DELIMITED BY SIZE
017100                UORGK207-RCHAVE-TITULAR DELIMITED BY '  '
017200                '%' DELIMITED BY SIZE
017300                INTO WS-ARG-PESQUISA
017400     END-IF.
017500     DISPLAY 'UORG0207 - PESQUISA DO TITULAR, TIPO '
017600         UORGK207-CTPO-CHAVE ', SOLICITACAO '
017700         UORGK207-RSOLIC-TITULAR.
017800 1000-LER-CONTROLE-EXIT.
017900     EXIT.
018000******************************************************************
018100*    1100-IMPRIMIR-CABECALHO                                     *
018200******************************************************************
018300 1100-IMPRIMIR-CABECALHO        SECTION.
018400     MOVE SPACES TO UORGR207-LINHA.
018500     MOVE '1' TO UORGR207-CTL-IMPRESSAO.
018600     IF UORGK207-SO-REGISTRO
018700         MOVE 'REGISTRO DE DADOS PESSOAIS (TREG_DADO_PSSOAL)'
018800             TO UORGR207-TIT-TEXTO
018900     ELSE
019000         STRING 'RELATORIO DE ACESSO DO TITULAR - SOLICITACAO '
019100                UORGK207-RSOLIC-TITULAR ' - CHAVE '
019200                UORGK207-RCHAVE-TITULAR
019300                DELIMITED BY SIZE INTO UORGR207-TIT-TEXTO
019400     END-IF.
019500     WRITE REL-UORGR207-REG FROM UORGR207-LINHA.
019600     MOVE SPACES TO UORGR207-LINHA.
019700     MOVE '0' TO UORGR207-CTL-IMPRESSAO.
019800     STRING 'TABELA.COLUNA / CATEGORIA / PESQUISA / '
019900            'RETENCAO (MESES) / FINALIDADE'
020000            DELIMITED BY SIZE INTO UORGR207-TIT-TEXTO.
020100     WRITE REL-UORGR207-REG FROM UORGR207-LINHA.
020200 1100-IMPRIMIR-CABECALHO-EXIT.
020300     EXIT.
020400******************************************************************
020500*    2000-PROCESSAR-ITEM                                         *
020600*    IMPRIME O ITEM DO REGISTRO E, SE FOR PESQUISAVEL PELO TIPO  *
020700*    DE CHAVE INFORMADO, AS LINHAS DO TITULAR                    *
020800******************************************************************
020900 2000-PROCESSAR-ITEM            SECTION.
021000     ADD 1 TO WS-QTDE-ITENS.
021100     MOVE SPACES TO UORGR207-LINHA.
021200     MOVE ' ' TO UORGR207-CTL-IMPRESSAO.
021300     IF NOT UORGK207-SO-REGISTRO
021400         MOVE '0' TO UORGR207-CTL-IMPRESSAO
021500     END-IF.
021600     MOVE WS-CTAB-DADO TO UORGR207-CTAB.
021700     MOVE '.' TO UORGR207-SEP-1.
021800     MOVE WS-CCOLUNA-DADO TO UORGR207-CCOLUNA.
021900     EVALUATE WS-CCATEG-DADO
022000         WHEN 'I'
022100             MOVE 'IDENTIFICAC.' TO UORGR207-CATEGORIA
022200         WHEN 'N'
022300             MOVE 'NOME' TO UORGR207-CATEGORIA
022400         WHEN 'T'
022500             MOVE 'TELEFONE' TO UORGR207-CATEGORIA
022600         WHEN 'E'
022700             MOVE 'E-MAIL' TO UORGR207-CATEGORIA
022800         WHEN OTHER
022900             MOVE 'OUTRO' TO UORGR207-CATEGORIA
023000     END-EVALUATE.
023100     EVALUATE WS-CTPO-CHAVE-PESQ
023200         WHEN 'M'
023300             MOVE 'MATRICULA' TO UORGR207-PESQUISA
023400         WHEN 'N'
023500             MOVE 'NOME' TO UORGR207-PESQUISA
023600         WHEN OTHER
023700             MOVE '-' TO UORGR207-PESQUISA
023800     END-EVALUATE.
023900     MOVE WS-QMES-RETENC TO UORGR207-QMES-RETENC.
024000     MOVE WS-RFINALD-TRATAMENTO TO UORGR207-FINALIDADE.
024100     WRITE REL-UORGR207-REG FROM UORGR207-LINHA.
024200     IF UORGK207-SO-REGISTRO
024300         OR WS-CTPO-CHAVE-PESQ NOT = UORGK207-CTPO-CHAVE
024400         GO TO 2000-PROCESSAR-ITEM-LER
024500     END-IF.
024600     ADD 1 TO WS-QTDE-PESQUISADOS.
024700     PERFORM 3000-PESQUISAR-ITEM
024800         THRU 3000-PESQUISAR-ITEM-EXIT.
024900 2000-PROCESSAR-ITEM-LER.
025000     PERFORM 8000-LER-REGISTRO
025100         THRU 8000-LER-REGISTRO-EXIT.
025200 2000-PROCESSAR-ITEM-EXIT.
025300     EXIT.
025400******************************************************************
025500*    3000-PESQUISAR-ITEM                                         *
025600*    MONTA, PREPARA E ABRE O SELECT DINAMICO DO ITEM             *
025700******************************************************************
025800 3000-PESQUISAR-ITEM            SECTION.
025900     MOVE ZERO TO WS-QTDE-LINHAS-ITEM.
026000     MOVE SPACES TO WS-SELECT-STMT.
026100     IF UORGK207-CHAVE-MATRICULA
026200         STRING 'SELECT ' DELIMITED BY SIZE
026300                WS-RCHAVE-LINHA-EXPR DELIMITED BY '  '
026400                ', ' DELIMITED BY SIZE
026500                WS-CCOLUNA-DADO DELIMITED BY SPACE
026600                ' FROM DB2PRD.' DELIMITED BY SIZE
026700                WS-CTAB-DADO DELIMITED BY SPACE
026800                ' WHERE ' DELIMITED BY SIZE
026900                WS-CCOLUNA-DADO DELIMITED BY SPACE
027000                ' = ? ORDER BY 1' DELIMITED BY SIZE
027100                INTO WS-SELECT-STMT
027200             ON OVERFLOW
027300                 MOVE 'S' TO WS-SW-OVERFLOW-STMT
027400             NOT ON OVERFLOW
027500                 MOVE 'N' TO WS-SW-OVERFLOW-STMT
027600         END-STRING
027700     ELSE
027800         STRING 'SELECT ' DELIMITED BY SIZE
027900                WS-RCHAVE-LINHA-EXPR DELIMITED BY '  '
028000                ', ' DELIMITED BY SIZE
028100                WS-CCOLUNA-DADO DELIMITED BY SPACE
028200                ' FROM DB2PRD.' DELIMITED BY SIZE
028300                WS-CTAB-DADO DELIMITED BY SPACE
028400                ' WHERE UPPER(' DELIMITED BY SIZE
028500                WS-CCOLUNA-DADO DELIMITED BY SPACE
028600                ') LIKE ? ORDER BY 1' DELIMITED BY SIZE
028700                INTO WS-SELECT-STMT
028800             ON OVERFLOW
028900                 MOVE 'S' TO WS-SW-OVERFLOW-STMT
029000             NOT ON OVERFLOW
029100                 MOVE 'N' TO WS-SW-OVERFLOW-STMT
029200         END-STRING
029300     END-IF.
029400     IF WS-HOUVE-OVERFLOW-STMT
029500         MOVE 'COMANDO SQL DINAMICO EXCEDEU O TAMANHO DO CAMPO'
029600             TO WS-VALOR-DADO
029700         PERFORM 3900-IMPRIMIR-ERRO
029800             THRU 3900-IMPRIMIR-ERRO-EXIT
029900         GO TO 3000-PESQUISAR-ITEM-EXIT
030000     END-IF.
030100     EXEC SQL
030200         PREPARE STMT-UORG0207 FROM :WS-SELECT-STMT
030300     END-EXEC.
030400     IF SQLCODE NOT = ZERO
030500         MOVE SQLCODE TO WS-SQLCODE-ED
030600         MOVE SPACES TO WS-VALOR-DADO
030700         STRING 'ERRO SQLCODE=' WS-SQLCODE-ED
030800                ' NO PREPARE - VERIFICAR O REGISTRO'
030900                DELIMITED BY SIZE INTO WS-VALOR-DADO
031000         PERFORM 3900-IMPRIMIR-ERRO
031100             THRU 3900-IMPRIMIR-ERRO-EXIT
031200         GO TO 3000-PESQUISAR-ITEM-EXIT
031300     END-IF.
031400     EXEC SQL
031500         OPEN CUR-UORG0207-DIN USING :WS-ARG-PESQUISA
031600     END-EXEC.
031700     IF SQLCODE NOT = ZERO
031800         MOVE SQLCODE TO WS-SQLCODE-ED
031900         MOVE SPACES TO WS-VALOR-DADO
032000         STRING 'ERRO SQLCODE=' WS-SQLCODE-ED
032100                ' NA ABERTURA DA PESQUISA'
032200                DELIMITED BY SIZE INTO WS-VALOR-DADO
032300         PERFORM 3900-IMPRIMIR-ERRO
032400             THRU 3900-IMPRIMIR-ERRO-EXIT
032500         GO TO 3000-PESQUISAR-ITEM-EXIT
032600     END-IF.
032700     MOVE 'N' TO WS-SW-FIM-DINAMICO.
032800     PERFORM 8100-LER-DINAMICO
032900         THRU 8100-LER-DINAMICO-EXIT.
033000     PERFORM 3100-IMPRIMIR-LINHA
033100         THRU 3100-IMPRIMIR-LINHA-EXIT
033200         UNTIL WS-FIM-DINAMICO.
033300     EXEC SQL
033400         CLOSE CUR-UORG0207-DIN
033500     END-EXEC.
033600     IF WS-QTDE-LINHAS-ITEM = ZERO
033700         MOVE SPACES TO UORGR207-LINHA
033800         MOVE ' ' TO UORGR207-CTL-IMPRESSAO
033900         MOVE 'NENHUMA LINHA COM DADO DO TITULAR'
034000             TO UORGR207-RCHAVE-LINHA
034100         WRITE REL-UORGR207-REG FROM UORGR207-LINHA
034200     ELSE
034300         ADD 1 TO WS-QTDE-COM-DADO
034400     END-IF.
034500 3000-PESQUISAR-ITEM-EXIT.
034600     EXIT.
034700******************************************************************
034800*    3100-IMPRIMIR-LINHA                                         *
034900******************************************************************
035000 3100-IMPRIMIR-LINHA            SECTION.
035100     MOVE SPACES TO UORGR207-LINHA.
035200     MOVE ' ' TO UORGR207-CTL-IMPRESSAO.
035300     MOVE WS-RCHAVE-LINHA TO UORGR207-RCHAVE-LINHA.
035400     MOVE WS-VALOR-DADO TO UORGR207-VALOR-DADO.
035500     WRITE REL-UORGR207-REG FROM UORGR207-LINHA.
035600     ADD 1 TO WS-QTDE-LINHAS-ITEM WS-QTDE-LINHAS.
035700     PERFORM 8100-LER-DINAMICO
035800         THRU 8100-LER-DINAMICO-EXIT.
035900 3100-IMPRIMIR-LINHA-EXIT.
036000     EXIT.
036100******************************************************************
036200*    3900-IMPRIMIR-ERRO                                          *
036300*    ITEM DO REGISTRO QUE NAO PODE SER PESQUISADO                *
036400******************************************************************
036500 3900-IMPRIMIR-ERRO             SECTION.
036600     ADD 1 TO WS-QTDE-ERRO.
036700     MOVE SPACES TO UORGR207-LINHA.
036800     MOVE ' ' TO UORGR207-CTL-IMPRESSAO.
036900     MOVE '*** ITEM NAO PESQUISADO ***' TO UORGR207-RCHAVE-LINHA.
037000     MOVE WS-VALOR-DADO TO UORGR207-VALOR-DADO.
037100     WRITE REL-UORGR207-REG FROM UORGR207-LINHA.
037200     DISPLAY 'UORG0207 - ' WS-CTAB-DADO '.' WS-CCOLUNA-DADO
037300         ' NAO PESQUISADO: ' WS-VALOR-DADO.
037400 3900-IMPRIMIR-ERRO-EXIT.
037500     EXIT.
037600******************************************************************
037700*    6000-IMPRIMIR-TOTAIS                                        *
037800******************************************************************
037900 6000-IMPRIMIR-TOTAIS           SECTION.
038000     MOVE SPACES TO UORGR207-LINHA.
038100     MOVE '0' TO UORGR207-CTL-IMPRESSAO.
038200     MOVE 'ITENS DO REGISTRO DE DADOS PESSOAIS'
038300         TO UORGR207-TOT-ROTULO.
038400     MOVE WS-QTDE-ITENS TO UORGR207-TOT-QTDE.
038500     WRITE REL-UORGR207-REG FROM UORGR207-LINHA.
038600     IF NOT UORGK207-SO-REGISTRO
038700         MOVE SPACES TO UORGR207-LINHA
038800         MOVE ' ' TO UORGR207-CTL-IMPRESSAO
038900         MOVE 'ITENS PESQUISADOS' TO UORGR207-TOT-ROTULO
039000         MOVE WS-QTDE-PESQUISADOS TO UORGR207-TOT-QTDE
039100         WRITE REL-UORGR207-REG FROM UORGR207-LINHA
039200         MOVE SPACES TO UORGR207-LINHA
039300         MOVE ' ' TO UORGR207-CTL-IMPRESSAO
039400         MOVE 'ITENS COM DADO DO TITULAR' TO UORGR207-TOT-ROTULO
039500         MOVE WS-QTDE-COM-DADO TO UORGR207-TOT-QTDE
039600         WRITE REL-UORGR207-REG FROM UORGR207-LINHA
039700         MOVE SPACES TO UORGR207-LINHA
039800         MOVE ' ' TO UORGR207-CTL-IMPRESSAO
039900         MOVE 'LINHAS COM DADO DO TITULAR' TO UORGR207-TOT-ROTULO
040000         MOVE WS-QTDE-LINHAS TO UORGR207-TOT-QTDE
040100         WRITE REL-UORGR207-REG FROM UORGR207-LINHA
040200     END-IF.
040300     IF WS-QTDE-ERRO > ZERO
040400         MOVE SPACES TO UORGR207-LINHA
040500         MOVE ' ' TO UORGR207-CTL-IMPRESSAO
040600         MOVE 'ITENS NAO PESQUISADOS (ERRO)'
040700             TO UORGR207-TOT-ROTULO
040800         MOVE WS-QTDE-ERRO TO UORGR207-TOT-QTDE
040900         WRITE REL-UORGR207-REG FROM UORGR207-LINHA
041000     END-IF.
041100 6000-IMPRIMIR-TOTAIS-EXIT.
041200     EXIT.
041300******************************************************************
041400*    8000-LER-REGISTRO                                           *
041500******************************************************************
041600 8000-LER-REGISTRO              SECTION.
041700     EXEC SQL
041800         FETCH CUR-UORG0207-REG
041900          INTO :WS-CTAB-DADO, :WS-CCOLUNA-DADO,
042000               :WS-CCATEG-DADO, :WS-CTPO-CHAVE-PESQ,
042100               :WS-RCHAVE-LINHA-EXPR, :WS-RFINALD-TRATAMENTO,
042200               :WS-QMES-RETENC
042300     END-EXEC.
042400     IF SQLCODE = 100
042500         MOVE 'S' TO WS-SW-FIM-CURSOR
042600     ELSE
042700     IF SQLCODE NOT = ZERO
042800         DISPLAY 'UORG0207 - ERRO SQLCODE=' SQLCODE
042900             ' NO FETCH DO REGISTRO'
043000         ADD 1 TO WS-QTDE-ERRO
043100         MOVE 'S' TO WS-SW-FIM-CURSOR
043200     END-IF
043300     END-IF.
043400 8000-LER-REGISTRO-EXIT.
043500     EXIT.
043600******************************************************************
043700*    8100-LER-DINAMICO                                           *
043800******************************************************************
043900 8100-LER-DINAMICO              SECTION.
044000     MOVE SPACES TO WS-RCHAVE-LINHA WS-VALOR-DADO.
044100     EXEC SQL
044200         FETCH CUR-UORG0207-DIN
044300          INTO :WS-RCHAVE-LINHA, :WS-VALOR-DADO
044400     END-EXEC.
044500     IF SQLCODE = 100
044600         MOVE 'S' TO WS-SW-FIM-DINAMICO
044700     ELSE
044800     IF SQLCODE NOT = ZERO
044900         DISPLAY 'UORG0207 - ERRO SQLCODE=' SQLCODE
045000             ' NO FETCH DE ' WS-CTAB-DADO
045100         ADD 1 TO WS-QTDE-ERRO
045200         MOVE 'S' TO WS-SW-FIM-DINAMICO
045300     END-IF
045400     END-IF.
045500 8100-LER-DINAMICO-EXIT.
045600     EXIT.
045700******************************************************************
045800*    8500-DECLARACOES-SQL                                        *
045900******************************************************************
046000 8500-DECLARACOES-SQL           SECTION.
046100     EXEC SQL
046200         DECLARE CUR-UORG0207-REG CURSOR FOR
046300         SELECT CTAB_DADO_PSSOAL, CCOLUNA_DADO_PSSOAL,
046400                CCATEG_DADO_PSSOAL,
046500                COALESCE(CTPO_CHAVE_PESQ, ' '),
046600                COALESCE(RCHAVE_LINHA, ' '),
046700                COALESCE(RFINALD_TRATAMENTO, ' '),
046800                COALESCE(QMES_RETENC, 0)
046900           FROM DB2PRD.TREG_DADO_PSSOAL
047000          WHERE CSIT_ATUAL_REG = 1
047100          ORDER BY CTAB_DADO_PSSOAL, CCOLUNA_DADO_PSSOAL
047200     END-EXEC.
047300     EXEC SQL
047400         DECLARE CUR-UORG0207-DIN CURSOR FOR STMT-UORG0207
047500     END-EXEC.
047600 8500-DECLARACOES-SQL-EXIT.
047700     EXIT.
047800******************************************************************
047900*    9500-REGISTRAR-INICIO                                       *
048000*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
048100******************************************************************
048200 9500-REGISTRAR-INICIO          SECTION.
048300     MOVE 'I' TO UORGL043-FUNCTION.
048400     MOVE 'UORG0207' TO UORGL043-CPGM-BATCH.
048500     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
048600                  UORGL043-QTDE-REJEITADOS
048700                  UORGL043-CCOD-TERMINO.
048800     CALL 'UORG0043' USING UORGL043-PARMS.
048900     IF NOT UORGL043-OK
049000         DISPLAY 'UORG0207 - ERRO ' UORGL043-RETORNO
049100             ' NO REGISTRO DE INICIO DA EXECUCAO'
049200     END-IF.
049300 9500-REGISTRAR-INICIO-EXIT.
049400     EXIT.
049500******************************************************************
049600*    9600-REGISTRAR-FIM                                          *
049700*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
049800******************************************************************
049900 9600-REGISTRAR-FIM             SECTION.
050000     MOVE 'F' TO UORGL043-FUNCTION.
050100     MOVE WS-QTDE-ITENS TO UORGL043-QTDE-LIDOS.
050200     MOVE WS-QTDE-LINHAS TO UORGL043-QTDE-GRAVADOS.
050300     MOVE WS-QTDE-ERRO TO UORGL043-QTDE-REJEITADOS.
050400     IF NOT WS-CONTROLE-OK
050500         MOVE 8 TO UORGL043-CCOD-TERMINO
050600     ELSE
050700     IF WS-QTDE-ERRO > ZERO
050800         MOVE 4 TO UORGL043-CCOD-TERMINO
050900     ELSE
051000         MOVE ZERO TO UORGL043-CCOD-TERMINO
051100     END-IF
051200     END-IF.
051300     CALL 'UORG0043' USING UORGL043-PARMS.
051400     IF NOT UORGL043-OK
051500         DISPLAY 'UORG0207 - ERRO ' UORGL043-RETORNO
051600             ' NO REGISTRO DE FIM DA EXECUCAO'
051700     END-IF.
051800     EXEC SQL
051900         COMMIT
052000     END-EXEC.
052100 9600-REGISTRAR-FIM-EXIT.
052200     EXIT.
