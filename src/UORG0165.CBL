000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0165                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0165.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - TRANSACAO UO78, MANUTENCAO ONLINE DOS *
001600*                NOS DA HIERARQUIA ADMINISTRATIVA REGIONAL       *
001700*                (TNO_HIER_REGNL): DIRETORIAS REGIONAIS E        *
001800*                SUPERINTENDENCIAS REGIONAIS SUBORDINADAS.       *
001810* 15/10/2026 ES  ATUALIZACAO RECUSADA COM MENSAGEM DO CATALOGO   *
001820*                ENQUANTO A CADEIA BATCH MANTEM A JANELA DE      *
001830*                PROCESSAMENTO FECHADA (UORG0183).               *
001900******************************************************************
002000*
002100*    FUNCAO: TRANSACAO CICS DE MANUTENCAO PSEUDO-CONVERSACIONAL
002200*    DOS NOS DA HIERARQUIA REGIONAL. TIPO 1 = DIRETORIA
002300*    REGIONAL (SEM NO SUPERIOR); TIPO 2 = SUPERINTENDENCIA
002400*    REGIONAL, SUBORDINADA A UMA DIRETORIA ATIVA E A QUE AS
002500*    UNIDADES SAO VINCULADAS (TRANSACAO UO79). FUNCAO 'C' LISTA
002600*    ATE 10 NOS A PARTIR DO CODIGO INFORMADO E MOSTRA O NO
002700*    INFORMADO; 'I' INCLUI, 'A' ALTERA NOME, NO SUPERIOR E
002800*    SITUACAO (O TIPO NAO MUDA) E 'E' EXCLUI. NO COM NOS
002900*    SUBORDINADOS OU COM VINCULACOES DE UNIDADE, MESMO
003000*    ENCERRADAS, NAO PODE SER EXCLUIDO - DEVE SER INATIVADO;
003100*    A INATIVACAO EXIGE QUE NAO HAJA SUBORDINADO ATIVO NEM
003200*    VINCULACAO VIGENTE OU FUTURA. PF3 ENCERRA.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.         IBM-390.
003700 OBJECT-COMPUTER.         IBM-390.
003800 DATA DIVISION.
003900 WORKING-STORAGE SECTION.
004000     EXEC SQL INCLUDE SQLCA END-EXEC.
004100 01  WS-SWITCHES.
004200     05 WS-SW-ACHOU-NO           PIC X(1) VALUE 'N'.
004300        88 WS-ACHOU-NO                VALUE 'S'.
004400     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
004500        88 WS-FIM-CURSOR              VALUE 'S'.
004600 01  WS-CONTADORES.
004700     05 WS-QTDE-LINHAS           PIC S9(4) COMP VALUE ZERO.
004800     05 WS-QTDE-FILHOS           PIC S9(9) COMP VALUE ZERO.
004900     05 WS-QTDE-FILHOS-ATIVOS    PIC S9(9) COMP VALUE ZERO.
005000     05 WS-QTDE-VINC             PIC S9(9) COMP VALUE ZERO.
005100     05 WS-QTDE-VINC-VIGENTE     PIC S9(9) COMP VALUE ZERO.
005200 01  WS-AREA-TRABALHO.
005300     05 WS-CNO-HIER              PIC S9(5)V COMP-3.
005400     05 WS-CNO-INICIAL           PIC S9(5)V COMP-3.
005500     05 WS-CTPO-NO-HIER          PIC S9(1)V COMP-3.
005600     05 WS-INO-HIER              PIC X(40).
005700     05 WS-CNO-HIER-PAI          PIC S9(5)V COMP-3.
005800     05 WS-CSIT-NO-HIER          PIC S9(1)V COMP-3.
005900     05 WS-CTPO-NO-ATUAL         PIC S9(1)V COMP-3.
006000     05 WS-CSIT-NO-ATUAL         PIC S9(1)V COMP-3.
006100     05 WS-CTPO-PAI              PIC S9(1)V COMP-3.
006200     05 WS-CSIT-PAI              PIC S9(1)V COMP-3.
006300     05 WS-CNO-ED                PIC 9(5).
006400     05 WS-DIGITO-ED             PIC 9(1).
006500     05 WS-QTDE-ED               PIC Z9.
006600 01  WS-LINHA-LISTA.
006700     05 WS-LIN-CNO-HIER          PIC ZZZZ9.
006800     05 FILLER                   PIC X(2)  VALUE SPACES.
006900     05 WS-LIN-RTPO-NO           PIC X(16).
007000     05 FILLER                   PIC X(1)  VALUE SPACES.
007100     05 WS-LIN-INO-HIER          PIC X(40).
007200     05 FILLER                   PIC X(1)  VALUE SPACES.
007300     05 WS-LIN-CNO-PAI           PIC ZZZZZ.
007400     05 FILLER                   PIC X(1)  VALUE SPACES.
007500     05 WS-LIN-SITUACAO          PIC X(7).
007600 01  WS-CUSUARIO                 PIC X(9).
007700 01  WS-MENSAGEM                 PIC X(60).
007800 01  WS-COMMAREA-INICIAL.
007900     05 FILLER                   PIC X(1)  VALUE SPACE.
008000     05 FILLER                   PIC X(5)  VALUE ZEROS.
008100 01  WS-TECLAS-PF.
008200     05 WS-PF3                   PIC X(1) VALUE '3'.
008300 COPY UORGM165.
008400 COPY UORGL072.
008410 COPY UORGL183.
008500 LINKAGE SECTION.
008600     COPY UORGL165 REPLACING UORGL165-COMMAREA BY DFHCOMMAREA.
008700 PROCEDURE DIVISION.
008800******************************************************************
008900*    0000-MAINLINE                                               *
009000******************************************************************
009100 0000-MAINLINE                  SECTION.
009200     IF EIBCALEN = ZERO
009300         PERFORM 1000-TELA-INICIAL
009400             THRU 1000-TELA-INICIAL-EXIT
009500     ELSE
009600         PERFORM 2000-PROCESSAR-TELA
009700             THRU 2000-PROCESSAR-TELA-EXIT
009800     END-IF.
009900     GO TO 9000-ENCERRAR.
010000******************************************************************
010100*    1000-TELA-INICIAL                                          *
010200******************************************************************
010300 1000-TELA-INICIAL              SECTION.
010400     MOVE SPACES TO UORGM165O.
010500     MOVE -1 TO FUNCAOL.
010600     EXEC CICS
010700         SEND MAP('UORGM165') MAPSET('UORGS78')
010800              FROM(UORGM165O) ERASE
010900     END-EXEC.
011000 1000-TELA-INICIAL-EXIT.
011100     EXIT.
011200******************************************************************
011300*    2000-PROCESSAR-TELA                                        *
011400******************************************************************
011500 2000-PROCESSAR-TELA            SECTION.
011600     IF EIBAID = WS-PF3
011700         EXEC CICS
011800             SEND TEXT FROM('FIM DA MANUTENCAO DA HIERARQUIA')
011900                  ERASE FREEKB
012000         END-EXEC
012100         EXEC CICS
012200             RETURN
012300         END-EXEC
012400     END-IF.
012500     EXEC CICS
012600         RECEIVE MAP('UORGM165') MAPSET('UORGS78')
012700              INTO(UORGM165I)
012800     END-EXEC.
012900     MOVE EIBOPID TO WS-CUSUARIO.
013000     MOVE WS-CUSUARIO TO UORGL072-CUSUAR.
013100     IF FUNCAOI = 'C'
013200         MOVE 'CONSULTA' TO UORGL072-CFUNCAO
013300     ELSE
013400         MOVE 'HIERARQ' TO UORGL072-CFUNCAO
013500     END-IF.
013600     MOVE ZERO TO UORGL072-CPSSOA-JURID.
013700     CALL 'UORG0072' USING UORGL072-PARMS.
013800     IF NOT UORGL072-AUTORIZADO
013900         MOVE 'USUARIO SEM AUTORIZACAO PARA A FUNCAO'
014000             TO WS-MENSAGEM
014100         MOVE WS-MENSAGEM TO MSGO
014200         EXEC CICS
014300             SEND MAP('UORGM165') MAPSET('UORGS78')
014400                  FROM(UORGM165O) ERASE
014500         END-EXEC
014600         GO TO 2000-PROCESSAR-TELA-EXIT
014700     END-IF.
014800     MOVE SPACES TO WS-MENSAGEM.
014900     PERFORM 3000-VALIDAR-CHAVE
015000         THRU 3000-VALIDAR-CHAVE-EXIT.
015010     IF WS-MENSAGEM = SPACES
015020        AND (FUNCAOI = 'I' OR FUNCAOI = 'A' OR FUNCAOI = 'E')
015030         PERFORM 8900-VERIFICAR-JANELA
015040             THRU 8900-VERIFICAR-JANELA-EXIT
015050     END-IF.
015100     IF WS-MENSAGEM = SPACES
015200         EVALUATE FUNCAOI
015300             WHEN 'C'
015400                 IF WS-ACHOU-NO
015500                     PERFORM 3500-MOSTRAR-NO
015600                         THRU 3500-MOSTRAR-NO-EXIT
015700                 END-IF
015800             WHEN 'I'
015900                 PERFORM 5000-INCLUIR
016000                     THRU 5000-INCLUIR-EXIT
016100             WHEN 'A'
016200                 PERFORM 6000-ALTERAR
016300                     THRU 6000-ALTERAR-EXIT
016400             WHEN 'E'
016500                 PERFORM 6500-EXCLUIR
016600                     THRU 6500-EXCLUIR-EXIT
016700             WHEN OTHER
016800                 MOVE 'FUNCAO INVALIDA - INFORME C, I, A OU E'
016900                     TO WS-MENSAGEM
017000         END-EVALUATE
017100     END-IF.
017200     PERFORM 4000-LISTAR-NOS
017300         THRU 4000-LISTAR-NOS-EXIT.
017400     MOVE WS-CNO-INICIAL TO UORGL165-CNO-HIER.
017500     MOVE WS-MENSAGEM TO MSGO.
017600     EXEC CICS
017700         SEND MAP('UORGM165') MAPSET('UORGS78')
017800              FROM(UORGM165O) ERASE
017900     END-EXEC.
018000 2000-PROCESSAR-TELA-EXIT.
018100     EXIT.
018200******************************************************************
018300*    3000-VALIDAR-CHAVE                                         *
018400*    CODIGO DO NO: OPCIONAL NA CONSULTA (INICIO DA LISTA),      *
018500*    OBRIGATORIO NAS DEMAIS FUNCOES                             *
018600******************************************************************
018700 3000-VALIDAR-CHAVE             SECTION.
018800     MOVE ZERO TO WS-CNO-INICIAL WS-CNO-HIER.
018900     MOVE 'N' TO WS-SW-ACHOU-NO.
019000     IF CNOI IS NUMERIC AND CNOI NOT = SPACES
019100         MOVE CNOI TO WS-CNO-HIER
019200         MOVE WS-CNO-HIER TO WS-CNO-INICIAL
019300     END-IF.
019400     IF FUNCAOI NOT = 'C'
019500         AND WS-CNO-HIER = ZERO
019600         MOVE 'CODIGO DO NO INVALIDO' TO WS-MENSAGEM
019700         GO TO 3000-VALIDAR-CHAVE-EXIT
019800     END-IF.
019900     IF WS-CNO-HIER > ZERO
020000         PERFORM 7000-LER-NO
020100             THRU 7000-LER-NO-EXIT
020200     END-IF.
020300 3000-VALIDAR-CHAVE-EXIT.
020400     EXIT.
020500******************************************************************
020600*    3100-VALIDAR-DADOS                                         *
020700*    NOME OBRIGATORIO; DIRETORIA SEM NO SUPERIOR;               *
020800*    SUPERINTENDENCIA SUBORDINADA A DIRETORIA ATIVA             *
020900******************************************************************
021000 3100-VALIDAR-DADOS             SECTION.
021100     IF NOMEI = SPACES OR NOMEI = LOW-VALUES
021200         MOVE 'NOME DO NO OBRIGATORIO' TO WS-MENSAGEM
021300         GO TO 3100-VALIDAR-DADOS-EXIT
021400     END-IF.
021500     MOVE NOMEI TO WS-INO-HIER.
021600     MOVE ZERO TO WS-CNO-HIER-PAI.
021700     IF CNOPAII NOT = SPACES AND CNOPAII NOT = LOW-VALUES
021800         IF CNOPAII IS NOT NUMERIC
021900             MOVE 'CODIGO DO NO SUPERIOR INVALIDO' TO WS-MENSAGEM
022000             GO TO 3100-VALIDAR-DADOS-EXIT
022100         END-IF
022200         MOVE CNOPAII TO WS-CNO-HIER-PAI
022300     END-IF.
022400     IF WS-CTPO-NO-HIER = 1
022500         IF WS-CNO-HIER-PAI NOT = ZERO
022600             MOVE 'DIRETORIA REGIONAL NAO TEM NO SUPERIOR'
022700                 TO WS-MENSAGEM
022800         END-IF
022900         GO TO 3100-VALIDAR-DADOS-EXIT
023000     END-IF.
023100     IF WS-CNO-HIER-PAI = ZERO
023200         MOVE 'SUPERINTENDENCIA EXIGE A DIRETORIA SUPERIOR'
023300             TO WS-MENSAGEM
023400         GO TO 3100-VALIDAR-DADOS-EXIT
023500     END-IF.
023600     EXEC SQL
023700         SELECT CTPO_NO_HIER, CSIT_NO_HIER
023800           INTO :WS-CTPO-PAI, :WS-CSIT-PAI
023900           FROM DB2PRD.TNO_HIER_REGNL
024000          WHERE CNO_HIER = :WS-CNO-HIER-PAI
024100     END-EXEC.
024200     EVALUATE TRUE
024300         WHEN SQLCODE = 100
024400             MOVE 'NO SUPERIOR NAO CADASTRADO' TO WS-MENSAGEM
024500         WHEN SQLCODE NOT = ZERO
024600             MOVE 'ERRO NA CONSULTA DO NO SUPERIOR' TO WS-MENSAGEM
024700         WHEN WS-CTPO-PAI NOT = 1
024800             MOVE 'NO SUPERIOR DEVE SER DIRETORIA REGIONAL'
024900                 TO WS-MENSAGEM
025000         WHEN WS-CSIT-PAI NOT = 1
025100             MOVE 'DIRETORIA REGIONAL SUPERIOR INATIVA'
025200                 TO WS-MENSAGEM
025300         WHEN OTHER
025400             CONTINUE
025500     END-EVALUATE.
025600 3100-VALIDAR-DADOS-EXIT.
025700     EXIT.
025800******************************************************************
025900*    3500-MOSTRAR-NO                                            *
026000******************************************************************
026100 3500-MOSTRAR-NO                SECTION.
026200     MOVE WS-CTPO-NO-ATUAL TO WS-DIGITO-ED.
026300     MOVE WS-DIGITO-ED TO TPNOO.
026400     MOVE WS-INO-HIER TO NOMEO.
026500     IF WS-CNO-HIER-PAI = ZERO
026600         MOVE SPACES TO CNOPAIO
026700     ELSE
026800         MOVE WS-CNO-HIER-PAI TO WS-CNO-ED
026900         MOVE WS-CNO-ED TO CNOPAIO
027000     END-IF.
027100     MOVE WS-CSIT-NO-ATUAL TO WS-DIGITO-ED.
027200     MOVE WS-DIGITO-ED TO SITO.
027300 3500-MOSTRAR-NO-EXIT.
027400     EXIT.
027500******************************************************************
027600*    4000-LISTAR-NOS                                            *
027700*    LISTA ATE 10 NOS A PARTIR DO CODIGO INFORMADO              *
027800******************************************************************
027900 4000-LISTAR-NOS                SECTION.
028000     PERFORM 4050-LIMPAR-LINHA
028100         THRU 4050-LIMPAR-LINHA-EXIT
028200         VARYING WS-QTDE-LINHAS FROM 1 BY 1
028300         UNTIL WS-QTDE-LINHAS > 10.
028400     MOVE 'N' TO WS-SW-FIM-CURSOR.
028500     MOVE ZERO TO WS-QTDE-LINHAS.
028600     EXEC SQL
028700         OPEN CUR-UORG0165
028800     END-EXEC.
028900     IF SQLCODE NOT = ZERO
029000         MOVE 'ERRO NA LEITURA DOS NOS DA HIERARQUIA'
029100             TO WS-MENSAGEM
029200         GO TO 4000-LISTAR-NOS-EXIT
029300     END-IF.
029400     PERFORM 8000-LER-NO
029500         THRU 8000-LER-NO-EXIT.
029600     PERFORM 4100-MOVER-LINHA
029700         THRU 4100-MOVER-LINHA-EXIT
029800         UNTIL WS-FIM-CURSOR
029900            OR WS-QTDE-LINHAS >= 10.
030000     EXEC SQL
030100         CLOSE CUR-UORG0165
030200     END-EXEC.
030300     IF WS-MENSAGEM = SPACES
030400         MOVE WS-QTDE-LINHAS TO WS-QTDE-ED
030500         STRING WS-QTDE-ED ' NO(S) LISTADO(S)'
030600                DELIMITED BY SIZE INTO WS-MENSAGEM
030700     END-IF.
030800 4000-LISTAR-NOS-EXIT.
030900     EXIT.
031000******************************************************************
031100*    4050-LIMPAR-LINHA                                          *
031200******************************************************************
031300 4050-LIMPAR-LINHA              SECTION.
031400     MOVE SPACES TO LINO (WS-QTDE-LINHAS).
031500 4050-LIMPAR-LINHA-EXIT.
031600     EXIT.
031700******************************************************************
031800*    4100-MOVER-LINHA                                           *
031900******************************************************************
032000 4100-MOVER-LINHA               SECTION.
032100     ADD 1 TO WS-QTDE-LINHAS.
032200     MOVE WS-CNO-HIER TO WS-LIN-CNO-HIER.
032300     IF WS-CTPO-NO-HIER = 1
032400         MOVE 'DIRETORIA REG.' TO WS-LIN-RTPO-NO
032500     ELSE
032600         MOVE 'SUPERINTENDENCIA' TO WS-LIN-RTPO-NO
032700     END-IF.
032800     MOVE WS-INO-HIER TO WS-LIN-INO-HIER.
032900     MOVE WS-CNO-HIER-PAI TO WS-LIN-CNO-PAI.
033000     IF WS-CSIT-NO-HIER = 1
033100         MOVE 'ATIVO' TO WS-LIN-SITUACAO
033200     ELSE
033300         MOVE 'INATIVO' TO WS-LIN-SITUACAO
033400     END-IF.
033500     MOVE WS-LINHA-LISTA TO LINO (WS-QTDE-LINHAS).
033600     PERFORM 8000-LER-NO
033700         THRU 8000-LER-NO-EXIT.
033800 4100-MOVER-LINHA-EXIT.
033900     EXIT.
034000******************************************************************
034100*    5000-INCLUIR                                               *
034200******************************************************************
034300 5000-INCLUIR                   SECTION.
034400     IF WS-ACHOU-NO
034500         MOVE 'NO JA CADASTRADO - USE FUNCAO A' TO WS-MENSAGEM
034600         GO TO 5000-INCLUIR-EXIT
034700     END-IF.
034800     IF WS-MENSAGEM NOT = SPACES
034900         GO TO 5000-INCLUIR-EXIT
035000     END-IF.
035100     IF TPNOI NOT = '1' AND TPNOI NOT = '2'
035200         MOVE 'TIPO DO NO INVALIDO - 1 DIRETORIA, 2 SUPERINTEND.'
035300             TO WS-MENSAGEM
035400         GO TO 5000-INCLUIR-EXIT
035500     END-IF.
035600     MOVE TPNOI TO WS-CTPO-NO-HIER.
035700     PERFORM 3100-VALIDAR-DADOS
035800         THRU 3100-VALIDAR-DADOS-EXIT.
035900     IF WS-MENSAGEM NOT = SPACES
036000         GO TO 5000-INCLUIR-EXIT
036100     END-IF.
036200     EXEC SQL
036300         INSERT INTO DB2PRD.TNO_HIER_REGNL
036400                (CNO_HIER, CTPO_NO_HIER, INO_HIER, CNO_HIER_PAI,
036500                 CSIT_NO_HIER, CUSUAR_INCL, HINCL_REG)
036600         VALUES (:WS-CNO-HIER, :WS-CTPO-NO-HIER, :WS-INO-HIER,
036700                 :WS-CNO-HIER-PAI, 1, :WS-CUSUARIO,
036800                 CURRENT TIMESTAMP)
036900     END-EXEC.
037000     IF SQLCODE NOT = ZERO
037100         MOVE 'ERRO NA INCLUSAO DO NO' TO WS-MENSAGEM
037200         GO TO 5000-INCLUIR-EXIT
037300     END-IF.
037400     MOVE 'NO INCLUIDO COM SUCESSO' TO WS-MENSAGEM.
037500 5000-INCLUIR-EXIT.
037600     EXIT.
037700******************************************************************
037800*    6000-ALTERAR                                               *
037900*    O TIPO DO NO NAO MUDA; A INATIVACAO EXIGE NO SEM           *
038000*    SUBORDINADO ATIVO E SEM VINCULACAO VIGENTE OU FUTURA       *
038100******************************************************************
038200 6000-ALTERAR                   SECTION.
038300     IF NOT WS-ACHOU-NO
038400         GO TO 6000-ALTERAR-EXIT
038500     END-IF.
038600     IF TPNOI NOT = SPACES AND TPNOI NOT = LOW-VALUES
038700         MOVE WS-CTPO-NO-ATUAL TO WS-DIGITO-ED
038800         IF TPNOI NOT = WS-DIGITO-ED
038900             MOVE 'TIPO DO NO NAO PODE SER ALTERADO'
039000                 TO WS-MENSAGEM
039100             GO TO 6000-ALTERAR-EXIT
039200         END-IF
039300     END-IF.
039400     MOVE WS-CTPO-NO-ATUAL TO WS-CTPO-NO-HIER.
039500     MOVE WS-CSIT-NO-ATUAL TO WS-CSIT-NO-HIER.
039600     IF SITI NOT = SPACES AND SITI NOT = LOW-VALUES
039700         IF SITI NOT = '0' AND SITI NOT = '1'
039800             MOVE 'SITUACAO INVALIDA - 1 ATIVO, 0 INATIVO'
039900                 TO WS-MENSAGEM
040000             GO TO 6000-ALTERAR-EXIT
040100         END-IF
040200         MOVE SITI TO WS-CSIT-NO-HIER
040300     END-IF.
040400     PERFORM 3100-VALIDAR-DADOS
040500         THRU 3100-VALIDAR-DADOS-EXIT.
040600     IF WS-MENSAGEM NOT = SPACES
040700         GO TO 6000-ALTERAR-EXIT
040800     END-IF.
040900     IF WS-CSIT-NO-HIER = ZERO AND WS-CSIT-NO-ATUAL = 1
041000         PERFORM 7100-CONTAR-DEPENDENCIAS
041100             THRU 7100-CONTAR-DEPENDENCIAS-EXIT
041200         IF WS-QTDE-FILHOS-ATIVOS > ZERO
041300             MOVE 'NO COM SUBORDINADO ATIVO - INATIVE-O ANTES'
041400                 TO WS-MENSAGEM
041500             GO TO 6000-ALTERAR-EXIT
041600         END-IF
041700         IF WS-QTDE-VINC-VIGENTE > ZERO
041800             MOVE 'NO COM UNIDADES VINCULADAS - REDISTRIBUA ANTES'
041900                 TO WS-MENSAGEM
042000             GO TO 6000-ALTERAR-EXIT
042100         END-IF
042200     END-IF.
042300     EXEC SQL
042400         UPDATE DB2PRD.TNO_HIER_REGNL
042500            SET INO_HIER     = :WS-INO-HIER,
042600                CNO_HIER_PAI = :WS-CNO-HIER-PAI,
042700                CSIT_NO_HIER = :WS-CSIT-NO-HIER,
042800                CUSUAR_MANUT = :WS-CUSUARIO,
042900                HMANUT_REG   = CURRENT TIMESTAMP
043000          WHERE CNO_HIER = :WS-CNO-HIER
043100     END-EXEC.
043200     IF SQLCODE = ZERO
043300         MOVE 'NO ALTERADO COM SUCESSO' TO WS-MENSAGEM
043400     ELSE
043500         MOVE 'ERRO NA ALTERACAO DO NO' TO WS-MENSAGEM
043600     END-IF.
043700 6000-ALTERAR-EXIT.
043800     EXIT.
043900******************************************************************
044000*    6500-EXCLUIR                                               *
044100*    SO NO SEM SUBORDINADOS E SEM HISTORICO DE VINCULACAO       *
044200******************************************************************
044300 6500-EXCLUIR                   SECTION.
044400     IF NOT WS-ACHOU-NO
044500         GO TO 6500-EXCLUIR-EXIT
044600     END-IF.
044700     PERFORM 7100-CONTAR-DEPENDENCIAS
044800         THRU 7100-CONTAR-DEPENDENCIAS-EXIT.
044900     IF WS-MENSAGEM NOT = SPACES
045000         GO TO 6500-EXCLUIR-EXIT
045100     END-IF.
045200     IF WS-QTDE-FILHOS > ZERO
045300         MOVE 'NO COM NOS SUBORDINADOS - EXCLUSAO RECUSADA'
045400             TO WS-MENSAGEM
045500         GO TO 6500-EXCLUIR-EXIT
045600     END-IF.
045700     IF WS-QTDE-VINC > ZERO
045800         MOVE 'NO COM HISTORICO DE VINCULACAO - USE INATIVACAO'
045900             TO WS-MENSAGEM
046000         GO TO 6500-EXCLUIR-EXIT
046100     END-IF.
046200     EXEC SQL
046300         DELETE FROM DB2PRD.TNO_HIER_REGNL
046400          WHERE CNO_HIER = :WS-CNO-HIER
046500     END-EXEC.
046600     IF SQLCODE = ZERO
046700         MOVE SPACES TO TPNOO NOMEO CNOPAIO SITO
046800         MOVE 'NO EXCLUIDO COM SUCESSO' TO WS-MENSAGEM
046900     ELSE
047000         MOVE 'ERRO NA EXCLUSAO DO NO' TO WS-MENSAGEM
047100     END-IF.
047200 6500-EXCLUIR-EXIT.
047300     EXIT.
047400******************************************************************
047500*    7000-LER-NO                                                *
047600******************************************************************
047700 7000-LER-NO                    SECTION.
047800     EXEC SQL
047900         SELECT CTPO_NO_HIER, INO_HIER, CNO_HIER_PAI,
048000                CSIT_NO_HIER
048100           INTO :WS-CTPO-NO-ATUAL, :WS-INO-HIER,
048200                :WS-CNO-HIER-PAI, :WS-CSIT-NO-ATUAL
048300           FROM DB2PRD.TNO_HIER_REGNL
048400          WHERE CNO_HIER = :WS-CNO-HIER
048500     END-EXEC.
048600     EVALUATE TRUE
048700         WHEN SQLCODE = ZERO
048800             MOVE 'S' TO WS-SW-ACHOU-NO
048900         WHEN SQLCODE = 100
049000             IF FUNCAOI NOT = 'I'
049100                 MOVE 'NO NAO CADASTRADO' TO WS-MENSAGEM
049200             END-IF
049300         WHEN OTHER
049400             MOVE 'ERRO NA CONSULTA DO NO' TO WS-MENSAGEM
049500     END-EVALUATE.
049600 7000-LER-NO-EXIT.
049700     EXIT.
049800******************************************************************
049900*    7100-CONTAR-DEPENDENCIAS                                   *
050000*    NOS SUBORDINADOS E VINCULACOES DE UNIDADE AO NO            *
050100******************************************************************
050200 7100-CONTAR-DEPENDENCIAS       SECTION.
050300     MOVE ZERO TO WS-QTDE-FILHOS WS-QTDE-FILHOS-ATIVOS
050400                  WS-QTDE-VINC WS-QTDE-VINC-VIGENTE.
050500     EXEC SQL
050600         SELECT COUNT(*),
050700                COALESCE(SUM(CASE WHEN CSIT_NO_HIER = 1
050800                                  THEN 1 ELSE 0 END), 0)
050900           INTO :WS-QTDE-FILHOS, :WS-QTDE-FILHOS-ATIVOS
051000           FROM DB2PRD.TNO_HIER_REGNL
051100          WHERE CNO_HIER_PAI = :WS-CNO-HIER
051200     END-EXEC.
051300     IF SQLCODE NOT = ZERO
051400         MOVE 'ERRO NA CONSULTA DOS NOS SUBORDINADOS'
051500             TO WS-MENSAGEM
051600         GO TO 7100-CONTAR-DEPENDENCIAS-EXIT
051700     END-IF.
051800     EXEC SQL
051900         SELECT COUNT(*),
052000                COALESCE(SUM(CASE WHEN DFIM_VIGEN >= CURRENT DATE
052100                                  THEN 1 ELSE 0 END), 0)
052200           INTO :WS-QTDE-VINC, :WS-QTDE-VINC-VIGENTE
052300           FROM DB2PRD.TUND_NO_HIER
052400          WHERE CNO_HIER = :WS-CNO-HIER
052500     END-EXEC.
052600     IF SQLCODE NOT = ZERO
052700         MOVE 'ERRO NA CONSULTA DAS VINCULACOES DO NO'
052800             TO WS-MENSAGEM
052900     END-IF.
053000 7100-CONTAR-DEPENDENCIAS-EXIT.
053100     EXIT.
053200******************************************************************
053300*    8000-LER-NO                                                *
053400******************************************************************
053500 8000-LER-NO                    SECTION.
053600     EXEC SQL
053700         FETCH CUR-UORG0165
053800          INTO :WS-CNO-HIER, :WS-CTPO-NO-HIER, :WS-INO-HIER,
053900               :WS-CNO-HIER-PAI, :WS-CSIT-NO-HIER
054000     END-EXEC.
054100     IF SQLCODE NOT = ZERO
054200         MOVE 'S' TO WS-SW-FIM-CURSOR
054300     END-IF.
054400 8000-LER-NO-EXIT.
054500     EXIT.
054600******************************************************************
054700*    8500-DECLARACOES-SQL                                       *
054800******************************************************************
054900 8500-DECLARACOES-SQL           SECTION.
055000     EXEC SQL
055100         DECLARE CUR-UORG0165 CURSOR FOR
055200         SELECT CNO_HIER, CTPO_NO_HIER, INO_HIER, CNO_HIER_PAI,
055300                CSIT_NO_HIER
055400           FROM DB2PRD.TNO_HIER_REGNL
055500          WHERE CNO_HIER >= :WS-CNO-INICIAL
055600          ORDER BY CNO_HIER
055700     END-EXEC.
055800 8500-DECLARACOES-SQL-EXIT.
055900     EXIT.
055905******************************************************************
055910*    8900-VERIFICAR-JANELA                                       *
055915*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
055920*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
055925******************************************************************
055930 8900-VERIFICAR-JANELA          SECTION.
055935     MOVE 'C' TO UORGL183-FUNCTION.
055940     CALL 'UORG0183' USING UORGL183-PARMS.
055945     IF UORGL183-JANELA-FECHADA
055950         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
055955     END-IF.
055960 8900-VERIFICAR-JANELA-EXIT.
055965     EXIT.
056000******************************************************************
056100*    9000-ENCERRAR                                               *
056200******************************************************************
056300 9000-ENCERRAR                  SECTION.
056400     IF EIBCALEN = ZERO
056500         EXEC CICS
056600             RETURN TRANSID('UO78')
056700                  COMMAREA(WS-COMMAREA-INICIAL)
056800         END-EXEC
056900     END-IF.
057000     EXEC CICS
057100         RETURN TRANSID('UO78') COMMAREA(DFHCOMMAREA)
057200     END-EXEC.
057300     GOBACK.
