000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0214                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0214.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - TRANSACAO UO85, MANUTENCAO ONLINE DOS *
001600*                CODIGOS DA UNIDADE NOS SISTEMAS EXTERNOS        *
001700*                (TIDENT_EXTER_UND): LOTACAO DO RH, CENTRO DE    *
001800*                CUSTO, SITE DE FACILITIES, DEPENDENCIA BACEN E  *
001900*                SITE DE TELECOM.                                *
002000******************************************************************
002100*
002200*    FUNCAO: TRANSACAO CICS PSEUDO-CONVERSACIONAL DA TABELA DE
002300*    CODIGOS EXTERNOS DA UNIDADE, CHAVE CPSSOA_JURID/
002400*    NSEQ_UND_ORGNZ + SISTEMA EXTERNO (CATALOGO TSIST_EXTER).
002500*    FUNCAO 'C' CONSULTA A UNIDADE E LISTA TODOS OS SISTEMAS DO
002600*    CATALOGO COM O CODIGO DA UNIDADE EM CADA UM (OU A FALTA
002700*    DELE, DESTACADA QUANDO O SISTEMA E OBRIGATORIO); COM O
002800*    SISTEMA INFORMADO EXIBE TAMBEM O CODIGO DAQUELE SISTEMA.
002900*    'I' INCLUI O CODIGO DA UNIDADE NO SISTEMA; 'A' ALTERA; 'E'
003000*    EXCLUI. NA INCLUSAO E NA ALTERACAO:
003100*    - A UNIDADE DEVE EXISTIR E NAO ESTAR ENCERRADA (SITUACAO 0)
003200*      NA INCLUSAO;
003300*    - O SISTEMA DEVE ESTAR NO CATALOGO;
003400*    - O CODIGO E OBRIGATORIO E UNICO DENTRO DO SISTEMA: CODIGO
003500*      JA ATRIBUIDO A OUTRA UNIDADE E RECUSADO COM A UNIDADE
003600*      DONA NA MENSAGEM, POIS AS INTERFACES TRADUZEM O CODIGO
003700*      RECEBIDO PARA A UNIDADE PELA UORG0213.
003800*    AUTORIZACAO PELA UORG0072 (FUNCAO IDEXTER; CONSULTA PARA
003900*    'C') E ATUALIZACAO RECUSADA COM A JANELA BATCH FECHADA
004000*    (UORG0183). AS UNIDADES ATIVAS SEM CODIGO EM SISTEMA
004100*    OBRIGATORIO SAEM NO RELATORIO UORG0215. PF3 ENCERRA.
004200*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.         IBM-390.
004600 OBJECT-COMPUTER.         IBM-390.
004700 DATA DIVISION.
004800 WORKING-STORAGE SECTION.
004900     EXEC SQL INCLUDE SQLCA END-EXEC.
005000 01  WS-SWITCHES.
005100     05 WS-SW-ACHOU-UNIDADE      PIC X(1) VALUE 'N'.
005200        88 WS-ACHOU-UNIDADE           VALUE 'S'.
005300     05 WS-SW-ACHOU-SISTEMA      PIC X(1) VALUE 'N'.
005400        88 WS-ACHOU-SISTEMA           VALUE 'S'.
005500     05 WS-SW-ACHOU-IDENT        PIC X(1) VALUE 'N'.
005600        88 WS-ACHOU-IDENT             VALUE 'S'.
005700     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005800        88 WS-FIM-CURSOR              VALUE 'S'.
005900 01  WS-CONSTANTES.
006000     05 WS-QTDE-LINHAS           PIC S9(4) COMP VALUE 6.
006100 01  WS-AREA-TRABALHO.
006200     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
006300     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
006400     05 WS-IABREV-UND-ORGNZ      PIC X(40).
006500     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
006600     05 WS-CSIST-EXTER           PIC X(5).
006700     05 WS-ISIST-EXTER           PIC X(30).
006800     05 WS-CINDCD-OBRIG          PIC X(1).
006900     05 WS-CIDENT-EXTER          PIC X(10).
007000     05 WS-HINCL-REG             PIC X(10).
007100     05 WS-CUSUAR-INCL           PIC X(9).
007200     05 WS-CPSSOA-DONO           PIC S9(10)V COMP-3.
007300     05 WS-NSEQ-DONO             PIC S9(8)V COMP-3.
007400     05 WS-IND-LIN               PIC S9(4) COMP.
007500     05 WS-CPSSOA-ED             PIC 9(10).
007600     05 WS-NSEQ-ED               PIC 9(8).
007700     05 WS-SIT-ED                PIC ZZ9.
007800 01  WS-LINHA-LISTA.
007900     05 WS-LIS-CSIST-EXTER       PIC X(5).
008000     05 FILLER                   PIC X(1) VALUE SPACE.
008100     05 WS-LIS-ISIST-EXTER       PIC X(25).
008200     05 FILLER                   PIC X(1) VALUE SPACE.
008300     05 WS-LIS-CIDENT-EXTER      PIC X(10).
008400     05 FILLER                   PIC X(1) VALUE SPACE.
008500     05 WS-LIS-OBSERVACAO        PIC X(17).
008600 01  WS-INDICADORES.
008700     05 WS-IND-ABREV             PIC S9(4) COMP-5.
008800     05 WS-IND-CSIT              PIC S9(4) COMP-5.
008900     05 WS-IND-IDENT             PIC S9(4) COMP-5.
009000 01  WS-CUSUARIO                 PIC X(9).
009100 01  WS-MENSAGEM                 PIC X(60).
009200 01  WS-COMMAREA-INICIAL.
009300     05 FILLER                   PIC X(1)  VALUE SPACE.
009400     05 FILLER                   PIC X(18) VALUE ZEROS.
009500     05 FILLER                   PIC X(5)  VALUE SPACES.
009600 01  WS-TECLAS-PF.
009700     05 WS-PF3                   PIC X(1) VALUE '3'.
009800 COPY UORGM214.
009900 COPY UORGL072.
010000 COPY UORGL183.
010100 LINKAGE SECTION.
010200     COPY UORGL214 REPLACING UORGL214-COMMAREA BY DFHCOMMAREA.
010300 PROCEDURE DIVISION.
010400******************************************************************
010500*    0000-MAINLINE                                               *
010600******************************************************************
010700 0000-MAINLINE                  SECTION.
010800     IF EIBCALEN = ZERO
010900         PERFORM 1000-TELA-INICIAL
011000             THRU 1000-TELA-INICIAL-EXIT
011100     ELSE
011200         PERFORM 2000-PROCESSAR-TELA
011300             THRU 2000-PROCESSAR-TELA-EXIT
011400     END-IF.
011500     GO TO 9000-ENCERRAR.
011600******************************************************************
011700*    1000-TELA-INICIAL                                          *
011800******************************************************************
011900 1000-TELA-INICIAL              SECTION.
012000     MOVE SPACES TO UORGM214O.
012100     MOVE -1 TO FUNCAOL.
012200     EXEC CICS
012300         SEND MAP('UORGM214') MAPSET('UORGS85')
012400              FROM(UORGM214O) ERASE
012500     END-EXEC.
012600 1000-TELA-INICIAL-EXIT.
012700     EXIT.
012800******************************************************************
012900*    2000-PROCESSAR-TELA                                        *
013000******************************************************************
013100 2000-PROCESSAR-TELA            SECTION.
013200     IF EIBAID = WS-PF3
013300         EXEC CICS
013400             SEND TEXT FROM('FIM DA MANUTENCAO DE CODIGOS')
013500                  ERASE FREEKB
013600         END-EXEC
013700         EXEC CICS
013800             RETURN
013900         END-EXEC
014000     END-IF.
014100     EXEC CICS
014200         RECEIVE MAP('UORGM214') MAPSET('UORGS85')
014300              INTO(UORGM214I)
014400     END-EXEC.
014500     MOVE EIBOPID TO WS-CUSUARIO.
014600     MOVE WS-CUSUARIO TO UORGL072-CUSUAR.
014700     IF FUNCAOI = 'C'
014800         MOVE 'CONSULTA' TO UORGL072-CFUNCAO
014900     ELSE
015000         MOVE 'IDEXTER' TO UORGL072-CFUNCAO
015100     END-IF.
015200     MOVE ZERO TO UORGL072-CPSSOA-JURID.
015300     CALL 'UORG0072' USING UORGL072-PARMS.
015400     IF NOT UORGL072-AUTORIZADO
015500         MOVE 'USUARIO SEM AUTORIZACAO PARA A FUNCAO'
015600             TO WS-MENSAGEM
015700         MOVE WS-MENSAGEM TO MSGO
015800         EXEC CICS
015900             SEND MAP('UORGM214') MAPSET('UORGS85')
016000                  FROM(UORGM214O) ERASE
016100         END-EXEC
016200         GO TO 2000-PROCESSAR-TELA-EXIT
016300     END-IF.
016400     MOVE SPACES TO WS-MENSAGEM.
016500     PERFORM 3000-VALIDAR-CHAVE
016600         THRU 3000-VALIDAR-CHAVE-EXIT.
016700     IF WS-MENSAGEM = SPACES
016800        AND FUNCAOI NOT = 'C'
016900         PERFORM 8900-VERIFICAR-JANELA
017000             THRU 8900-VERIFICAR-JANELA-EXIT
017100     END-IF.
017200     IF WS-MENSAGEM = SPACES
017300         EVALUATE FUNCAOI
017400             WHEN 'C'
017500                 IF WS-ACHOU-SISTEMA
017600                    AND NOT WS-ACHOU-IDENT
017700                     MOVE 'UNIDADE SEM CODIGO NO SISTEMA'
017800                         TO WS-MENSAGEM
017900                 END-IF
018000             WHEN 'I'
018100                 PERFORM 5000-INCLUIR-IDENT
018200                     THRU 5000-INCLUIR-IDENT-EXIT
018300             WHEN 'A'
018400                 PERFORM 5500-ALTERAR-IDENT
018500                     THRU 5500-ALTERAR-IDENT-EXIT
018600             WHEN 'E'
018700                 PERFORM 6000-EXCLUIR-IDENT
018800                     THRU 6000-EXCLUIR-IDENT-EXIT
018900             WHEN OTHER
019000                 MOVE 'FUNCAO INVALIDA - INFORME C, I, A OU E'
019100                     TO WS-MENSAGEM
019200         END-EVALUATE
019300     END-IF.
019400     IF WS-ACHOU-UNIDADE
019500         IF WS-ACHOU-SISTEMA
019600             PERFORM 7200-LER-IDENT
019700                 THRU 7200-LER-IDENT-EXIT
019800         END-IF
019900         PERFORM 4000-EXIBIR-UNIDADE
020000             THRU 4000-EXIBIR-UNIDADE-EXIT
020100         MOVE WS-CPSSOA-JURID TO UORGL214-CPSSOA-JURID
020200         MOVE WS-NSEQ-UND-ORGNZ TO UORGL214-NSEQ-UND-ORGNZ
020300         MOVE WS-CSIST-EXTER TO UORGL214-CSIST-EXTER
020400     END-IF.
020500     MOVE WS-MENSAGEM TO MSGO.
020600     EXEC CICS
020700         SEND MAP('UORGM214') MAPSET('UORGS85')
020800              FROM(UORGM214O) ERASE
020900     END-EXEC.
021000 2000-PROCESSAR-TELA-EXIT.
021100     EXIT.
021200******************************************************************
021300*    3000-VALIDAR-CHAVE                                         *
021400*    LE A UNIDADE, O SISTEMA DO CATALOGO E O CODIGO DA UNIDADE   *
021500*    NO SISTEMA; O SISTEMA E OBRIGATORIO FORA DA CONSULTA        *
021600******************************************************************
021700 3000-VALIDAR-CHAVE             SECTION.
021800     MOVE 'N' TO WS-SW-ACHOU-UNIDADE WS-SW-ACHOU-SISTEMA
021900                 WS-SW-ACHOU-IDENT.
022000     MOVE SPACES TO WS-CSIST-EXTER.
022100     IF CPSSOAI IS NOT NUMERIC OR NSEQI IS NOT NUMERIC
022200         MOVE 'UNIDADE INVALIDA - INFORME CPSSOA E NSEQ'
022300             TO WS-MENSAGEM
022400         GO TO 3000-VALIDAR-CHAVE-EXIT
022500     END-IF.
022600     MOVE CPSSOAI TO WS-CPSSOA-JURID.
022700     MOVE NSEQI TO WS-NSEQ-UND-ORGNZ.
022800     PERFORM 7000-LER-UNIDADE
022900         THRU 7000-LER-UNIDADE-EXIT.
023000     IF WS-MENSAGEM NOT = SPACES
023100         GO TO 3000-VALIDAR-CHAVE-EXIT
023200     END-IF.
023300     IF NOT WS-ACHOU-UNIDADE
023400         MOVE 'UNIDADE NAO ENCONTRADA' TO WS-MENSAGEM
023500         GO TO 3000-VALIDAR-CHAVE-EXIT
023600     END-IF.
023700     IF SISTI = SPACES
023800         IF FUNCAOI NOT = 'C'
023900             MOVE 'INFORME O SISTEMA EXTERNO' TO WS-MENSAGEM
024000         END-IF
024100         GO TO 3000-VALIDAR-CHAVE-EXIT
024200     END-IF.
024300     MOVE SISTI TO WS-CSIST-EXTER.
024400     PERFORM 7100-LER-SISTEMA
024500         THRU 7100-LER-SISTEMA-EXIT.
024600     IF WS-MENSAGEM NOT = SPACES
024700         GO TO 3000-VALIDAR-CHAVE-EXIT
024800     END-IF.
024900     IF NOT WS-ACHOU-SISTEMA
025000         MOVE 'SISTEMA EXTERNO NAO CATALOGADO EM TSIST_EXTER'
025100             TO WS-MENSAGEM
025200         MOVE SPACES TO WS-CSIST-EXTER
025300         GO TO 3000-VALIDAR-CHAVE-EXIT
025400     END-IF.
025500     PERFORM 7200-LER-IDENT
025600         THRU 7200-LER-IDENT-EXIT.
025700 3000-VALIDAR-CHAVE-EXIT.
025800     EXIT.
025900******************************************************************
026000*    3100-VALIDAR-CODIGO                                        *
026100*    CODIGO OBRIGATORIO E NAO ATRIBUIDO A OUTRA UNIDADE NO       *
026200*    MESMO SISTEMA                                               *
026300******************************************************************
026400 3100-VALIDAR-CODIGO            SECTION.
026500     IF IDENTI = SPACES
026600         MOVE 'INFORME O CODIGO DA UNIDADE NO SISTEMA EXTERNO'
026700             TO WS-MENSAGEM
026800         GO TO 3100-VALIDAR-CODIGO-EXIT
026900     END-IF.
027000     MOVE IDENTI TO WS-CIDENT-EXTER.
027100     EXEC SQL
027200         SELECT CPSSOA_JURID, NSEQ_UND_ORGNZ
027300           INTO :WS-CPSSOA-DONO, :WS-NSEQ-DONO
027400           FROM DB2PRD.TIDENT_EXTER_UND
027500          WHERE CSIST_EXTER  = :WS-CSIST-EXTER
027600            AND CIDENT_EXTER = :WS-CIDENT-EXTER
027700     END-EXEC.
027800     EVALUATE TRUE
027900         WHEN SQLCODE = 100
028000             CONTINUE
028100         WHEN SQLCODE NOT = ZERO
028200             MOVE 'ERRO NA CONSULTA DO CODIGO EXTERNO'
028300                 TO WS-MENSAGEM
028400         WHEN WS-CPSSOA-DONO = WS-CPSSOA-JURID
028500          AND WS-NSEQ-DONO = WS-NSEQ-UND-ORGNZ
028600             CONTINUE
028700         WHEN OTHER
028800             MOVE WS-CPSSOA-DONO TO WS-CPSSOA-ED
028900             MOVE WS-NSEQ-DONO TO WS-NSEQ-ED
029000             STRING 'CODIGO JA ATRIBUIDO A UNIDADE '
029100                    WS-CPSSOA-ED '/' WS-NSEQ-ED
029200                    DELIMITED BY SIZE INTO WS-MENSAGEM
029300     END-EVALUATE.
029400 3100-VALIDAR-CODIGO-EXIT.
029500     EXIT.
029600******************************************************************
029700*    4000-EXIBIR-UNIDADE                                        *
029800******************************************************************
029900 4000-EXIBIR-UNIDADE            SECTION.
030000     MOVE WS-CPSSOA-JURID TO WS-CPSSOA-ED.
030100     MOVE WS-CPSSOA-ED TO CPSSOAO.
030200     MOVE WS-NSEQ-UND-ORGNZ TO WS-NSEQ-ED.
030300     MOVE WS-NSEQ-ED TO NSEQO.
030400     MOVE WS-IABREV-UND-ORGNZ TO ABREVO.
030500     MOVE WS-CSIT-UND-ORGNZ TO WS-SIT-ED.
030600     MOVE WS-SIT-ED TO SITUNDO.
030700     MOVE SPACES TO SISTO ISISTO IDENTO INCLO.
030800     IF WS-ACHOU-SISTEMA
030900         MOVE WS-CSIST-EXTER TO SISTO
031000         MOVE WS-ISIST-EXTER TO ISISTO
031100     END-IF.
031200     IF WS-ACHOU-IDENT
031300         MOVE WS-CIDENT-EXTER TO IDENTO
031400         STRING WS-HINCL-REG ' ' WS-CUSUAR-INCL
031500                DELIMITED BY SIZE INTO INCLO
031600     END-IF.
031700     PERFORM 4100-MONTAR-LISTA
031800         THRU 4100-MONTAR-LISTA-EXIT.
031900     IF WS-MENSAGEM = SPACES
032000         MOVE 'UNIDADE CONSULTADA' TO WS-MENSAGEM
032100     END-IF.
032200 4000-EXIBIR-UNIDADE-EXIT.
032300     EXIT.
032400******************************************************************
032500*    4100-MONTAR-LISTA                                          *
032600*    UMA LINHA POR SISTEMA DO CATALOGO COM O CODIGO DA UNIDADE   *
032700******************************************************************
032800 4100-MONTAR-LISTA              SECTION.
032900     MOVE ZERO TO WS-IND-LIN.
033000     MOVE 'N' TO WS-SW-FIM-CURSOR.
033100     PERFORM 4110-LIMPAR-LINHA
033200         THRU 4110-LIMPAR-LINHA-EXIT
033300         VARYING WS-IND-LIN FROM 1 BY 1
033400         UNTIL WS-IND-LIN > WS-QTDE-LINHAS.
033500     MOVE ZERO TO WS-IND-LIN.
033600     EXEC SQL
033700         DECLARE CUR-LISTA CURSOR FOR
033800         SELECT S.CSIST_EXTER, S.ISIST_EXTER, S.CINDCD_OBRIG,
033900                X.CIDENT_EXTER
034000           FROM DB2PRD.TSIST_EXTER S
034100           LEFT OUTER JOIN DB2PRD.TIDENT_EXTER_UND X
034200             ON X.CSIST_EXTER    = S.CSIST_EXTER
034300            AND X.CPSSOA_JURID   = :WS-CPSSOA-JURID
034400            AND X.NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
034500          ORDER BY S.CSIST_EXTER
034600     END-EXEC.
034700     EXEC SQL
034800         OPEN CUR-LISTA
034900     END-EXEC.
035000     IF SQLCODE NOT = ZERO
035100         GO TO 4100-MONTAR-LISTA-EXIT
035200     END-IF.
035300     PERFORM 4120-LER-LINHA
035400         THRU 4120-LER-LINHA-EXIT
035500         UNTIL WS-FIM-CURSOR
035600            OR WS-IND-LIN NOT < WS-QTDE-LINHAS.
035700     EXEC SQL
035800         CLOSE CUR-LISTA
035900     END-EXEC.
036000 4100-MONTAR-LISTA-EXIT.
036100     EXIT.
036200******************************************************************
036300*    4110-LIMPAR-LINHA                                          *
036400******************************************************************
036500 4110-LIMPAR-LINHA              SECTION.
036600     MOVE SPACES TO LINO (WS-IND-LIN).
036700 4110-LIMPAR-LINHA-EXIT.
036800     EXIT.
036900******************************************************************
037000*    4120-LER-LINHA                                             *
037100******************************************************************
037200 4120-LER-LINHA                 SECTION.
037300     EXEC SQL
037400         FETCH CUR-LISTA
037500          INTO :WS-LIS-CSIST-EXTER, :WS-LIS-ISIST-EXTER,
037600               :WS-CINDCD-OBRIG,
037700               :WS-LIS-CIDENT-EXTER:WS-IND-IDENT
037800     END-EXEC.
037900     IF SQLCODE NOT = ZERO
038000         MOVE 'S' TO WS-SW-FIM-CURSOR
038100         GO TO 4120-LER-LINHA-EXIT
038200     END-IF.
038300     MOVE SPACES TO WS-LIS-OBSERVACAO.
038400     IF WS-IND-IDENT < ZERO
038500         MOVE SPACES TO WS-LIS-CIDENT-EXTER
038600         IF WS-CINDCD-OBRIG = 'S'
038700             MOVE '** OBRIGATORIO **' TO WS-LIS-OBSERVACAO
038800         ELSE
038900             MOVE 'SEM CODIGO' TO WS-LIS-OBSERVACAO
039000         END-IF
039100     END-IF.
039200     ADD 1 TO WS-IND-LIN.
039300     MOVE WS-LINHA-LISTA TO LINO (WS-IND-LIN).
039400 4120-LER-LINHA-EXIT.
039500     EXIT.
039600******************************************************************
039700*    5000-INCLUIR-IDENT                                         *
039800******************************************************************
039900 5000-INCLUIR-IDENT             SECTION.
040000     IF WS-ACHOU-IDENT
040100         MOVE 'UNIDADE JA TEM CODIGO NO SISTEMA - USE FUNCAO A'
040200             TO WS-MENSAGEM
040300         GO TO 5000-INCLUIR-IDENT-EXIT
040400     END-IF.
040500     IF WS-CSIT-UND-ORGNZ = ZERO
040600         MOVE 'UNIDADE ENCERRADA NAO RECEBE CODIGO EXTERNO'
040700             TO WS-MENSAGEM
040800         GO TO 5000-INCLUIR-IDENT-EXIT
040900     END-IF.
041000     PERFORM 3100-VALIDAR-CODIGO
041100         THRU 3100-VALIDAR-CODIGO-EXIT.
041200     IF WS-MENSAGEM NOT = SPACES
041300         GO TO 5000-INCLUIR-IDENT-EXIT
041400     END-IF.
041500     EXEC SQL
041600         INSERT INTO DB2PRD.TIDENT_EXTER_UND
041700                (CPSSOA_JURID, NSEQ_UND_ORGNZ, CSIST_EXTER,
041800                 CIDENT_EXTER, HINCL_REG, CUSUAR_INCL)
041900         VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
042000                 :WS-CSIST-EXTER, :WS-CIDENT-EXTER,
042100                 CURRENT TIMESTAMP, :WS-CUSUARIO)
042200     END-EXEC.
042300     EVALUATE TRUE
042400         WHEN SQLCODE = ZERO
042500             MOVE 'CODIGO EXTERNO INCLUIDO COM SUCESSO'
042600                 TO WS-MENSAGEM
042700         WHEN SQLCODE = -803
042800             MOVE 'CODIGO JA ATRIBUIDO NO SISTEMA - CONSULTE'
042900                 TO WS-MENSAGEM
043000         WHEN OTHER
043100             MOVE 'ERRO NA INCLUSAO DO CODIGO EXTERNO'
043200                 TO WS-MENSAGEM
043300     END-EVALUATE.
043400 5000-INCLUIR-IDENT-EXIT.
043500     EXIT.
043600******************************************************************
043700*    5500-ALTERAR-IDENT                                         *
043800******************************************************************
043900 5500-ALTERAR-IDENT             SECTION.
044000     IF NOT WS-ACHOU-IDENT
044100         MOVE 'UNIDADE SEM CODIGO NO SISTEMA - USE FUNCAO I'
044200             TO WS-MENSAGEM
044300         GO TO 5500-ALTERAR-IDENT-EXIT
044400     END-IF.
044500     PERFORM 3100-VALIDAR-CODIGO
044600         THRU 3100-VALIDAR-CODIGO-EXIT.
044700     IF WS-MENSAGEM NOT = SPACES
044800         GO TO 5500-ALTERAR-IDENT-EXIT
044900     END-IF.
045000     EXEC SQL
045100         UPDATE DB2PRD.TIDENT_EXTER_UND
045200            SET CIDENT_EXTER = :WS-CIDENT-EXTER,
045300                HMANUT_REG   = CURRENT TIMESTAMP,
045400                CUSUAR_MANUT = :WS-CUSUARIO
045500          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
045600            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
045700            AND CSIST_EXTER    = :WS-CSIST-EXTER
045800     END-EXEC.
045900     EVALUATE TRUE
046000         WHEN SQLCODE = ZERO
046100             MOVE 'CODIGO EXTERNO ALTERADO COM SUCESSO'
046200                 TO WS-MENSAGEM
046300         WHEN SQLCODE = -803
046400             MOVE 'CODIGO JA ATRIBUIDO NO SISTEMA - CONSULTE'
046500                 TO WS-MENSAGEM
046600         WHEN OTHER
046700             MOVE 'ERRO NA ALTERACAO DO CODIGO EXTERNO'
046800                 TO WS-MENSAGEM
046900     END-EVALUATE.
047000 5500-ALTERAR-IDENT-EXIT.
047100     EXIT.
047200******************************************************************
047300*    6000-EXCLUIR-IDENT                                         *
047400******************************************************************
047500 6000-EXCLUIR-IDENT             SECTION.
047600     IF NOT WS-ACHOU-IDENT
047700         MOVE 'UNIDADE SEM CODIGO NO SISTEMA INFORMADO'
047800             TO WS-MENSAGEM
047900         GO TO 6000-EXCLUIR-IDENT-EXIT
048000     END-IF.
048100     EXEC SQL
048200         DELETE FROM DB2PRD.TIDENT_EXTER_UND
048300          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
048400            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
048500            AND CSIST_EXTER    = :WS-CSIST-EXTER
048600     END-EXEC.
048700     IF SQLCODE = ZERO
048800         MOVE 'CODIGO EXTERNO EXCLUIDO COM SUCESSO' TO WS-MENSAGEM
048900     ELSE
049000         MOVE 'ERRO NA EXCLUSAO DO CODIGO EXTERNO' TO WS-MENSAGEM
049100     END-IF.
049200 6000-EXCLUIR-IDENT-EXIT.
049300     EXIT.
049400******************************************************************
049500*    7000-LER-UNIDADE                                           *
049600******************************************************************
049700 7000-LER-UNIDADE               SECTION.
049800     MOVE 'N' TO WS-SW-ACHOU-UNIDADE.
049900     EXEC SQL
050000         SELECT IABREV_UND_ORGNZ, CSIT_UND_ORGNZ
050100           INTO :WS-IABREV-UND-ORGNZ:WS-IND-ABREV,
050200                :WS-CSIT-UND-ORGNZ:WS-IND-CSIT
050300           FROM DB2PRD.TUND_ORGNZ
050400          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
050500            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
050600     END-EXEC.
050700     EVALUATE TRUE
050800         WHEN SQLCODE = ZERO
050900             IF WS-IND-ABREV < ZERO
051000                 MOVE SPACES TO WS-IABREV-UND-ORGNZ
051100             END-IF
051200             IF WS-IND-CSIT < ZERO
051300                 MOVE ZERO TO WS-CSIT-UND-ORGNZ
051400             END-IF
051500             MOVE 'S' TO WS-SW-ACHOU-UNIDADE
051600         WHEN SQLCODE = 100
051700             CONTINUE
051800         WHEN OTHER
051900             MOVE 'ERRO NA CONSULTA DA UNIDADE' TO WS-MENSAGEM
052000     END-EVALUATE.
052100 7000-LER-UNIDADE-EXIT.
052200     EXIT.
052300******************************************************************
052400*    7100-LER-SISTEMA                                           *
052500******************************************************************
052600 7100-LER-SISTEMA               SECTION.
052700     MOVE 'N' TO WS-SW-ACHOU-SISTEMA.
052800     EXEC SQL
052900         SELECT ISIST_EXTER, CINDCD_OBRIG
053000           INTO :WS-ISIST-EXTER, :WS-CINDCD-OBRIG
053100           FROM DB2PRD.TSIST_EXTER
053200          WHERE CSIST_EXTER = :WS-CSIST-EXTER
053300     END-EXEC.
053400     EVALUATE TRUE
053500         WHEN SQLCODE = ZERO
053600             MOVE 'S' TO WS-SW-ACHOU-SISTEMA
053700         WHEN SQLCODE = 100
053800             CONTINUE
053900         WHEN OTHER
054000             MOVE 'ERRO NA CONSULTA DO CATALOGO DE SISTEMAS'
054100                 TO WS-MENSAGEM
054200     END-EVALUATE.
054300 7100-LER-SISTEMA-EXIT.
054400     EXIT.
054500******************************************************************
054600*    7200-LER-IDENT                                             *
054700*    CODIGO DA UNIDADE NO SISTEMA, COM A INCLUSAO               *
054800******************************************************************
054900 7200-LER-IDENT                 SECTION.
055000     MOVE 'N' TO WS-SW-ACHOU-IDENT.
055100     EXEC SQL
055200         SELECT CIDENT_EXTER, CHAR(DATE(HINCL_REG), ISO),
055300                CUSUAR_INCL
055400           INTO :WS-CIDENT-EXTER, :WS-HINCL-REG, :WS-CUSUAR-INCL
055500           FROM DB2PRD.TIDENT_EXTER_UND
055600          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
055700            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
055800            AND CSIST_EXTER    = :WS-CSIST-EXTER
055900     END-EXEC.
056000     EVALUATE TRUE
056100         WHEN SQLCODE = ZERO
056200             MOVE 'S' TO WS-SW-ACHOU-IDENT
056300         WHEN SQLCODE = 100
056400             CONTINUE
056500         WHEN OTHER
056600             MOVE 'ERRO NA CONSULTA DO CODIGO EXTERNO'
056700                 TO WS-MENSAGEM
056800     END-EVALUATE.
056900 7200-LER-IDENT-EXIT.
057000     EXIT.
057100******************************************************************
057200*    8900-VERIFICAR-JANELA                                       *
057300*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
057400*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
057500******************************************************************
057600 8900-VERIFICAR-JANELA          SECTION.
057700     MOVE 'C' TO UORGL183-FUNCTION.
057800     CALL 'UORG0183' USING UORGL183-PARMS.
057900     IF UORGL183-JANELA-FECHADA
058000         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
058100     END-IF.
058200 8900-VERIFICAR-JANELA-EXIT.
058300     EXIT.
058400******************************************************************
058500*    9000-ENCERRAR                                               *
058600******************************************************************
058700 9000-ENCERRAR                  SECTION.
058800     IF EIBCALEN = ZERO
058900         EXEC CICS
059000             RETURN TRANSID('UO85')
059100                  COMMAREA(WS-COMMAREA-INICIAL)
059200         END-EXEC
059300     END-IF.
059400     EXEC CICS
059500         RETURN TRANSID('UO85') COMMAREA(DFHCOMMAREA)
059600     END-EXEC.
059700     GOBACK.
