000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0201                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0201.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - TRANSACAO UO81, REGISTRO ONLINE DAS   *
001600*                INTERRUPCOES NAO PLANEJADAS DA UNIDADE (ROUBO,  *
001700*                INUNDACAO, GREVE, FALTA DE ENERGIA ...) EM      *
001800*                TINTRP_UND_ORGNZ, SEM ALTERAR CSIT_UND_ORGNZ.   *
001900******************************************************************
002000*
002100*    FUNCAO: TRANSACAO CICS PSEUDO-CONVERSACIONAL. FUNCAO 'C'
002200*    LISTA AS ULTIMAS 10 INTERRUPCOES DA UNIDADE (DA MAIS
002300*    RECENTE PARA A MAIS ANTIGA); 'I' ABRE UMA INTERRUPCAO COM
002400*    CAUSA (DOMINIO TCAUSA_INTRP), INICIO (AAAAMMDD HHMM),
002500*    IMPACTO AO CLIENTE ('T' ATENDIMENTO TOTALMENTE SUSPENSO, 'P'
002600*    PARCIAL) E DESCRICAO; INFORMANDO TAMBEM O FIM, REGISTRA UMA
002700*    INTERRUPCAO JA ENCERRADA. 'F' ENCERRA A INTERRUPCAO EM
002800*    ABERTO COM O FIM INFORMADO; 'E' EXCLUI A INTERRUPCAO
002900*    ENCERRADA DE NUMERO INFORMADO (REGISTRO INDEVIDO). SO HA UMA
003000*    INTERRUPCAO EM ABERTO POR UNIDADE E NENHUM MOMENTO PODE SER
003100*    FUTURO. ENQUANTO HOUVER INTERRUPCAO EM ABERTO A UNIDADE SAI
003200*    COMO INDISPONIVEL NO LOCALIZADOR (UORG0179) E FECHADA NO
003300*    RELATORIO DE ABERTAS NA DATA (UORG0101); A SITUACAO
003400*    CSIT_UND_ORGNZ NAO E ALTERADA. AS HORAS PARADAS SAO
003500*    APURADAS MENSALMENTE PELA UORG0202. PF3 ENCERRA.
003600*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.         IBM-390.
004000 OBJECT-COMPUTER.         IBM-390.
004100 DATA DIVISION.
004200 WORKING-STORAGE SECTION.
004300     EXEC SQL INCLUDE SQLCA END-EXEC.
004400 01  WS-SWITCHES.
004500     05 WS-SW-ACHOU-UNIDADE      PIC X(1) VALUE 'N'.
004600        88 WS-ACHOU-UNIDADE           VALUE 'S'.
004700     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
004800        88 WS-FIM-CURSOR              VALUE 'S'.
004900 01  WS-CONTADORES.
005000     05 WS-QTDE-LINHAS           PIC S9(4) COMP VALUE ZERO.
005100     05 WS-QTDE-ABERTA           PIC S9(4) COMP VALUE ZERO.
005200 01  WS-AREA-TRABALHO.
005300     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
005400     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
005500     05 WS-IABREV-UND-ORGNZ      PIC X(40).
005600     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
005700     05 WS-NSEQ-INTRP            PIC S9(5)V COMP-3.
005800     05 WS-CCAUSA-INTRP          PIC S9(2)V COMP-3.
005900     05 WS-ICAUSA-INTRP          PIC X(30).
006000     05 WS-CIMPAC-CLIENTE        PIC X(1).
006100        88 WS-IMPACTO-VALIDO          VALUE 'T' 'P'.
006200     05 WS-RDESCR-INTRP          PIC X(60).
006300     05 WS-DATA-DIGITADA         PIC X(8).
006400     05 WS-HORA-DIGITADA         PIC X(4).
006500     05 WS-MOMENTO               PIC X(19).
006600     05 WS-MOMENTO-VALIDADO      PIC X(26).
006700     05 WS-CINDCD-FUTURO         PIC X(1).
006800     05 WS-HINIC-INTRP           PIC X(26).
006900     05 WS-HFIM-INTRP            PIC X(26).
007000     05 WS-SIT-ED                PIC ZZ9.
007100     05 WS-QTDE-ED               PIC Z9.
007200     05 WS-NSEQ-ED               PIC ZZZZ9.
007300 01  WS-LINHA-LISTA.
007400     05 WS-LIN-NSEQ-INTRP        PIC ZZZZ9.
007500     05 FILLER                   PIC X(1)  VALUE SPACES.
007600     05 WS-LIN-ICAUSA            PIC X(16).
007700     05 FILLER                   PIC X(1)  VALUE SPACES.
007800     05 WS-LIN-HINIC             PIC X(16).
007900     05 FILLER                   PIC X(1)  VALUE SPACES.
008000     05 WS-LIN-HFIM              PIC X(16).
008100     05 FILLER                   PIC X(1)  VALUE SPACES.
008200     05 WS-LIN-CIMPAC            PIC X(1).
008300     05 FILLER                   PIC X(1)  VALUE SPACES.
008400     05 WS-LIN-RDESCR            PIC X(19).
008500 01  WS-INDICADORES.
008600     05 WS-IND-ABREV             PIC S9(4) COMP-5.
008700     05 WS-IND-CSIT              PIC S9(4) COMP-5.
008800     05 WS-IND-NSEQ              PIC S9(4) COMP-5.
008900 01  WS-CUSUARIO                 PIC X(9).
009000 01  WS-MENSAGEM                 PIC X(60).
009100 01  WS-COMMAREA-INICIAL.
009200     05 FILLER                   PIC X(1)  VALUE SPACE.
009300     05 FILLER                   PIC X(18) VALUE ZEROS.
009400 01  WS-TECLAS-PF.
009500     05 WS-PF3                   PIC X(1) VALUE '3'.
009600 COPY UORGM201.
009700 COPY UORGL072.
009800 COPY UORGL183.
009900 LINKAGE SECTION.
010000     COPY UORGL201 REPLACING UORGL201-COMMAREA BY DFHCOMMAREA.
010100 PROCEDURE DIVISION.
010200******************************************************************
010300*    0000-MAINLINE                                               *
010400******************************************************************
010500 0000-MAINLINE                  SECTION.
010600     IF EIBCALEN = ZERO
010700         PERFORM 1000-TELA-INICIAL
010800             THRU 1000-TELA-INICIAL-EXIT
010900     ELSE
011000         PERFORM 2000-PROCESSAR-TELA
011100             THRU 2000-PROCESSAR-TELA-EXIT
011200     END-IF.
011300     GO TO 9000-ENCERRAR.
011400******************************************************************
011500*    1000-TELA-INICIAL                                          *
011600******************************************************************
011700 1000-TELA-INICIAL              SECTION.
011800     MOVE SPACES TO UORGM201O.
011900     MOVE -1 TO FUNCAOL.
012000     EXEC CICS
012100         SEND MAP('UORGM201') MAPSET('UORGS81')
012200              FROM(UORGM201O) ERASE
012300     END-EXEC.
012400 1000-TELA-INICIAL-EXIT.
012500     EXIT.
012600******************************************************************
012700*    2000-PROCESSAR-TELA                                        *
012800******************************************************************
012900 2000-PROCESSAR-TELA            SECTION.
013000     IF EIBAID = WS-PF3
013100         EXEC CICS
013200             SEND TEXT FROM('FIM DO REGISTRO DE INTERRUPCOES')
013300                  ERASE FREEKB
013400         END-EXEC
013500         EXEC CICS
013600             RETURN
013700         END-EXEC
013800     END-IF.
013900     EXEC CICS
014000         RECEIVE MAP('UORGM201') MAPSET('UORGS81')
014100              INTO(UORGM201I)
014200     END-EXEC.
014300     MOVE EIBOPID TO WS-CUSUARIO.
014400     MOVE WS-CUSUARIO TO UORGL072-CUSUAR.
014500     IF FUNCAOI = 'C'
014600         MOVE 'CONSULTA' TO UORGL072-CFUNCAO
014700     ELSE
014800         MOVE 'INTERRUP' TO UORGL072-CFUNCAO
014900     END-IF.
015000     MOVE ZERO TO UORGL072-CPSSOA-JURID.
015100     CALL 'UORG0072' USING UORGL072-PARMS.
015200     IF NOT UORGL072-AUTORIZADO
015300         MOVE 'USUARIO SEM AUTORIZACAO PARA A FUNCAO'
015400             TO WS-MENSAGEM
015500         MOVE WS-MENSAGEM TO MSGO
015600         EXEC CICS
015700             SEND MAP('UORGM201') MAPSET('UORGS81')
015800                  FROM(UORGM201O) ERASE
015900         END-EXEC
016000         GO TO 2000-PROCESSAR-TELA-EXIT
016100     END-IF.
016200     MOVE SPACES TO WS-MENSAGEM.
016300     PERFORM 3000-VALIDAR-CHAVE
016400         THRU 3000-VALIDAR-CHAVE-EXIT.
016500     IF WS-MENSAGEM = SPACES
016600        AND FUNCAOI NOT = 'C'
016700         PERFORM 8900-VERIFICAR-JANELA
016800             THRU 8900-VERIFICAR-JANELA-EXIT
016900     END-IF.
017000     IF WS-MENSAGEM = SPACES
017100         EVALUATE FUNCAOI
017200             WHEN 'C'
017300                 CONTINUE
017400             WHEN 'I'
017500                 PERFORM 5000-ABRIR-INTERRUPCAO
017600                     THRU 5000-ABRIR-INTERRUPCAO-EXIT
017700             WHEN 'F'
017800                 PERFORM 5500-ENCERRAR-INTERRUPCAO
017900                     THRU 5500-ENCERRAR-INTERRUPCAO-EXIT
018000             WHEN 'E'
018100                 PERFORM 6000-EXCLUIR-INTERRUPCAO
018200                     THRU 6000-EXCLUIR-INTERRUPCAO-EXIT
018300             WHEN OTHER
018400                 MOVE 'FUNCAO INVALIDA - INFORME C, I, F OU E'
018500                     TO WS-MENSAGEM
018600         END-EVALUATE
018700     END-IF.
018800     IF WS-ACHOU-UNIDADE
018900         PERFORM 4000-LISTAR-INTERRUPCOES
019000             THRU 4000-LISTAR-INTERRUPCOES-EXIT
019100         MOVE WS-CPSSOA-JURID TO UORGL201-CPSSOA-JURID
019200         MOVE WS-NSEQ-UND-ORGNZ TO UORGL201-NSEQ-UND-ORGNZ
019300     END-IF.
019400     MOVE WS-MENSAGEM TO MSGO.
019500     EXEC CICS
019600         SEND MAP('UORGM201') MAPSET('UORGS81')
019700              FROM(UORGM201O) ERASE
019800     END-EXEC.
019900 2000-PROCESSAR-TELA-EXIT.
020000     EXIT.
020100******************************************************************
020200*    3000-VALIDAR-CHAVE                                         *
020300*    VALIDA A CHAVE DA UNIDADE E LE NOME E SITUACAO             *
020400******************************************************************
020500 3000-VALIDAR-CHAVE             SECTION.
020600     IF CPSSOAI IS NOT NUMERIC OR CPSSOAI = SPACES
020700         MOVE 'CPSSOA_JURID INVALIDO' TO WS-MENSAGEM
020800         GO TO 3000-VALIDAR-CHAVE-EXIT
020900     END-IF.
021000     IF NSEQI IS NOT NUMERIC OR NSEQI = SPACES
021100         MOVE 'NSEQ_UND_ORGNZ INVALIDO' TO WS-MENSAGEM
021200         GO TO 3000-VALIDAR-CHAVE-EXIT
021300     END-IF.
021400     MOVE CPSSOAI TO WS-CPSSOA-JURID.
021500     MOVE NSEQI TO WS-NSEQ-UND-ORGNZ.
021600     PERFORM 7000-LER-UNIDADE
021700         THRU 7000-LER-UNIDADE-EXIT.
021800 3000-VALIDAR-CHAVE-EXIT.
021900     EXIT.
022000******************************************************************
022100*    3100-VALIDAR-MOMENTO                                       *
022200*    DATA AAAAMMDD E HORA HHMM DIGITADAS, CONFERIDAS PELO DB2;  *
022300*    O MOMENTO NAO PODE SER FUTURO                               *
022400******************************************************************
022500 3100-VALIDAR-MOMENTO           SECTION.
022600     IF WS-DATA-DIGITADA IS NOT NUMERIC
022700        OR WS-HORA-DIGITADA IS NOT NUMERIC
022800         MOVE 'DATA/HORA INVALIDA - INFORME AAAAMMDD E HHMM'
022900             TO WS-MENSAGEM
023000         GO TO 3100-VALIDAR-MOMENTO-EXIT
023100     END-IF.
023200     MOVE SPACES TO WS-MOMENTO.
023300     STRING WS-DATA-DIGITADA (1:4) '-'
023400            WS-DATA-DIGITADA (5:2) '-'
023500            WS-DATA-DIGITADA (7:2) '-'
023600            WS-HORA-DIGITADA (1:2) '.'
023700            WS-HORA-DIGITADA (3:2) '.00'
023800            DELIMITED BY SIZE INTO WS-MOMENTO.
023900     EXEC SQL
024000         SELECT CHAR(TIMESTAMP(:WS-MOMENTO)),
024100                CASE WHEN TIMESTAMP(:WS-MOMENTO) >
024200                          CURRENT TIMESTAMP
024300                     THEN 'S' ELSE 'N' END
024400           INTO :WS-MOMENTO-VALIDADO, :WS-CINDCD-FUTURO
024500           FROM SYSIBM.SYSDUMMY1
024600     END-EXEC.
024700     IF SQLCODE NOT = ZERO
024800         MOVE 'DATA/HORA INVALIDA - INFORME AAAAMMDD E HHMM'
024900             TO WS-MENSAGEM
025000         GO TO 3100-VALIDAR-MOMENTO-EXIT
025100     END-IF.
025200     IF WS-CINDCD-FUTURO = 'S'
025300         MOVE 'DATA/HORA NAO PODE SER FUTURA' TO WS-MENSAGEM
025400     END-IF.
025500 3100-VALIDAR-MOMENTO-EXIT.
025600     EXIT.
025700******************************************************************
025800*    4000-LISTAR-INTERRUPCOES                                   *
025900*    LISTA ATE 10 INTERRUPCOES DA MAIS RECENTE PARA A MAIS      *
026000*    ANTIGA                                                      *
026100******************************************************************
026200 4000-LISTAR-INTERRUPCOES       SECTION.
026300     MOVE WS-IABREV-UND-ORGNZ TO ABREVO.
026400     MOVE WS-CSIT-UND-ORGNZ TO WS-SIT-ED.
026500     MOVE WS-SIT-ED TO SITO.
026600     PERFORM 4050-LIMPAR-LINHA
026700         THRU 4050-LIMPAR-LINHA-EXIT
026800         VARYING WS-QTDE-LINHAS FROM 1 BY 1
026900         UNTIL WS-QTDE-LINHAS > 10.
027000     MOVE 'N' TO WS-SW-FIM-CURSOR.
027100     MOVE ZERO TO WS-QTDE-LINHAS.
027200     EXEC SQL
027300         OPEN CUR-UORG0201
027400     END-EXEC.
027500     IF SQLCODE NOT = ZERO
027600         MOVE 'ERRO NA LEITURA DAS INTERRUPCOES DA UNIDADE'
027700             TO WS-MENSAGEM
027800         GO TO 4000-LISTAR-INTERRUPCOES-EXIT
027900     END-IF.
028000     PERFORM 8000-LER-INTERRUPCAO
028100         THRU 8000-LER-INTERRUPCAO-EXIT.
028200     PERFORM 4100-MOVER-LINHA
028300         THRU 4100-MOVER-LINHA-EXIT
028400         UNTIL WS-FIM-CURSOR
028500            OR WS-QTDE-LINHAS >= 10.
028600     EXEC SQL
028700         CLOSE CUR-UORG0201
028800     END-EXEC.
028900     IF WS-MENSAGEM = SPACES
029000         MOVE WS-QTDE-LINHAS TO WS-QTDE-ED
029100         STRING WS-QTDE-ED ' INTERRUPCAO(OES) LISTADA(S)'
029200                DELIMITED BY SIZE INTO WS-MENSAGEM
029300     END-IF.
029400 4000-LISTAR-INTERRUPCOES-EXIT.
029500     EXIT.
029600******************************************************************
029700*    4050-LIMPAR-LINHA                                          *
029800******************************************************************
029900 4050-LIMPAR-LINHA              SECTION.
030000     MOVE SPACES TO LINO (WS-QTDE-LINHAS).
030100 4050-LIMPAR-LINHA-EXIT.
030200     EXIT.
030300******************************************************************
030400*    4100-MOVER-LINHA                                           *
030500******************************************************************
030600 4100-MOVER-LINHA               SECTION.
030700     ADD 1 TO WS-QTDE-LINHAS.
030800     MOVE WS-NSEQ-INTRP TO WS-LIN-NSEQ-INTRP.
030900     MOVE WS-ICAUSA-INTRP TO WS-LIN-ICAUSA.
031000     STRING WS-HINIC-INTRP (1:10) ' '
031100            WS-HINIC-INTRP (12:2) ':'
031200            WS-HINIC-INTRP (15:2)
031300            DELIMITED BY SIZE INTO WS-LIN-HINIC.
031400     IF WS-HFIM-INTRP = SPACES
031500         MOVE 'EM ABERTO' TO WS-LIN-HFIM
031600     ELSE
031700         STRING WS-HFIM-INTRP (1:10) ' '
031800                WS-HFIM-INTRP (12:2) ':'
031900                WS-HFIM-INTRP (15:2)
032000                DELIMITED BY SIZE INTO WS-LIN-HFIM
032100     END-IF.
032200     MOVE WS-CIMPAC-CLIENTE TO WS-LIN-CIMPAC.
032300     MOVE WS-RDESCR-INTRP TO WS-LIN-RDESCR.
032400     MOVE WS-LINHA-LISTA TO LINO (WS-QTDE-LINHAS).
032500     PERFORM 8000-LER-INTERRUPCAO
032600         THRU 8000-LER-INTERRUPCAO-EXIT.
032700 4100-MOVER-LINHA-EXIT.
032800     EXIT.
032900******************************************************************
033000*    5000-ABRIR-INTERRUPCAO                                     *
033100*    INCLUI A INTERRUPCAO; SEM O FIM ELA FICA EM ABERTO E A      *
033200*    UNIDADE PASSA A INDISPONIVEL                                *
033300******************************************************************
033400 5000-ABRIR-INTERRUPCAO         SECTION.
033500     IF WS-CSIT-UND-ORGNZ = ZERO
033600         MOVE 'UNIDADE ENCERRADA NAO RECEBE INTERRUPCAO'
033700             TO WS-MENSAGEM
033800         GO TO 5000-ABRIR-INTERRUPCAO-EXIT
033900     END-IF.
034000     IF CAUSAI IS NOT NUMERIC
034100         MOVE 'CAUSA INVALIDA' TO WS-MENSAGEM
034200         GO TO 5000-ABRIR-INTERRUPCAO-EXIT
034300     END-IF.
034400     MOVE CAUSAI TO WS-CCAUSA-INTRP.
034500     PERFORM 7100-LER-CAUSA
034600         THRU 7100-LER-CAUSA-EXIT.
034700     IF WS-MENSAGEM NOT = SPACES
034800         GO TO 5000-ABRIR-INTERRUPCAO-EXIT
034900     END-IF.
035000     MOVE IMPACI TO WS-CIMPAC-CLIENTE.
035100     IF NOT WS-IMPACTO-VALIDO
035200         MOVE 'IMPACTO INVALIDO - INFORME T OU P'
035300             TO WS-MENSAGEM
035400         GO TO 5000-ABRIR-INTERRUPCAO-EXIT
035500     END-IF.
035600     IF DESCRI = SPACES
035700         MOVE 'INFORME A DESCRICAO DA INTERRUPCAO' TO WS-MENSAGEM
035800         GO TO 5000-ABRIR-INTERRUPCAO-EXIT
035900     END-IF.
036000     MOVE DESCRI TO WS-RDESCR-INTRP.
036100     MOVE DINICI TO WS-DATA-DIGITADA.
036200     MOVE HINICI TO WS-HORA-DIGITADA.
036300     PERFORM 3100-VALIDAR-MOMENTO
036400         THRU 3100-VALIDAR-MOMENTO-EXIT.
036500     IF WS-MENSAGEM NOT = SPACES
036600         GO TO 5000-ABRIR-INTERRUPCAO-EXIT
036700     END-IF.
036800     MOVE WS-MOMENTO-VALIDADO TO WS-HINIC-INTRP.
036900     MOVE SPACES TO WS-HFIM-INTRP.
037000     IF DFIMI NOT = SPACES OR HFIMI NOT = SPACES
037100         MOVE DFIMI TO WS-DATA-DIGITADA
037200         MOVE HFIMI TO WS-HORA-DIGITADA
037300         PERFORM 3100-VALIDAR-MOMENTO
037400             THRU 3100-VALIDAR-MOMENTO-EXIT
037500         IF WS-MENSAGEM NOT = SPACES
037600             GO TO 5000-ABRIR-INTERRUPCAO-EXIT
037700         END-IF
037800         MOVE WS-MOMENTO-VALIDADO TO WS-HFIM-INTRP
037900         IF WS-HFIM-INTRP (1:16) NOT > WS-HINIC-INTRP (1:16)
038000             MOVE 'FIM DEVE SER POSTERIOR AO INICIO'
038100                 TO WS-MENSAGEM
038200             GO TO 5000-ABRIR-INTERRUPCAO-EXIT
038300         END-IF
038400     ELSE
038500         PERFORM 7200-CONTAR-ABERTA
038600             THRU 7200-CONTAR-ABERTA-EXIT
038700         IF WS-MENSAGEM NOT = SPACES
038800             GO TO 5000-ABRIR-INTERRUPCAO-EXIT
038900         END-IF
039000         IF WS-QTDE-ABERTA > ZERO
039100             MOVE 'JA HA INTERRUPCAO EM ABERTO - USE A FUNCAO F'
039200                 TO WS-MENSAGEM
039300             GO TO 5000-ABRIR-INTERRUPCAO-EXIT
039400         END-IF
039500     END-IF.
039600     EXEC SQL
039700         SELECT MAX(NSEQ_INTRP)
039800           INTO :WS-NSEQ-INTRP:WS-IND-NSEQ
039900           FROM DB2PRD.TINTRP_UND_ORGNZ
040000          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
040100            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
040200     END-EXEC.
040300     IF SQLCODE NOT = ZERO
040400         MOVE 'ERRO NA NUMERACAO DA INTERRUPCAO' TO WS-MENSAGEM
040500         GO TO 5000-ABRIR-INTERRUPCAO-EXIT
040600     END-IF.
040700     IF WS-IND-NSEQ < ZERO
040800         MOVE ZERO TO WS-NSEQ-INTRP
040900     END-IF.
041000     ADD 1 TO WS-NSEQ-INTRP.
041100     IF WS-HFIM-INTRP = SPACES
041200         EXEC SQL
041300             INSERT INTO DB2PRD.TINTRP_UND_ORGNZ
041400                    (CPSSOA_JURID, NSEQ_UND_ORGNZ, NSEQ_INTRP,
041500                     CCAUSA_INTRP, HINIC_INTRP, CIMPAC_CLIENTE,
041600                     RDESCR_INTRP, HINCL_REG, CUSUAR_INCL)
041700             VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
041800                     :WS-NSEQ-INTRP, :WS-CCAUSA-INTRP,
041900                     TIMESTAMP(:WS-HINIC-INTRP),
042000                     :WS-CIMPAC-CLIENTE, :WS-RDESCR-INTRP,
042100                     CURRENT TIMESTAMP,
042200                     :WS-CUSUARIO)
042300         END-EXEC
042400     ELSE
042500         EXEC SQL
042600             INSERT INTO DB2PRD.TINTRP_UND_ORGNZ
042700                    (CPSSOA_JURID, NSEQ_UND_ORGNZ, NSEQ_INTRP,
042800                     CCAUSA_INTRP, HINIC_INTRP, HFIM_INTRP,
042900                     CIMPAC_CLIENTE, RDESCR_INTRP, HINCL_REG,
043000                     CUSUAR_INCL)
043100             VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
043200                     :WS-NSEQ-INTRP, :WS-CCAUSA-INTRP,
043300                     TIMESTAMP(:WS-HINIC-INTRP),
043400                     TIMESTAMP(:WS-HFIM-INTRP),
043500                     :WS-CIMPAC-CLIENTE,
043600                     :WS-RDESCR-INTRP, CURRENT TIMESTAMP,
043700                     :WS-CUSUARIO)
043800         END-EXEC
043900     END-IF.
044000     IF SQLCODE NOT = ZERO
044100         MOVE 'ERRO NA INCLUSAO DA INTERRUPCAO' TO WS-MENSAGEM
044200         GO TO 5000-ABRIR-INTERRUPCAO-EXIT
044300     END-IF.
044400     MOVE WS-NSEQ-INTRP TO WS-NSEQ-ED.
044500     IF WS-HFIM-INTRP = SPACES
044600         STRING 'INTERRUPCAO ' WS-NSEQ-ED
044700                ' ABERTA - UNIDADE INDISPONIVEL'
044800                DELIMITED BY SIZE INTO WS-MENSAGEM
044900     ELSE
045000         STRING 'INTERRUPCAO ' WS-NSEQ-ED
045100                ' REGISTRADA JA ENCERRADA'
045200                DELIMITED BY SIZE INTO WS-MENSAGEM
045300     END-IF.
045400 5000-ABRIR-INTERRUPCAO-EXIT.
045500     EXIT.
045600******************************************************************
045700*    5500-ENCERRAR-INTERRUPCAO                                  *
045800*    GRAVA O FIM DA INTERRUPCAO EM ABERTO; A UNIDADE VOLTA A     *
045900*    FICAR DISPONIVEL                                            *
046000******************************************************************
046100 5500-ENCERRAR-INTERRUPCAO      SECTION.
046200     MOVE DFIMI TO WS-DATA-DIGITADA.
046300     MOVE HFIMI TO WS-HORA-DIGITADA.
046400     PERFORM 3100-VALIDAR-MOMENTO
046500         THRU 3100-VALIDAR-MOMENTO-EXIT.
046600     IF WS-MENSAGEM NOT = SPACES
046700         GO TO 5500-ENCERRAR-INTERRUPCAO-EXIT
046800     END-IF.
046900     MOVE WS-MOMENTO-VALIDADO TO WS-HFIM-INTRP.
047000     EXEC SQL
047100         SELECT NSEQ_INTRP, CHAR(HINIC_INTRP)
047200           INTO :WS-NSEQ-INTRP, :WS-HINIC-INTRP
047300           FROM DB2PRD.TINTRP_UND_ORGNZ
047400          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
047500            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
047600            AND HFIM_INTRP IS NULL
047700     END-EXEC.
047800     IF SQLCODE = 100
047900         MOVE 'NAO HA INTERRUPCAO EM ABERTO NA UNIDADE'
048000             TO WS-MENSAGEM
048100         GO TO 5500-ENCERRAR-INTERRUPCAO-EXIT
048200     END-IF.
048300     IF SQLCODE NOT = ZERO
048400         MOVE 'ERRO NA CONSULTA DA INTERRUPCAO' TO WS-MENSAGEM
048500         GO TO 5500-ENCERRAR-INTERRUPCAO-EXIT
048600     END-IF.
048700     IF WS-HFIM-INTRP (1:16) NOT > WS-HINIC-INTRP (1:16)
048800         MOVE 'FIM DEVE SER POSTERIOR AO INICIO' TO WS-MENSAGEM
048900         GO TO 5500-ENCERRAR-INTERRUPCAO-EXIT
049000     END-IF.
049100     EXEC SQL
049200         UPDATE DB2PRD.TINTRP_UND_ORGNZ
049300            SET HFIM_INTRP   = TIMESTAMP(:WS-HFIM-INTRP),
049400                HMANUT_REG   = CURRENT TIMESTAMP,
049500                CUSUAR_MANUT = :WS-CUSUARIO
049600          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
049700            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
049800            AND NSEQ_INTRP     = :WS-NSEQ-INTRP
049900     END-EXEC.
050000     IF SQLCODE NOT = ZERO
050100         MOVE 'ERRO NO ENCERRAMENTO DA INTERRUPCAO' TO WS-MENSAGEM
050200         GO TO 5500-ENCERRAR-INTERRUPCAO-EXIT
050300     END-IF.
050400     MOVE WS-NSEQ-INTRP TO WS-NSEQ-ED.
050500     STRING 'INTERRUPCAO ' WS-NSEQ-ED
050600            ' ENCERRADA - UNIDADE DISPONIVEL'
050700            DELIMITED BY SIZE INTO WS-MENSAGEM.
050800 5500-ENCERRAR-INTERRUPCAO-EXIT.
050900     EXIT.
051000******************************************************************
051100*    6000-EXCLUIR-INTERRUPCAO                                   *
051200*    SO A INTERRUPCAO ENCERRADA PODE SER EXCLUIDA, PARA QUE O    *
051300*    ENCERRAMENTO CHEGUE AO LOCALIZADOR                          *
051400******************************************************************
051500 6000-EXCLUIR-INTERRUPCAO       SECTION.
051600     IF NINTRPI IS NOT NUMERIC OR NINTRPI = SPACES
051700         MOVE 'INFORME O NUMERO DA INTERRUPCAO' TO WS-MENSAGEM
051800         GO TO 6000-EXCLUIR-INTERRUPCAO-EXIT
051900     END-IF.
052000     MOVE NINTRPI TO WS-NSEQ-INTRP.
052100     EXEC SQL
052200         DELETE FROM DB2PRD.TINTRP_UND_ORGNZ
052300          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
052400            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
052500            AND NSEQ_INTRP     = :WS-NSEQ-INTRP
052600            AND HFIM_INTRP IS NOT NULL
052700     END-EXEC.
052800     EVALUATE TRUE
052900         WHEN SQLCODE = ZERO
053000             MOVE 'INTERRUPCAO EXCLUIDA COM SUCESSO'
053100                 TO WS-MENSAGEM
053200         WHEN SQLCODE = 100
053300             MOVE 'INTERRUPCAO INEXISTENTE OU AINDA EM ABERTO'
053400                 TO WS-MENSAGEM
053500         WHEN OTHER
053600             MOVE 'ERRO NA EXCLUSAO DA INTERRUPCAO' TO WS-MENSAGEM
053700     END-EVALUATE.
053800 6000-EXCLUIR-INTERRUPCAO-EXIT.
053900     EXIT.
054000******************************************************************
054100*    7000-LER-UNIDADE                                           *
054200******************************************************************
054300 7000-LER-UNIDADE               SECTION.
054400     MOVE 'N' TO WS-SW-ACHOU-UNIDADE.
054500     EXEC SQL
054600         SELECT IABREV_UND_ORGNZ, CSIT_UND_ORGNZ
054700           INTO :WS-IABREV-UND-ORGNZ:WS-IND-ABREV,
054800                :WS-CSIT-UND-ORGNZ:WS-IND-CSIT
054900           FROM DB2PRD.TUND_ORGNZ
055000          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
055100            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
055200     END-EXEC.
055300     EVALUATE TRUE
055400         WHEN SQLCODE = ZERO
055500             IF WS-IND-ABREV < ZERO
055600                 MOVE SPACES TO WS-IABREV-UND-ORGNZ
055700             END-IF
055800             IF WS-IND-CSIT < ZERO
055900                 MOVE ZERO TO WS-CSIT-UND-ORGNZ
056000             END-IF
056100             MOVE 'S' TO WS-SW-ACHOU-UNIDADE
056200         WHEN SQLCODE = 100
056300             MOVE 'UNIDADE NAO ENCONTRADA' TO WS-MENSAGEM
056400         WHEN OTHER
056500             MOVE 'ERRO NA CONSULTA DA UNIDADE' TO WS-MENSAGEM
056600     END-EVALUATE.
056700 7000-LER-UNIDADE-EXIT.
056800     EXIT.
056900******************************************************************
057000*    7100-LER-CAUSA                                             *
057100*    CAUSA DEVE EXISTIR NO DOMINIO TCAUSA_INTRP                 *
057200******************************************************************
057300 7100-LER-CAUSA                 SECTION.
057400     EXEC SQL
057500         SELECT ICAUSA_INTRP
057600           INTO :WS-ICAUSA-INTRP
057700           FROM DB2PRD.TCAUSA_INTRP
057800          WHERE CCAUSA_INTRP = :WS-CCAUSA-INTRP
057900     END-EXEC.
058000     EVALUATE TRUE
058100         WHEN SQLCODE = ZERO
058200             CONTINUE
058300         WHEN SQLCODE = 100
058400             MOVE 'CAUSA NAO CADASTRADA EM TCAUSA_INTRP'
058500                 TO WS-MENSAGEM
058600         WHEN OTHER
058700             MOVE 'ERRO NA CONSULTA DA CAUSA' TO WS-MENSAGEM
058800     END-EVALUATE.
058900 7100-LER-CAUSA-EXIT.
059000     EXIT.
059100******************************************************************
059200*    7200-CONTAR-ABERTA                                         *
059300******************************************************************
059400 7200-CONTAR-ABERTA             SECTION.
059500     MOVE ZERO TO WS-QTDE-ABERTA.
059600     EXEC SQL
059700         SELECT COUNT(*)
059800           INTO :WS-QTDE-ABERTA
059900           FROM DB2PRD.TINTRP_UND_ORGNZ
060000          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
060100            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
060200            AND HFIM_INTRP IS NULL
060300     END-EXEC.
060400     IF SQLCODE NOT = ZERO
060500         MOVE 'ERRO NA CONSULTA DAS INTERRUPCOES' TO WS-MENSAGEM
060600     END-IF.
060700 7200-CONTAR-ABERTA-EXIT.
060800     EXIT.
060900******************************************************************
061000*    8000-LER-INTERRUPCAO                                       *
061100******************************************************************
061200 8000-LER-INTERRUPCAO           SECTION.
061300     EXEC SQL
061400         FETCH CUR-UORG0201
061500          INTO :WS-NSEQ-INTRP, :WS-ICAUSA-INTRP, :WS-HINIC-INTRP,
061600               :WS-HFIM-INTRP, :WS-CIMPAC-CLIENTE,
061700               :WS-RDESCR-INTRP
061800     END-EXEC.
061900     IF SQLCODE NOT = ZERO
062000         MOVE 'S' TO WS-SW-FIM-CURSOR
062100     END-IF.
062200 8000-LER-INTERRUPCAO-EXIT.
062300     EXIT.
062400******************************************************************
062500*    8500-DECLARACOES-SQL                                       *
062600******************************************************************
062700 8500-DECLARACOES-SQL           SECTION.
062800     EXEC SQL
062900         DECLARE CUR-UORG0201 CURSOR FOR
063000         SELECT I.NSEQ_INTRP, COALESCE(C.ICAUSA_INTRP, ' '),
063100                CHAR(I.HINIC_INTRP),
063200                COALESCE(CHAR(I.HFIM_INTRP), ' '),
063300                I.CIMPAC_CLIENTE, I.RDESCR_INTRP
063400           FROM DB2PRD.TINTRP_UND_ORGNZ I
063500           LEFT OUTER JOIN DB2PRD.TCAUSA_INTRP C
063600             ON C.CCAUSA_INTRP = I.CCAUSA_INTRP
063700          WHERE I.CPSSOA_JURID   = :WS-CPSSOA-JURID
063800            AND I.NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
063900          ORDER BY I.HINIC_INTRP DESC
064000     END-EXEC.
064100 8500-DECLARACOES-SQL-EXIT.
064200     EXIT.
064300******************************************************************
064400*    8900-VERIFICAR-JANELA                                       *
064500*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
064600*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
064700******************************************************************
064800 8900-VERIFICAR-JANELA          SECTION.
064900     MOVE 'C' TO UORGL183-FUNCTION.
065000     CALL 'UORG0183' USING UORGL183-PARMS.
065100     IF UORGL183-JANELA-FECHADA
065200         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
065300     END-IF.
065400 8900-VERIFICAR-JANELA-EXIT.
065500     EXIT.
065600******************************************************************
065700*    9000-ENCERRAR                                               *
065800******************************************************************
065900 9000-ENCERRAR                  SECTION.
066000     IF EIBCALEN = ZERO
066100         EXEC CICS
066200             RETURN TRANSID('UO81')
066300                  COMMAREA(WS-COMMAREA-INICIAL)
066400         END-EXEC
066500     END-IF.
066600     EXEC CICS
066700         RETURN TRANSID('UO81') COMMAREA(DFHCOMMAREA)
066800     END-EXEC.
066900     GOBACK.
