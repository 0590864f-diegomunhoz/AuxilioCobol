000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0224                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0224.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - TRANSACAO UO87, MANUTENCAO ONLINE DO  *
001600*                INVENTARIO DE EQUIPAMENTOS DE ATENDIMENTO DA    *
001700*                UNIDADE (TEQUIP_UND_ORGNZ): TERMINAIS DE        *
001800*                AUTOATENDIMENTO, POSICOES DE CAIXA E COFRES DE  *
001900*                ALUGUEL.                                        *
002000******************************************************************
002100*
002200*    FUNCAO: TRANSACAO CICS PSEUDO-CONVERSACIONAL DO INVENTARIO
002300*    DE EQUIPAMENTOS DA UNIDADE, CHAVE CPSSOA_JURID/
002400*    NSEQ_UND_ORGNZ + NUMERO DO EQUIPAMENTO NA UNIDADE
002500*    (NSEQ_EQUIP). FUNCAO 'C' CONSULTA A UNIDADE E LISTA SEUS
002600*    EQUIPAMENTOS; COM O NUMERO INFORMADO EXIBE TAMBEM O
002700*    EQUIPAMENTO. 'I' INCLUI (O NUMERO E O PROXIMO LIVRE NA
002800*    UNIDADE E A SITUACAO NASCE 1 - INSTALADO); 'A' ALTERA,
002900*    INCLUSIVE A SITUACAO (0 - RETIRADO); 'E' EXCLUI O REGISTRO
003000*    FEITO POR ENGANO. NA INCLUSAO E NA ALTERACAO:
003100*    - A UNIDADE NAO PODE ESTAR ENCERRADA (SITUACAO 0) NA
003200*      INCLUSAO;
003300*    - TIPO 1 (TERMINAL DE AUTOATENDIMENTO), 2 (POSICAO DE CAIXA)
003400*      OU 3 (COFRE DE ALUGUEL);
003500*    - O TERMINAL EXIGE NUMERO DE SERIE E QUANTIDADE 1; O NUMERO
003600*      DE SERIE, QUANDO INFORMADO, E UNICO DENTRO DO TIPO, POIS E
003700*      A CHAVE DO TERMINAL NA OPERADORA DA REDE (UORG0226);
003800*    - QUANTIDADE MAIOR QUE ZERO E DATA DE INSTALACAO VALIDA
003900*      (AAAA-MM-DD) E NAO FUTURA.
004000*    AUTORIZACAO PELA UORG0072 (FUNCAO EQUIPAM; CONSULTA PARA
004100*    'C') E ATUALIZACAO RECUSADA COM A JANELA BATCH FECHADA
004200*    (UORG0183). A CARGA INICIAL E FEITA PELA UORG0225. PF3
004300*    ENCERRA.
004400*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.         IBM-390.
004800 OBJECT-COMPUTER.         IBM-390.
004900 DATA DIVISION.
005000 WORKING-STORAGE SECTION.
005100     EXEC SQL INCLUDE SQLCA END-EXEC.
005200 01  WS-SWITCHES.
005300     05 WS-SW-ACHOU-UNIDADE      PIC X(1) VALUE 'N'.
005400        88 WS-ACHOU-UNIDADE           VALUE 'S'.
005500     05 WS-SW-ACHOU-EQUIP        PIC X(1) VALUE 'N'.
005600        88 WS-ACHOU-EQUIP             VALUE 'S'.
005700     05 WS-SW-FIM-CURSOR         PIC X(1) VALUE 'N'.
005800        88 WS-FIM-CURSOR              VALUE 'S'.
005900 01  WS-CONSTANTES.
006000     05 WS-QTDE-LINHAS           PIC S9(4) COMP VALUE 6.
006100 01  WS-AREA-TRABALHO.
006200     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
006300     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
006400     05 WS-IABREV-UND-ORGNZ      PIC X(40).
006500     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
006600     05 WS-NSEQ-EQUIP            PIC S9(4)V COMP-3.
006700     05 WS-CTPO-EQUIP            PIC S9(1)V COMP-3.
006800     05 WS-NSERIE-EQUIP          PIC X(20).
006900     05 WS-QEQUIP                PIC S9(4)V COMP-3.
007000     05 WS-DINSTAL-EQUIP         PIC X(10).
007100     05 WS-CSIT-EQUIP            PIC S9(1)V COMP-3.
007200     05 WS-HINCL-REG             PIC X(10).
007300     05 WS-CUSUAR-INCL           PIC X(9).
007400     05 WS-NSEQ-DONO             PIC S9(4)V COMP-3.
007500     05 WS-CPSSOA-DONO           PIC S9(10)V COMP-3.
007600     05 WS-NSEQ-UND-DONO         PIC S9(8)V COMP-3.
007700     05 WS-DATA-VALIDADA         PIC X(10).
007800     05 WS-ITPO-EQUIP            PIC X(20).
007900     05 WS-IND-LIN               PIC S9(4) COMP.
008000     05 WS-CPSSOA-ED             PIC 9(10).
008100     05 WS-NSEQ-ED               PIC 9(8).
008200     05 WS-NSEQ-EQUIP-ED         PIC 9(4).
008300     05 WS-QEQUIP-ED             PIC ZZZ9.
008400     05 WS-SIT-ED                PIC ZZ9.
008500 01  WS-LINHA-LISTA.
008600     05 WS-LIS-NSEQ-EQUIP        PIC 9(4).
008700     05 FILLER                   PIC X(1) VALUE SPACE.
008800     05 WS-LIS-ITPO-EQUIP        PIC X(20).
008900     05 FILLER                   PIC X(1) VALUE SPACE.
009000     05 WS-LIS-NSERIE-EQUIP      PIC X(20).
009100     05 FILLER                   PIC X(1) VALUE SPACE.
009200     05 WS-LIS-QEQUIP            PIC ZZZ9.
009300     05 FILLER                   PIC X(1) VALUE SPACE.
009400     05 WS-LIS-SITUACAO          PIC X(8).
009500 01  WS-INDICADORES.
009600     05 WS-IND-ABREV             PIC S9(4) COMP-5.
009700     05 WS-IND-CSIT              PIC S9(4) COMP-5.
009800     05 WS-IND-SERIE             PIC S9(4) COMP-5.
009900 01  WS-CUSUARIO                 PIC X(9).
010000 01  WS-MENSAGEM                 PIC X(60).
010100 01  WS-COMMAREA-INICIAL.
010200     05 FILLER                   PIC X(1)  VALUE SPACE.
010300     05 FILLER                   PIC X(22) VALUE ZEROS.
010400 01  WS-TECLAS-PF.
010500     05 WS-PF3                   PIC X(1) VALUE '3'.
010600 COPY UORGM224.
010700 COPY UORGL072.
010800 COPY UORGL183.
010900 LINKAGE SECTION.
011000     COPY UORGL224 REPLACING UORGL224-COMMAREA BY DFHCOMMAREA.
011100 PROCEDURE DIVISION.
011200******************************************************************
011300*    0000-MAINLINE                                               *
011400******************************************************************
011500 0000-MAINLINE                  SECTION.
011600     IF EIBCALEN = ZERO
011700         PERFORM 1000-TELA-INICIAL
011800             THRU 1000-TELA-INICIAL-EXIT
011900     ELSE
012000         PERFORM 2000-PROCESSAR-TELA
012100             THRU 2000-PROCESSAR-TELA-EXIT
012200     END-IF.
012300     GO TO 9000-ENCERRAR.
012400******************************************************************
012500*    1000-TELA-INICIAL                                          *
012600******************************************************************
012700 1000-TELA-INICIAL              SECTION.
012800     MOVE SPACES TO UORGM224O.
012900     MOVE -1 TO FUNCAOL.
013000     EXEC CICS
013100         SEND MAP('UORGM224') MAPSET('UORGS87')
013200              FROM(UORGM224O) ERASE
013300     END-EXEC.
013400 1000-TELA-INICIAL-EXIT.
013500     EXIT.
013600******************************************************************
013700*    2000-PROCESSAR-TELA                                        *
013800******************************************************************
013900 2000-PROCESSAR-TELA            SECTION.
014000     IF EIBAID = WS-PF3
014100         EXEC CICS
014200             SEND TEXT FROM('FIM DA MANUTENCAO DE EQUIPAMENTOS')
014300                  ERASE FREEKB
014400         END-EXEC
014500         EXEC CICS
014600             RETURN
014700         END-EXEC
014800     END-IF.
014900     EXEC CICS
015000         RECEIVE MAP('UORGM224') MAPSET('UORGS87')
015100              INTO(UORGM224I)
015200     END-EXEC.
015300     MOVE EIBOPID TO WS-CUSUARIO.
015400     MOVE WS-CUSUARIO TO UORGL072-CUSUAR.
015500     IF FUNCAOI = 'C'
015600         MOVE 'CONSULTA' TO UORGL072-CFUNCAO
015700     ELSE
015800         MOVE 'EQUIPAM' TO UORGL072-CFUNCAO
015900     END-IF.
016000     MOVE ZERO TO UORGL072-CPSSOA-JURID.
016100     CALL 'UORG0072' USING UORGL072-PARMS.
016200     IF NOT UORGL072-AUTORIZADO
016300         MOVE 'USUARIO SEM AUTORIZACAO PARA A FUNCAO'
016400             TO WS-MENSAGEM
016500         MOVE WS-MENSAGEM TO MSGO
016600         EXEC CICS
016700             SEND MAP('UORGM224') MAPSET('UORGS87')
016800                  FROM(UORGM224O) ERASE
016900         END-EXEC
017000         GO TO 2000-PROCESSAR-TELA-EXIT
017100     END-IF.
017200     MOVE SPACES TO WS-MENSAGEM.
017300     PERFORM 3000-VALIDAR-CHAVE
017400         THRU 3000-VALIDAR-CHAVE-EXIT.
017500     IF WS-MENSAGEM = SPACES
017600        AND FUNCAOI NOT = 'C'
017700         PERFORM 8900-VERIFICAR-JANELA
017800             THRU 8900-VERIFICAR-JANELA-EXIT
017900     END-IF.
018000     IF WS-MENSAGEM = SPACES
018100         EVALUATE FUNCAOI
018200             WHEN 'C'
018300                 CONTINUE
018400             WHEN 'I'
018500                 PERFORM 5000-INCLUIR-EQUIP
018600                     THRU 5000-INCLUIR-EQUIP-EXIT
018700             WHEN 'A'
018800                 PERFORM 5500-ALTERAR-EQUIP
018900                     THRU 5500-ALTERAR-EQUIP-EXIT
019000             WHEN 'E'
019100                 PERFORM 6000-EXCLUIR-EQUIP
019200                     THRU 6000-EXCLUIR-EQUIP-EXIT
019300             WHEN OTHER
019400                 MOVE 'FUNCAO INVALIDA - INFORME C, I, A OU E'
019500                     TO WS-MENSAGEM
019600         END-EVALUATE
019700     END-IF.
019800     IF WS-ACHOU-UNIDADE
019900         IF WS-NSEQ-EQUIP > ZERO
020000             PERFORM 7100-LER-EQUIP
020100                 THRU 7100-LER-EQUIP-EXIT
020200         END-IF
020300         PERFORM 4000-EXIBIR-UNIDADE
020400             THRU 4000-EXIBIR-UNIDADE-EXIT
020500         MOVE WS-CPSSOA-JURID TO UORGL224-CPSSOA-JURID
020600         MOVE WS-NSEQ-UND-ORGNZ TO UORGL224-NSEQ-UND-ORGNZ
020700         MOVE WS-NSEQ-EQUIP TO UORGL224-NSEQ-EQUIP
020800     END-IF.
020900     MOVE WS-MENSAGEM TO MSGO.
021000     EXEC CICS
021100         SEND MAP('UORGM224') MAPSET('UORGS87')
021200              FROM(UORGM224O) ERASE
021300     END-EXEC.
021400 2000-PROCESSAR-TELA-EXIT.
021500     EXIT.
021600******************************************************************
021700*    3000-VALIDAR-CHAVE                                         *
021800*    LE A UNIDADE E O EQUIPAMENTO INFORMADO; O NUMERO DO         *
021900*    EQUIPAMENTO E OBRIGATORIO NA ALTERACAO E NA EXCLUSAO        *
022000******************************************************************
022100 3000-VALIDAR-CHAVE             SECTION.
022200     MOVE 'N' TO WS-SW-ACHOU-UNIDADE WS-SW-ACHOU-EQUIP.
022300     MOVE ZERO TO WS-NSEQ-EQUIP.
022400     IF CPSSOAI IS NOT NUMERIC OR NSEQI IS NOT NUMERIC
022500         MOVE 'UNIDADE INVALIDA - INFORME CPSSOA E NSEQ'
022600             TO WS-MENSAGEM
022700         GO TO 3000-VALIDAR-CHAVE-EXIT
022800     END-IF.
022900     MOVE CPSSOAI TO WS-CPSSOA-JURID.
023000     MOVE NSEQI TO WS-NSEQ-UND-ORGNZ.
023100     PERFORM 7000-LER-UNIDADE
023200         THRU 7000-LER-UNIDADE-EXIT.
023300     IF WS-MENSAGEM NOT = SPACES
023400         GO TO 3000-VALIDAR-CHAVE-EXIT
023500     END-IF.
023600     IF NOT WS-ACHOU-UNIDADE
023700         MOVE 'UNIDADE NAO ENCONTRADA' TO WS-MENSAGEM
023800         GO TO 3000-VALIDAR-CHAVE-EXIT
023900     END-IF.
024000     IF FUNCAOI = 'I'
024100         GO TO 3000-VALIDAR-CHAVE-EXIT
024200     END-IF.
024300     IF NEQUIPI = SPACES
024400         IF FUNCAOI NOT = 'C'
024500             MOVE 'INFORME O NUMERO DO EQUIPAMENTO' TO WS-MENSAGEM
024600         END-IF
024700         GO TO 3000-VALIDAR-CHAVE-EXIT
024800     END-IF.
024900     IF NEQUIPI IS NOT NUMERIC
025000         MOVE 'NUMERO DO EQUIPAMENTO INVALIDO - 4 DIGITOS'
025100             TO WS-MENSAGEM
025200         GO TO 3000-VALIDAR-CHAVE-EXIT
025300     END-IF.
025400     MOVE NEQUIPI TO WS-NSEQ-EQUIP.
025500     PERFORM 7100-LER-EQUIP
025600         THRU 7100-LER-EQUIP-EXIT.
025700     IF WS-MENSAGEM NOT = SPACES
025800         GO TO 3000-VALIDAR-CHAVE-EXIT
025900     END-IF.
026000     IF NOT WS-ACHOU-EQUIP
026100         MOVE 'EQUIPAMENTO NAO ENCONTRADO NA UNIDADE'
026200             TO WS-MENSAGEM
026300         MOVE ZERO TO WS-NSEQ-EQUIP
026400     END-IF.
026500 3000-VALIDAR-CHAVE-EXIT.
026600     EXIT.
026700******************************************************************
026800*    3100-VALIDAR-EQUIP                                         *
026900*    TIPO, NUMERO DE SERIE, QUANTIDADE, DATA DE INSTALACAO E     *
027000*    SITUACAO INFORMADOS NA TELA                                 *
027100******************************************************************
027200 3100-VALIDAR-EQUIP             SECTION.
027300     IF TPEQPI NOT = '1' AND TPEQPI NOT = '2'
027400                        AND TPEQPI NOT = '3'
027500         MOVE 'TIPO INVALIDO - 1 TERMINAL, 2 CAIXA, 3 COFRE'
027600             TO WS-MENSAGEM
027700         GO TO 3100-VALIDAR-EQUIP-EXIT
027800     END-IF.
027900     MOVE TPEQPI TO WS-CTPO-EQUIP.
028000     IF QTDEI IS NOT NUMERIC
028100         MOVE 'QUANTIDADE INVALIDA - 4 DIGITOS' TO WS-MENSAGEM
028200         GO TO 3100-VALIDAR-EQUIP-EXIT
028300     END-IF.
028400     MOVE QTDEI TO WS-QEQUIP.
028500     IF WS-QEQUIP = ZERO
028600         MOVE 'QUANTIDADE DEVE SER MAIOR QUE ZERO' TO WS-MENSAGEM
028700         GO TO 3100-VALIDAR-EQUIP-EXIT
028800     END-IF.
028900     MOVE SERIEI TO WS-NSERIE-EQUIP.
029000     IF WS-CTPO-EQUIP = 1
029100         IF WS-NSERIE-EQUIP = SPACES
029200             MOVE 'TERMINAL EXIGE O NUMERO DE SERIE'
029300                 TO WS-MENSAGEM
029400             GO TO 3100-VALIDAR-EQUIP-EXIT
029500         END-IF
029600         IF WS-QEQUIP NOT = 1
029700             MOVE 'TERMINAL E CADASTRADO UM A UM - QUANTIDADE 1'
029800                 TO WS-MENSAGEM
029900             GO TO 3100-VALIDAR-EQUIP-EXIT
030000         END-IF
030100     END-IF.
030200     IF FUNCAOI = 'I'
030300         MOVE 1 TO WS-CSIT-EQUIP
030400     ELSE
030500         IF SITEQPI NOT = '0' AND SITEQPI NOT = '1'
030600             MOVE 'SITUACAO INVALIDA - 1 INSTALADO, 0 RETIRADO'
030700                 TO WS-MENSAGEM
030800             GO TO 3100-VALIDAR-EQUIP-EXIT
030900         END-IF
031000         MOVE SITEQPI TO WS-CSIT-EQUIP
031100     END-IF.
031200     MOVE DINSTI TO WS-DINSTAL-EQUIP.
031300     EXEC SQL
031400         SELECT CHAR(DATE(:WS-DINSTAL-EQUIP), ISO)
031500           INTO :WS-DATA-VALIDADA
031600           FROM SYSIBM.SYSDUMMY1
031700          WHERE DATE(:WS-DINSTAL-EQUIP) <= CURRENT DATE
031800     END-EXEC.
031900     IF SQLCODE NOT = ZERO
032000         MOVE 'DATA DE INSTALACAO INVALIDA OU FUTURA (AAAA-MM-DD)'
032100             TO WS-MENSAGEM
032200         GO TO 3100-VALIDAR-EQUIP-EXIT
032300     END-IF.
032400     IF WS-NSERIE-EQUIP NOT = SPACES
032500         PERFORM 3200-VALIDAR-SERIE
032600             THRU 3200-VALIDAR-SERIE-EXIT
032700     END-IF.
032800 3100-VALIDAR-EQUIP-EXIT.
032900     EXIT.
033000******************************************************************
033100*    3200-VALIDAR-SERIE                                         *
033200*    NUMERO DE SERIE NAO CADASTRADO EM OUTRO EQUIPAMENTO DO      *
033300*    MESMO TIPO                                                  *
033400******************************************************************
033500 3200-VALIDAR-SERIE             SECTION.
033600     EXEC SQL
033700         SELECT CPSSOA_JURID, NSEQ_UND_ORGNZ, NSEQ_EQUIP
033800           INTO :WS-CPSSOA-DONO, :WS-NSEQ-UND-DONO, :WS-NSEQ-DONO
033900           FROM DB2PRD.TEQUIP_UND_ORGNZ
034000          WHERE CTPO_EQUIP   = :WS-CTPO-EQUIP
034100            AND NSERIE_EQUIP = :WS-NSERIE-EQUIP
034200          FETCH FIRST 1 ROW ONLY
034300     END-EXEC.
034400     EVALUATE TRUE
034500         WHEN SQLCODE = 100
034600             CONTINUE
034700         WHEN SQLCODE NOT = ZERO
034800             MOVE 'ERRO NA CONSULTA DO NUMERO DE SERIE'
034900                 TO WS-MENSAGEM
035000         WHEN WS-CPSSOA-DONO = WS-CPSSOA-JURID
035100          AND WS-NSEQ-UND-DONO = WS-NSEQ-UND-ORGNZ
035200          AND WS-NSEQ-DONO = WS-NSEQ-EQUIP
035300             CONTINUE
035400         WHEN OTHER
035500             MOVE WS-CPSSOA-DONO TO WS-CPSSOA-ED
035600             MOVE WS-NSEQ-UND-DONO TO WS-NSEQ-ED
035700             STRING 'SERIE JA CADASTRADA NA UNIDADE '
035800                    WS-CPSSOA-ED '/' WS-NSEQ-ED
035900                    DELIMITED BY SIZE INTO WS-MENSAGEM
036000     END-EVALUATE.
036100 3200-VALIDAR-SERIE-EXIT.
036200     EXIT.
036300******************************************************************
036400*    4000-EXIBIR-UNIDADE                                        *
036500******************************************************************
036600 4000-EXIBIR-UNIDADE            SECTION.
036700     MOVE WS-CPSSOA-JURID TO WS-CPSSOA-ED.
036800     MOVE WS-CPSSOA-ED TO CPSSOAO.
036900     MOVE WS-NSEQ-UND-ORGNZ TO WS-NSEQ-ED.
037000     MOVE WS-NSEQ-ED TO NSEQO.
037100     MOVE WS-IABREV-UND-ORGNZ TO ABREVO.
037200     MOVE WS-CSIT-UND-ORGNZ TO WS-SIT-ED.
037300     MOVE WS-SIT-ED TO SITUNDO.
037400     MOVE SPACES TO NEQUIPO TPEQPO ITPEQPO SERIEO QTDEO DINSTO
037500                    SITEQPO INCLO.
037600     IF WS-ACHOU-EQUIP
037700         MOVE WS-NSEQ-EQUIP TO WS-NSEQ-EQUIP-ED
037800         MOVE WS-NSEQ-EQUIP-ED TO NEQUIPO
037900         MOVE WS-CTPO-EQUIP TO TPEQPO
038000         PERFORM 4200-DESCREVER-TIPO
038100             THRU 4200-DESCREVER-TIPO-EXIT
038200         MOVE WS-ITPO-EQUIP TO ITPEQPO
038300         MOVE WS-NSERIE-EQUIP TO SERIEO
038400         MOVE WS-QEQUIP TO WS-NSEQ-EQUIP-ED
038500         MOVE WS-NSEQ-EQUIP-ED TO QTDEO
038600         MOVE WS-DINSTAL-EQUIP TO DINSTO
038700         MOVE WS-CSIT-EQUIP TO SITEQPO
038800         STRING WS-HINCL-REG ' ' WS-CUSUAR-INCL
038900                DELIMITED BY SIZE INTO INCLO
039000     END-IF.
039100     PERFORM 4100-MONTAR-LISTA
039200         THRU 4100-MONTAR-LISTA-EXIT.
039300     IF WS-MENSAGEM = SPACES
039400         MOVE 'UNIDADE CONSULTADA' TO WS-MENSAGEM
039500     END-IF.
039600 4000-EXIBIR-UNIDADE-EXIT.
039700     EXIT.
039800******************************************************************
039900*    4100-MONTAR-LISTA                                          *
040000*    UMA LINHA POR EQUIPAMENTO DA UNIDADE, INSTALADOS PRIMEIRO   *
040100******************************************************************
040200 4100-MONTAR-LISTA              SECTION.
040300     MOVE 'N' TO WS-SW-FIM-CURSOR.
040400     PERFORM 4110-LIMPAR-LINHA
040500         THRU 4110-LIMPAR-LINHA-EXIT
040600         VARYING WS-IND-LIN FROM 1 BY 1
040700         UNTIL WS-IND-LIN > WS-QTDE-LINHAS.
040800     MOVE ZERO TO WS-IND-LIN.
040900     EXEC SQL
041000         DECLARE CUR-LISTA CURSOR FOR
041100         SELECT NSEQ_EQUIP, CTPO_EQUIP, NSERIE_EQUIP, QEQUIP,
041200                CSIT_EQUIP
041300           FROM DB2PRD.TEQUIP_UND_ORGNZ
041400          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
041500            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
041600          ORDER BY CSIT_EQUIP DESC, NSEQ_EQUIP
041700     END-EXEC.
041800     EXEC SQL
041900         OPEN CUR-LISTA
042000     END-EXEC.
042100     IF SQLCODE NOT = ZERO
042200         GO TO 4100-MONTAR-LISTA-EXIT
042300     END-IF.
042400     PERFORM 4120-LER-LINHA
042500         THRU 4120-LER-LINHA-EXIT
042600         UNTIL WS-FIM-CURSOR
042700            OR WS-IND-LIN NOT < WS-QTDE-LINHAS.
042800     EXEC SQL
042900         CLOSE CUR-LISTA
043000     END-EXEC.
043100 4100-MONTAR-LISTA-EXIT.
043200     EXIT.
043300******************************************************************
043400*    4110-LIMPAR-LINHA                                          *
043500******************************************************************
043600 4110-LIMPAR-LINHA              SECTION.
043700     MOVE SPACES TO LINO (WS-IND-LIN).
043800 4110-LIMPAR-LINHA-EXIT.
043900     EXIT.
044000******************************************************************
044100*    4120-LER-LINHA                                             *
044200******************************************************************
044300 4120-LER-LINHA                 SECTION.
044400     EXEC SQL
044500         FETCH CUR-LISTA
044600          INTO :WS-NSEQ-DONO, :WS-CTPO-EQUIP,
044700               :WS-LIS-NSERIE-EQUIP:WS-IND-SERIE,
044800               :WS-QEQUIP, :WS-CSIT-EQUIP
044900     END-EXEC.
045000     IF SQLCODE NOT = ZERO
045100         MOVE 'S' TO WS-SW-FIM-CURSOR
045200         GO TO 4120-LER-LINHA-EXIT
045300     END-IF.
045400     IF WS-IND-SERIE < ZERO
045500         MOVE SPACES TO WS-LIS-NSERIE-EQUIP
045600     END-IF.
045700     MOVE WS-NSEQ-DONO TO WS-LIS-NSEQ-EQUIP.
045800     PERFORM 4200-DESCREVER-TIPO
045900         THRU 4200-DESCREVER-TIPO-EXIT.
046000     MOVE WS-ITPO-EQUIP TO WS-LIS-ITPO-EQUIP.
046100     MOVE WS-QEQUIP TO WS-LIS-QEQUIP.
046200     IF WS-CSIT-EQUIP = 1
046300         MOVE 'INSTALAD' TO WS-LIS-SITUACAO
046400     ELSE
046500         MOVE 'RETIRADO' TO WS-LIS-SITUACAO
046600     END-IF.
046700     ADD 1 TO WS-IND-LIN.
046800     MOVE WS-LINHA-LISTA TO LINO (WS-IND-LIN).
046900 4120-LER-LINHA-EXIT.
047000     EXIT.
047100******************************************************************
047200*    4200-DESCREVER-TIPO                                        *
047300******************************************************************
047400 4200-DESCREVER-TIPO            SECTION.
047500     EVALUATE WS-CTPO-EQUIP
047600         WHEN 1
047700             MOVE 'TERMINAL AUTOATEND.' TO WS-ITPO-EQUIP
047800         WHEN 2
047900             MOVE 'POSICAO DE CAIXA' TO WS-ITPO-EQUIP
048000         WHEN 3
048100             MOVE 'COFRE DE ALUGUEL' TO WS-ITPO-EQUIP
048200         WHEN OTHER
048300             MOVE 'TIPO DESCONHECIDO' TO WS-ITPO-EQUIP
048400     END-EVALUATE.
048500 4200-DESCREVER-TIPO-EXIT.
048600     EXIT.
048700******************************************************************
048800*    5000-INCLUIR-EQUIP                                         *
048900*    O NUMERO DO EQUIPAMENTO E O PROXIMO LIVRE NA UNIDADE        *
049000******************************************************************
049100 5000-INCLUIR-EQUIP             SECTION.
049200     IF WS-CSIT-UND-ORGNZ = ZERO
049300         MOVE 'UNIDADE ENCERRADA NAO RECEBE EQUIPAMENTO'
049400             TO WS-MENSAGEM
049500         GO TO 5000-INCLUIR-EQUIP-EXIT
049600     END-IF.
049700     PERFORM 3100-VALIDAR-EQUIP
049800         THRU 3100-VALIDAR-EQUIP-EXIT.
049900     IF WS-MENSAGEM NOT = SPACES
050000         GO TO 5000-INCLUIR-EQUIP-EXIT
050100     END-IF.
050200     EXEC SQL
050300         SELECT COALESCE(MAX(NSEQ_EQUIP), 0) + 1
050400           INTO :WS-NSEQ-EQUIP
050500           FROM DB2PRD.TEQUIP_UND_ORGNZ
050600          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
050700            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
050800     END-EXEC.
050900     IF SQLCODE NOT = ZERO
051000         MOVE 'ERRO NA NUMERACAO DO EQUIPAMENTO' TO WS-MENSAGEM
051100         MOVE ZERO TO WS-NSEQ-EQUIP
051200         GO TO 5000-INCLUIR-EQUIP-EXIT
051300     END-IF.
051400     EXEC SQL
051500         INSERT INTO DB2PRD.TEQUIP_UND_ORGNZ
051600                (CPSSOA_JURID, NSEQ_UND_ORGNZ, NSEQ_EQUIP,
051700                 CTPO_EQUIP, NSERIE_EQUIP, QEQUIP, DINSTAL_EQUIP,
051800                 CSIT_EQUIP, HINCL_REG, CUSUAR_INCL)
051900         VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
052000                 :WS-NSEQ-EQUIP, :WS-CTPO-EQUIP,
052100                 NULLIF(:WS-NSERIE-EQUIP, ' '), :WS-QEQUIP,
052200                 DATE(:WS-DINSTAL-EQUIP), :WS-CSIT-EQUIP,
052300                 CURRENT TIMESTAMP, :WS-CUSUARIO)
052400     END-EXEC.
052500     EVALUATE TRUE
052600         WHEN SQLCODE = ZERO
052700             MOVE WS-NSEQ-EQUIP TO WS-NSEQ-EQUIP-ED
052800             STRING 'EQUIPAMENTO ' WS-NSEQ-EQUIP-ED
052900                    ' INCLUIDO COM SUCESSO'
053000                    DELIMITED BY SIZE INTO WS-MENSAGEM
053100         WHEN SQLCODE = -803
053200             MOVE 'NUMERO JA USADO POR OUTRO USUARIO - REPITA'
053300                 TO WS-MENSAGEM
053400             MOVE ZERO TO WS-NSEQ-EQUIP
053500         WHEN OTHER
053600             MOVE 'ERRO NA INCLUSAO DO EQUIPAMENTO' TO WS-MENSAGEM
053700             MOVE ZERO TO WS-NSEQ-EQUIP
053800     END-EVALUATE.
053900 5000-INCLUIR-EQUIP-EXIT.
054000     EXIT.
054100******************************************************************
054200*    5500-ALTERAR-EQUIP                                         *
054300******************************************************************
054400 5500-ALTERAR-EQUIP             SECTION.
054500     PERFORM 3100-VALIDAR-EQUIP
054600         THRU 3100-VALIDAR-EQUIP-EXIT.
054700     IF WS-MENSAGEM NOT = SPACES
054800         GO TO 5500-ALTERAR-EQUIP-EXIT
054900     END-IF.
055000     EXEC SQL
055100         UPDATE DB2PRD.TEQUIP_UND_ORGNZ
055200            SET CTPO_EQUIP    = :WS-CTPO-EQUIP,
055300                NSERIE_EQUIP  = NULLIF(:WS-NSERIE-EQUIP, ' '),
055400                QEQUIP        = :WS-QEQUIP,
055500                DINSTAL_EQUIP = DATE(:WS-DINSTAL-EQUIP),
055600                CSIT_EQUIP    = :WS-CSIT-EQUIP,
055700                HMANUT_REG    = CURRENT TIMESTAMP,
055800                CUSUAR_MANUT  = :WS-CUSUARIO
055900          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
056000            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
056100            AND NSEQ_EQUIP     = :WS-NSEQ-EQUIP
056200     END-EXEC.
056300     IF SQLCODE = ZERO
056400         MOVE 'EQUIPAMENTO ALTERADO COM SUCESSO' TO WS-MENSAGEM
056500     ELSE
056600         MOVE 'ERRO NA ALTERACAO DO EQUIPAMENTO' TO WS-MENSAGEM
056700     END-IF.
056800 5500-ALTERAR-EQUIP-EXIT.
056900     EXIT.
057000******************************************************************
057100*    6000-EXCLUIR-EQUIP                                         *
057200*    SO PARA REGISTRO FEITO POR ENGANO; A RETIRADA DO            *
057300*    EQUIPAMENTO E A ALTERACAO DA SITUACAO PARA 0                *
057400******************************************************************
057500 6000-EXCLUIR-EQUIP             SECTION.
057600     EXEC SQL
057700         DELETE FROM DB2PRD.TEQUIP_UND_ORGNZ
057800          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
057900            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
058000            AND NSEQ_EQUIP     = :WS-NSEQ-EQUIP
058100     END-EXEC.
058200     IF SQLCODE = ZERO
058300         MOVE 'EQUIPAMENTO EXCLUIDO COM SUCESSO' TO WS-MENSAGEM
058400         MOVE ZERO TO WS-NSEQ-EQUIP
058500     ELSE
058600         MOVE 'ERRO NA EXCLUSAO DO EQUIPAMENTO' TO WS-MENSAGEM
058700     END-IF.
058800 6000-EXCLUIR-EQUIP-EXIT.
058900     EXIT.
059000******************************************************************
059100*    7000-LER-UNIDADE                                           *
059200******************************************************************
059300 7000-LER-UNIDADE               SECTION.
059400     MOVE 'N' TO WS-SW-ACHOU-UNIDADE.
059500     EXEC SQL
059600         SELECT IABREV_UND_ORGNZ, CSIT_UND_ORGNZ
059700           INTO :WS-IABREV-UND-ORGNZ:WS-IND-ABREV,
059800                :WS-CSIT-UND-ORGNZ:WS-IND-CSIT
059900           FROM DB2PRD.TUND_ORGNZ
060000          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
060100            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
060200     END-EXEC.
060300     EVALUATE TRUE
060400         WHEN SQLCODE = ZERO
060500             IF WS-IND-ABREV < ZERO
060600                 MOVE SPACES TO WS-IABREV-UND-ORGNZ
060700             END-IF
060800             IF WS-IND-CSIT < ZERO
060900                 MOVE ZERO TO WS-CSIT-UND-ORGNZ
061000             END-IF
061100             MOVE 'S' TO WS-SW-ACHOU-UNIDADE
061200         WHEN SQLCODE = 100
061300             CONTINUE
061400         WHEN OTHER
061500             MOVE 'ERRO NA CONSULTA DA UNIDADE' TO WS-MENSAGEM
061600     END-EVALUATE.
061700 7000-LER-UNIDADE-EXIT.
061800     EXIT.
061900******************************************************************
062000*    7100-LER-EQUIP                                             *
062100*    EQUIPAMENTO DA UNIDADE, COM A INCLUSAO                     *
062200******************************************************************
062300 7100-LER-EQUIP                 SECTION.
062400     MOVE 'N' TO WS-SW-ACHOU-EQUIP.
062500     EXEC SQL
062600         SELECT CTPO_EQUIP, NSERIE_EQUIP, QEQUIP,
062700                CHAR(DINSTAL_EQUIP, ISO), CSIT_EQUIP,
062800                CHAR(DATE(HINCL_REG), ISO), CUSUAR_INCL
062900           INTO :WS-CTPO-EQUIP, :WS-NSERIE-EQUIP:WS-IND-SERIE,
063000                :WS-QEQUIP, :WS-DINSTAL-EQUIP, :WS-CSIT-EQUIP,
063100                :WS-HINCL-REG, :WS-CUSUAR-INCL
063200           FROM DB2PRD.TEQUIP_UND_ORGNZ
063300          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
063400            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
063500            AND NSEQ_EQUIP     = :WS-NSEQ-EQUIP
063600     END-EXEC.
063700     EVALUATE TRUE
063800         WHEN SQLCODE = ZERO
063900             IF WS-IND-SERIE < ZERO
064000                 MOVE SPACES TO WS-NSERIE-EQUIP
064100             END-IF
064200             MOVE 'S' TO WS-SW-ACHOU-EQUIP
064300         WHEN SQLCODE = 100
064400             CONTINUE
064500         WHEN OTHER
064600             MOVE 'ERRO NA CONSULTA DO EQUIPAMENTO' TO WS-MENSAGEM
064700     END-EVALUATE.
064800 7100-LER-EQUIP-EXIT.
064900     EXIT.
065000******************************************************************
065100*    8900-VERIFICAR-JANELA                                       *
065200*    COM A JANELA DE PROCESSAMENTO BATCH FECHADA (UORG0183) A    *
065300*    ATUALIZACAO E RECUSADA COM A MENSAGEM DO CATALOGO           *
065400******************************************************************
065500 8900-VERIFICAR-JANELA          SECTION.
065600     MOVE 'C' TO UORGL183-FUNCTION.
065700     CALL 'UORG0183' USING UORGL183-PARMS.
065800     IF UORGL183-JANELA-FECHADA
065900         MOVE UORGL183-MENSAGEM TO WS-MENSAGEM
066000     END-IF.
066100 8900-VERIFICAR-JANELA-EXIT.
066200     EXIT.
066300******************************************************************
066400*    9000-ENCERRAR                                               *
066500******************************************************************
066600 9000-ENCERRAR                  SECTION.
066700     IF EIBCALEN = ZERO
066800         EXEC CICS
066900             RETURN TRANSID('UO87')
067000                  COMMAREA(WS-COMMAREA-INICIAL)
067100         END-EXEC
067200     END-IF.
067300     EXEC CICS
067400         RETURN TRANSID('UO87') COMMAREA(DFHCOMMAREA)
067500     END-EXEC.
067600     GOBACK.
