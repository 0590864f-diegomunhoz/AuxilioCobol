000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0198                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0198.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - MASSA DE TESTES MASCARADA A PARTIR DA *
001600*                DESCARGA DE CONTINGENCIA UORGS138 (UORG0138),   *
001700*                NO MESMO LAYOUT, PARA CARGA NO AMBIENTE DE      *
001800*                TESTES PELA UORG0139.                           *
001810* 15/10/2026 ES  TIPO DE DOCUMENTO EM BRANCO NA CHAMADA DA       *
001820*                UORG0023 (VALIDA NINSCR-REG-EMPR, NAO CNPJ).    *
001900******************************************************************
002000*
002100*    FUNCAO: LE A DESCARGA UORGS138 E GRAVA UMA COPIA NO MESMO
002200*    LAYOUT (DD UORGS198) COM OS DADOS PESSOAIS E CADASTRAIS
002300*    SUBSTITUIDOS POR VALORES SINTETICOS:
002400*    - TMANUT_EMPR_GRP ('8'): NINSCR_REG_EMPR PASSA A SER UM
002500*      NUMERO FICTICIO INICIADO POR 9, FORMADO A PARTIR DO
002600*      NSEQ_SOLTC_MANUT, COM DIGITOS VERIFICADORES ACEITOS PELA
002700*      UORG0023; OS NUMEROS DE ATA E DE ARQUIVAMENTO NA JUNTA
002800*      PASSAM A SER O PROPRIO NSEQ_SOLTC_MANUT;
002900*    - TCONTT_UND_ORGNZ ('7'): TELEFONES, E-MAIL, NOME E
003000*      MATRICULA DO GERENTE PASSAM A SER FORMADOS A PARTIR DA
003100*      CHAVE DA UNIDADE;
003200*    - TUND_ORGNZ_HIST ('5'): O USUARIO DA MANUTENCAO PASSA A SER
003300*      O PROPRIO PROGRAMA.
003400*    CAMPOS NAO INFORMADOS NA ORIGEM (ZERO OU BRANCOS) CONTINUAM
003500*    NAO INFORMADOS. AS CHAVES NAO SAO ALTERADAS, PRESERVANDO A
003600*    RELACAO PAI/FILHO, E OS VALORES SINTETICOS DEPENDEM SO DA
003700*    CHAVE: A MESMA ENTRADA GERA SEMPRE A MESMA SAIDA. O HEADER
003800*    E MARCADO COMO COPIA MASCARADA. AS CONTAGENS POR TIPO SAO
003900*    CONFERIDAS CONTRA O TRAILER DA DESCARGA; DESCARGA SEM
004000*    TRAILER, COM CONTAGEM DIVERGENTE OU COM REGISTRO INVALIDO
004100*    GERA COPIA SEM TRAILER (RECUSADA PELA UORG0139) E CODIGO DE
004200*    TERMINO 8.
004300*
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.         IBM-390.
004700 OBJECT-COMPUTER.         IBM-390.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ENT-UORGS138 ASSIGN TO UORGS138
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT SAI-UORGS198 ASSIGN TO UORGS198
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ENT-UORGS138
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  ENT-UORGS138-REG            PIC X(178).
006000 FD  SAI-UORGS198
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  SAI-UORGS198-REG            PIC X(178).
006400 WORKING-STORAGE SECTION.
006500     EXEC SQL INCLUDE SQLCA END-EXEC.
006600 01  WS-SWITCHES.
006700     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
006800        88 WS-FIM-ARQUIVO             VALUE 'S'.
006900     05 WS-SW-TRAILER-LIDO       PIC X(1) VALUE 'N'.
007000        88 WS-TRAILER-LIDO            VALUE 'S'.
007100     05 WS-SW-COPIA-OK           PIC X(1) VALUE 'S'.
007200        88 WS-COPIA-OK                VALUE 'S'.
007300 01  WS-CONTADORES.
007400     05 WS-QTDE-LIDOS            PIC S9(9) COMP VALUE ZERO.
007500     05 WS-QTDE-GRAVADOS         PIC S9(9) COMP VALUE ZERO.
007600     05 WS-QTDE-UNIDADE          PIC S9(9) COMP VALUE ZERO.
007700     05 WS-QTDE-ACESSO           PIC S9(9) COMP VALUE ZERO.
007800     05 WS-QTDE-AREA             PIC S9(9) COMP VALUE ZERO.
007900     05 WS-QTDE-ENDERECO         PIC S9(9) COMP VALUE ZERO.
008000     05 WS-QTDE-HISTORICO        PIC S9(9) COMP VALUE ZERO.
008100     05 WS-QTDE-REGRA            PIC S9(9) COMP VALUE ZERO.
008200     05 WS-QTDE-CONTATO          PIC S9(9) COMP VALUE ZERO.
008300     05 WS-QTDE-EMPRESA          PIC S9(9) COMP VALUE ZERO.
008400     05 WS-QTDE-INSCR-MASC       PIC S9(9) COMP VALUE ZERO.
008500     05 WS-QTDE-INVALIDO         PIC S9(9) COMP VALUE ZERO.
008600 01  WS-AREA-TRABALHO.
008700     05 WS-TRAILER               PIC X(177).
008800     05 WS-NSEQ-UND-ED           PIC 9(8).
008900     05 WS-CPSSOA-JURID-ED       PIC 9(10).
009000     05 WS-NSEQ-SOLTC-ED         PIC 9(10).
009100     05 WS-NSEQ-SOLTC-TAB REDEFINES WS-NSEQ-SOLTC-ED.
009200        10 FILLER                PIC 9(2).
009300        10 WS-NSEQ-SOLTC-BASE    PIC 9(8).
009400     05 WS-NINSCR-FICTICIO       PIC 9(11).
009500     05 WS-NINSCR-FICT-TAB REDEFINES WS-NINSCR-FICTICIO.
009600        10 WS-NINSCR-FICT-PREFIXO PIC 9(1).
009700        10 WS-NINSCR-FICT-BASE   PIC 9(8).
009800        10 WS-NINSCR-FICT-DV     PIC 9(2).
009900     05 WS-DV                    PIC S9(4) COMP.
010000     05 WS-CUSUARIO              PIC X(9) VALUE 'UORG0198'.
010100 COPY UORGS138.
010200 COPY UORGL023.
010300 COPY UORGL043.
010400 PROCEDURE DIVISION.
010500******************************************************************
010600*    0000-MAINLINE                                               *
010700******************************************************************
010800 0000-MAINLINE                  SECTION.
010900     PERFORM 9500-REGISTRAR-INICIO
011000         THRU 9500-REGISTRAR-INICIO-EXIT.
011100     OPEN INPUT ENT-UORGS138.
011200     OPEN OUTPUT SAI-UORGS198.
011300     PERFORM 8000-LER-ARQUIVO
011400         THRU 8000-LER-ARQUIVO-EXIT.
011500     IF WS-FIM-ARQUIVO
011600         OR NOT UORGS138-REG-HEADER
011700         DISPLAY 'UORG0198 - DESCARGA UORGS138 VAZIA OU SEM '
011800             'HEADER - COPIA NAO GERADA'
011900         MOVE 'N' TO WS-SW-COPIA-OK
012000         GO TO 0000-MAINLINE-FIM
012100     END-IF.
012200     PERFORM 2000-MASCARAR-REGISTRO
012300         THRU 2000-MASCARAR-REGISTRO-EXIT
012400         UNTIL WS-FIM-ARQUIVO.
012500     PERFORM 7000-ENCERRAR
012600         THRU 7000-ENCERRAR-EXIT.
012700 0000-MAINLINE-FIM.
012800     CLOSE ENT-UORGS138 SAI-UORGS198.
012900     IF WS-COPIA-OK
013000         DISPLAY 'UORG0198 - COPIA MASCARADA GERADA'
013100     ELSE
013200         DISPLAY 'UORG0198 - COPIA MASCARADA NAO UTILIZAVEL'
013300     END-IF.
013400     PERFORM 9600-REGISTRAR-FIM
013500         THRU 9600-REGISTRAR-FIM-EXIT.
013600     GOBACK.
013700******************************************************************
013800*    2000-MASCARAR-REGISTRO                                     *
013900*    O TRAILER E GUARDADO PARA A CONFERENCIA DO ENCERRAMENTO;   *
014000*    REGISTRO APOS O TRAILER OU DE TIPO DESCONHECIDO NAO E      *
014100*    COPIADO E INUTILIZA A COPIA                                *
014200******************************************************************
014300 2000-MASCARAR-REGISTRO         SECTION.
014400     IF WS-TRAILER-LIDO
014500         DISPLAY 'UORG0198 - REGISTRO APOS O TRAILER, TIPO '
014600             UORGS138-TIPO-REG
014700         ADD 1 TO WS-QTDE-INVALIDO
014800         GO TO 2000-MASCARAR-REGISTRO-LER
014900     END-IF.
015000     EVALUATE TRUE
015100         WHEN UORGS138-REG-HEADER
015200             MOVE 'S' TO UORGS138-HDR-IND-MASCARA
015300         WHEN UORGS138-REG-UNIDADE
015400             ADD 1 TO WS-QTDE-UNIDADE
015500         WHEN UORGS138-REG-ACESSO
015600             ADD 1 TO WS-QTDE-ACESSO
015700         WHEN UORGS138-REG-AREA
015800             ADD 1 TO WS-QTDE-AREA
015900         WHEN UORGS138-REG-ENDERECO
016000             ADD 1 TO WS-QTDE-ENDERECO
016100         WHEN UORGS138-REG-HISTORICO
016200             MOVE WS-CUSUARIO TO UORGS138-HIS-CUSUAR
016300             ADD 1 TO WS-QTDE-HISTORICO
016400         WHEN UORGS138-REG-REGRA
016500             ADD 1 TO WS-QTDE-REGRA
016600         WHEN UORGS138-REG-CONTATO
016700             PERFORM 3000-MASCARAR-CONTATO
016800                 THRU 3000-MASCARAR-CONTATO-EXIT
016900             ADD 1 TO WS-QTDE-CONTATO
017000         WHEN UORGS138-REG-EMPRESA
017100             PERFORM 4000-MASCARAR-EMPRESA
017200                 THRU 4000-MASCARAR-EMPRESA-EXIT
017300             ADD 1 TO WS-QTDE-EMPRESA
017400         WHEN UORGS138-REG-TRAILER
017500             MOVE UORGS138-DET-TRAILER TO WS-TRAILER
017600             MOVE 'S' TO WS-SW-TRAILER-LIDO
017700             GO TO 2000-MASCARAR-REGISTRO-LER
017800         WHEN OTHER
017900             DISPLAY 'UORG0198 - TIPO DE REGISTRO INVALIDO: '
018000                 UORGS138-TIPO-REG
018100             ADD 1 TO WS-QTDE-INVALIDO
018200             GO TO 2000-MASCARAR-REGISTRO-LER
018300     END-EVALUATE.
018400     WRITE SAI-UORGS198-REG FROM UORGS138-REGISTRO.
018500     ADD 1 TO WS-QTDE-GRAVADOS.
018600 2000-MASCARAR-REGISTRO-LER.
018700     PERFORM 8000-LER-ARQUIVO
018800         THRU 8000-LER-ARQUIVO-EXIT.
018900 2000-MASCARAR-REGISTRO-EXIT.
019000     EXIT.
019100******************************************************************
019200*    3000-MASCARAR-CONTATO                                      *
019300*    VALORES SINTETICOS FORMADOS PELA CHAVE DA UNIDADE          *
019400******************************************************************
019500 3000-MASCARAR-CONTATO          SECTION.
019600     MOVE UORGS138-CTT-CPSSOA-JURID TO WS-CPSSOA-JURID-ED.
019700     MOVE UORGS138-CTT-NSEQ-UND TO WS-NSEQ-UND-ED.
019800     IF UORGS138-CTT-NTELEF-UND NOT = SPACES
019900         MOVE SPACES TO UORGS138-CTT-NTELEF-UND
020000         STRING '613' WS-NSEQ-UND-ED
020100                DELIMITED BY SIZE INTO UORGS138-CTT-NTELEF-UND
020200     END-IF.
020300     IF UORGS138-CTT-NTELEF-ALTRN NOT = SPACES
020400         MOVE SPACES TO UORGS138-CTT-NTELEF-ALTRN
020500         STRING '619' WS-NSEQ-UND-ED
020600                DELIMITED BY SIZE INTO UORGS138-CTT-NTELEF-ALTRN
020700     END-IF.
020800     IF UORGS138-CTT-IEMAIL-UND NOT = SPACES
020900         MOVE SPACES TO UORGS138-CTT-IEMAIL-UND
021000         STRING 'UNIDADE.' WS-CPSSOA-JURID-ED '.'
021100                WS-NSEQ-UND-ED '@TESTE.INVALIDO'
021200                DELIMITED BY SIZE INTO UORGS138-CTT-IEMAIL-UND
021300     END-IF.
021400     IF UORGS138-CTT-IGERENTE-UND NOT = SPACES
021500         MOVE SPACES TO UORGS138-CTT-IGERENTE-UND
021600         STRING 'GERENTE TESTE ' WS-NSEQ-UND-ED
021700                DELIMITED BY SIZE INTO UORGS138-CTT-IGERENTE-UND
021800     END-IF.
021900     IF UORGS138-CTT-CMATR-GERENTE NOT = SPACES
022000         MOVE SPACES TO UORGS138-CTT-CMATR-GERENTE
022100         STRING 'Q' WS-NSEQ-UND-ED
022200                DELIMITED BY SIZE INTO UORGS138-CTT-CMATR-GERENTE
022300     END-IF.
022400 3000-MASCARAR-CONTATO-EXIT.
022500     EXIT.
022600******************************************************************
022700*    4000-MASCARAR-EMPRESA                                      *
022800*    NINSCR_REG_EMPR FICTICIO: 9 + OITO ULTIMOS DIGITOS DO      *
022900*    NSEQ_SOLTC_MANUT + O UNICO PAR DE DIGITOS VERIFICADORES    *
023000*    ACEITO PELA UORG0023                                       *
023100******************************************************************
023200 4000-MASCARAR-EMPRESA          SECTION.
023300     MOVE UORGS138-EMP-NSEQ-SOLTC TO WS-NSEQ-SOLTC-ED.
023400     IF UORGS138-EMP-NATA-INSTA NOT = ZERO
023500         MOVE WS-NSEQ-SOLTC-ED TO UORGS138-EMP-NATA-INSTA
023600     END-IF.
023700     IF UORGS138-EMP-NARQ-ATA-UND NOT = ZERO
023800         MOVE WS-NSEQ-SOLTC-ED TO UORGS138-EMP-NARQ-ATA-UND
023900     END-IF.
024000     IF UORGS138-EMP-NARQ-ATA-SEDE NOT = ZERO
024100         MOVE WS-NSEQ-SOLTC-ED TO UORGS138-EMP-NARQ-ATA-SEDE
024200     END-IF.
024300     IF UORGS138-EMP-NINSCR-REG = ZERO
024400         GO TO 4000-MASCARAR-EMPRESA-EXIT
024500     END-IF.
024600     MOVE 9 TO WS-NINSCR-FICT-PREFIXO.
024700     MOVE WS-NSEQ-SOLTC-BASE TO WS-NINSCR-FICT-BASE.
024800     MOVE '04' TO UORGL023-RETORNO.
024900     PERFORM 4100-TESTAR-DIGITO
025000         THRU 4100-TESTAR-DIGITO-EXIT
025100         VARYING WS-DV FROM 0 BY 1
025200         UNTIL WS-DV > 99 OR UORGL023-OK.
025300     IF NOT UORGL023-OK
025400         DISPLAY 'UORG0198 - INSCRICAO FICTICIA NAO FORMADA '
025500             'PARA A SOLICITACAO ' UORGS138-EMP-NSEQ-SOLTC
025600         ADD 1 TO WS-QTDE-INVALIDO
025700         GO TO 4000-MASCARAR-EMPRESA-EXIT
025800     END-IF.
025900     MOVE UORGL023-NINSCR-REG-EMPR TO UORGS138-EMP-NINSCR-REG.
026000     ADD 1 TO WS-QTDE-INSCR-MASC.
026100 4000-MASCARAR-EMPRESA-EXIT.
026200     EXIT.
026300******************************************************************
026400*    4100-TESTAR-DIGITO                                         *
026500******************************************************************
026600 4100-TESTAR-DIGITO             SECTION.
026700     MOVE WS-DV TO WS-NINSCR-FICT-DV.
026800     MOVE WS-NINSCR-FICTICIO TO UORGL023-NINSCR-REG-EMPR.
026810     MOVE SPACE TO UORGL023-CTPO-DOCTO.
026900     CALL 'UORG0023' USING UORGL023-PARMS.
027000 4100-TESTAR-DIGITO-EXIT.
027100     EXIT.
027200******************************************************************
027300*    7000-ENCERRAR                                              *
027400*    CONFERE AS CONTAGENS COM O TRAILER DA DESCARGA E SO ENTAO  *
027500*    GRAVA O TRAILER NA COPIA                                   *
027600******************************************************************
027700 7000-ENCERRAR                  SECTION.
027800     IF NOT WS-TRAILER-LIDO
027900         DISPLAY 'UORG0198 - DESCARGA SEM TRAILER'
028000         MOVE 'N' TO WS-SW-COPIA-OK
028100         GO TO 7000-ENCERRAR-EXIT
028200     END-IF.
028300     MOVE SPACES TO UORGS138-REGISTRO.
028400     MOVE '9' TO UORGS138-TIPO-REG.
028500     MOVE WS-TRAILER TO UORGS138-DET-TRAILER.
028600     IF WS-QTDE-UNIDADE NOT = UORGS138-TRL-QTDE-UNIDADE
028700         OR WS-QTDE-ACESSO NOT = UORGS138-TRL-QTDE-ACESSO
028800         OR WS-QTDE-AREA NOT = UORGS138-TRL-QTDE-AREA
028900         OR WS-QTDE-ENDERECO
029000            NOT = UORGS138-TRL-QTDE-ENDERECO
029100         OR WS-QTDE-HISTORICO
029200            NOT = UORGS138-TRL-QTDE-HISTORICO
029300         OR WS-QTDE-REGRA NOT = UORGS138-TRL-QTDE-REGRA
029400         OR WS-QTDE-CONTATO NOT = UORGS138-TRL-QTDE-CONTATO
029500         OR WS-QTDE-EMPRESA NOT = UORGS138-TRL-QTDE-EMPRESA
029600         DISPLAY 'UORG0198 - CONTAGENS DIVERGENTES DO TRAILER'
029700         MOVE 'N' TO WS-SW-COPIA-OK
029800     END-IF.
029900     IF WS-QTDE-INVALIDO > ZERO
030000         DISPLAY 'UORG0198 - ' WS-QTDE-INVALIDO
030100             ' REGISTRO(S) INVALIDO(S)'
030200         MOVE 'N' TO WS-SW-COPIA-OK
030300     END-IF.
030400     IF NOT WS-COPIA-OK
030500         DISPLAY 'UORG0198 - TRAILER SUPRIMIDO NA COPIA'
030600         GO TO 7000-ENCERRAR-EXIT
030700     END-IF.
030800     WRITE SAI-UORGS198-REG FROM UORGS138-REGISTRO.
030900     ADD 1 TO WS-QTDE-GRAVADOS.
031000     DISPLAY 'UORG0198 - UNIDADES: ' WS-QTDE-UNIDADE
031100         ' CONTATOS: ' WS-QTDE-CONTATO
031200         ' EMPRESAS: ' WS-QTDE-EMPRESA.
031300     DISPLAY 'UORG0198 - INSCRICOES MASCARADAS: '
031400         WS-QTDE-INSCR-MASC.
031500 7000-ENCERRAR-EXIT.
031600     EXIT.
031700******************************************************************
031800*    8000-LER-ARQUIVO                                           *
031900******************************************************************
032000 8000-LER-ARQUIVO               SECTION.
032100     READ ENT-UORGS138 INTO UORGS138-REGISTRO
032200         AT END
032300             MOVE 'S' TO WS-SW-FIM-ARQUIVO
032400             GO TO 8000-LER-ARQUIVO-EXIT
032500     END-READ.
032600     ADD 1 TO WS-QTDE-LIDOS.
032700 8000-LER-ARQUIVO-EXIT.
032800     EXIT.
032900******************************************************************
033000*    9500-REGISTRAR-INICIO                                      *
033100*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
033200******************************************************************
033300 9500-REGISTRAR-INICIO          SECTION.
033400     MOVE 'I' TO UORGL043-FUNCTION.
033500     MOVE 'UORG0198' TO UORGL043-CPGM-BATCH.
033600     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
033700                  UORGL043-QTDE-REJEITADOS
033800                  UORGL043-CCOD-TERMINO.
033900     CALL 'UORG0043' USING UORGL043-PARMS.
034000     IF NOT UORGL043-OK
034100         DISPLAY 'UORG0198 - ERRO ' UORGL043-RETORNO
034200             ' NO REGISTRO DE INICIO DA EXECUCAO'
034300     END-IF.
034400 9500-REGISTRAR-INICIO-EXIT.
034500     EXIT.
034600******************************************************************
034700*    9600-REGISTRAR-FIM                                         *
034800*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO       *
034900******************************************************************
035000 9600-REGISTRAR-FIM             SECTION.
035100     MOVE 'F' TO UORGL043-FUNCTION.
035200     MOVE WS-QTDE-LIDOS TO UORGL043-QTDE-LIDOS.
035300     MOVE WS-QTDE-GRAVADOS TO UORGL043-QTDE-GRAVADOS.
035400     MOVE WS-QTDE-INVALIDO TO UORGL043-QTDE-REJEITADOS.
035500     IF WS-COPIA-OK
035600         MOVE ZERO TO UORGL043-CCOD-TERMINO
035700     ELSE
035800         MOVE 8 TO UORGL043-CCOD-TERMINO
035900     END-IF.
036000     CALL 'UORG0043' USING UORGL043-PARMS.
036100     IF NOT UORGL043-OK
036200         DISPLAY 'UORG0198 - ERRO ' UORGL043-RETORNO
036300             ' NO REGISTRO DE FIM DA EXECUCAO'
036400     END-IF.
036500     EXEC SQL
036600         COMMIT
036700     END-EXEC.
036800 9600-REGISTRAR-FIM-EXIT.
036900     EXIT.
