000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0184                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0184.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - CHAVE DA JANELA DE PROCESSAMENTO      *
001600*                BATCH: FECHA AS TRANSACOES DE ATUALIZACAO DO    *
001700*                ONLINE NO INICIO DA CADEIA NOTURNA, REABRE NO   *
001800*                FIM E GRAVA A INTERVENCAO DO OPERADOR.          *
001900******************************************************************
002000*
002100*    FUNCAO: PRIMEIRO E ULTIMO PASSO DA CADEIA NOTURNA QUE
002200*    ATUALIZA TUND_ORGNZ (UORG0013, UORG0020, UORG0060 E
002300*    UORG0093). CONFORME O ARQUIVO DE CONTROLE UORGK184:
002400*    'F' FECHA A JANELA COM A HORA PREVISTA DE REABERTURA
002500*    (HH:MM, EM BRANCO ASSUME 06:00), PARA QUE AS TRANSACOES
002600*    UO46, UO56, UO98, UO19, UO83 E UO96 RESPONDAM SO CONSULTA;
002700*    'A' REABRE A JANELA AO FIM DA CADEIA; 'O' GRAVA A
002800*    INTERVENCAO DO OPERADOR ('A' FORCA ABERTA, 'F' FORCA
002900*    FECHADA, 'N' RETIRA A INTERVENCAO), QUE PREVALECE SOBRE A
003000*    SITUACAO DEIXADA PELA CADEIA. A INTERVENCAO EXIGE A FUNCAO
003100*    JANELA NO PERFIL DO USUARIO DO CARTAO (UORG0072). A
003200*    ATUALIZACAO E FEITA PELO SERVICO UORG0183 E A EXECUCAO E
003300*    REGISTRADA EM TCTRL_EXEC_BATCH (UORG0043); CARTAO INVALIDO
003400*    OU ERRO TERMINA COM CODIGO 8.
003500*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.         IBM-390.
003900 OBJECT-COMPUTER.         IBM-390.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CTL-UORGK184 ASSIGN TO UORGK184
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-FS-CONTROLE.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CTL-UORGK184
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 01  CTL-UORGK184-REG            PIC X(80).
005100 WORKING-STORAGE SECTION.
005200     EXEC SQL INCLUDE SQLCA END-EXEC.
005300 01  WS-SWITCHES.
005400     05 WS-SW-ERRO               PIC X(1) VALUE 'N'.
005500        88 WS-HOUVE-ERRO              VALUE 'S'.
005600 01  WS-FS-CONTROLE              PIC X(2).
005700 01  WS-CONSTANTES.
005800     05 WS-HPREVS-PADRAO         PIC X(5)  VALUE '06:00'.
005900 COPY UORGK184.
006000 COPY UORGL183.
006100 COPY UORGL072.
006200 COPY UORGL043.
006300 PROCEDURE DIVISION.
006400******************************************************************
006500*    0000-MAINLINE                                               *
006600******************************************************************
006700 0000-MAINLINE                  SECTION.
006800     PERFORM 9500-REGISTRAR-INICIO
006900         THRU 9500-REGISTRAR-INICIO-EXIT.
007000     PERFORM 1000-LER-CONTROLE
007100         THRU 1000-LER-CONTROLE-EXIT.
007200     IF NOT WS-HOUVE-ERRO
007300         PERFORM 2000-ATUALIZAR-JANELA
007400             THRU 2000-ATUALIZAR-JANELA-EXIT
007500     END-IF.
007600     PERFORM 9600-REGISTRAR-FIM
007700         THRU 9600-REGISTRAR-FIM-EXIT.
007800 0000-MAINLINE-EXIT.
007900     GOBACK.
008000******************************************************************
008100*    1000-LER-CONTROLE                                           *
008200*    LE E CONFERE O ARQUIVO DE CONTROLE; A INTERVENCAO DO        *
008300*    OPERADOR PRECISA DA FUNCAO JANELA NO PERFIL                 *
008400******************************************************************
008500 1000-LER-CONTROLE              SECTION.
008600     MOVE SPACES TO UORGK184-REGISTRO.
008700     OPEN INPUT CTL-UORGK184.
008800     IF WS-FS-CONTROLE = '00'
008900         READ CTL-UORGK184 INTO UORGK184-REGISTRO
009000             AT END
009100                 MOVE SPACES TO UORGK184-REGISTRO
009200         END-READ
009300         CLOSE CTL-UORGK184
009400     END-IF.
009500     IF NOT UORGK184-FECHAR
009600         AND NOT UORGK184-ABRIR
009700         AND NOT UORGK184-INTERVIR
009800         DISPLAY 'UORG0184 - FUNCAO INVALIDA NO CONTROLE: '
009900             UORGK184-FUNCAO
010000         MOVE 'S' TO WS-SW-ERRO
010100         GO TO 1000-LER-CONTROLE-EXIT
010200     END-IF.
010300     IF UORGK184-HPREVS-REABERT = SPACES
010400         IF UORGK184-FECHAR
010500             MOVE WS-HPREVS-PADRAO TO UORGK184-HPREVS-REABERT
010600         END-IF
010700     ELSE
010800         IF UORGK184-HH-REABERT NOT NUMERIC
010900             OR UORGK184-MM-REABERT NOT NUMERIC
011000             OR UORGK184-SEPARADOR NOT = ':'
011100             OR UORGK184-HH-REABERT > 23
011200             OR UORGK184-MM-REABERT > 59
011300             DISPLAY 'UORG0184 - HORA DE REABERTURA INVALIDA: '
011400                 UORGK184-HPREVS-REABERT
011500             MOVE 'S' TO WS-SW-ERRO
011600             GO TO 1000-LER-CONTROLE-EXIT
011700         END-IF
011800     END-IF.
011900     IF NOT UORGK184-INTERVIR
012000         GO TO 1000-LER-CONTROLE-EXIT
012100     END-IF.
012200     IF NOT UORGK184-OVERRIDE-VALIDO
012300         DISPLAY 'UORG0184 - INTERVENCAO INVALIDA NO CONTROLE: '
012400             UORGK184-CINDCD-OVERRIDE
012500         MOVE 'S' TO WS-SW-ERRO
012600         GO TO 1000-LER-CONTROLE-EXIT
012700     END-IF.
012800     MOVE UORGK184-CUSUARIO TO UORGL072-CUSUAR.
012900     MOVE 'JANELA' TO UORGL072-CFUNCAO.
013000     MOVE ZERO TO UORGL072-CPSSOA-JURID.
013100     CALL 'UORG0072' USING UORGL072-PARMS.
013200     IF NOT UORGL072-AUTORIZADO
013300         DISPLAY 'UORG0184 - USUARIO ' UORGK184-CUSUARIO
013400             ' SEM AUTORIZACAO PARA INTERVIR NA JANELA'
013500         MOVE 'S' TO WS-SW-ERRO
013600     END-IF.
013700 1000-LER-CONTROLE-EXIT.
013800     EXIT.
013900******************************************************************
014000*    2000-ATUALIZAR-JANELA                                       *
014100*    GRAVA A SITUACAO DA JANELA PELO SERVICO UORG0183            *
014200******************************************************************
014300 2000-ATUALIZAR-JANELA          SECTION.
014400     MOVE UORGK184-FUNCAO TO UORGL183-FUNCTION.
014500     MOVE UORGK184-HPREVS-REABERT TO UORGL183-HPREVS-REABERT.
014600     MOVE UORGK184-CINDCD-OVERRIDE TO UORGL183-CINDCD-OVERRIDE.
014700     IF UORGK184-CUSUARIO = SPACES
014800         MOVE 'UORG0184' TO UORGL183-CUSUARIO
014900     ELSE
015000         MOVE UORGK184-CUSUARIO TO UORGL183-CUSUARIO
015100     END-IF.
015200     CALL 'UORG0183' USING UORGL183-PARMS.
015300     IF NOT UORGL183-OK
015400         DISPLAY 'UORG0184 - ERRO ' UORGL183-RETORNO
015500             ' NA ATUALIZACAO DA JANELA'
015600         MOVE 'S' TO WS-SW-ERRO
015700         GO TO 2000-ATUALIZAR-JANELA-EXIT
015800     END-IF.
015900     EVALUATE TRUE
016000         WHEN UORGK184-FECHAR
016100             DISPLAY 'UORG0184 - ATUALIZACOES ONLINE FECHADAS, '
016200                 'REABERTURA PREVISTA ' UORGL183-HPREVS-REABERT
016300         WHEN UORGK184-ABRIR
016400             DISPLAY 'UORG0184 - ATUALIZACOES ONLINE REABERTAS'
016500         WHEN OTHER
016600             DISPLAY 'UORG0184 - INTERVENCAO DO OPERADOR '
016700                 UORGL183-CINDCD-OVERRIDE ' GRAVADA POR '
016800                 UORGL183-CUSUARIO
016900     END-EVALUATE.
017000 2000-ATUALIZAR-JANELA-EXIT.
017100     EXIT.
017200******************************************************************
017300*    9500-REGISTRAR-INICIO                                       *
017400*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
017500******************************************************************
017600 9500-REGISTRAR-INICIO          SECTION.
017700     MOVE 'I' TO UORGL043-FUNCTION.
017800     MOVE 'UORG0184' TO UORGL043-CPGM-BATCH.
017900     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
018000                  UORGL043-QTDE-REJEITADOS
018100                  UORGL043-CCOD-TERMINO.
018200     CALL 'UORG0043' USING UORGL043-PARMS.
018300     IF NOT UORGL043-OK
018400         DISPLAY 'UORG0184 - ERRO ' UORGL043-RETORNO
018500             ' NO REGISTRO DE INICIO DA EXECUCAO'
018600     END-IF.
018700 9500-REGISTRAR-INICIO-EXIT.
018800     EXIT.
018900******************************************************************
019000*    9600-REGISTRAR-FIM                                          *
019100*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
019200******************************************************************
019300 9600-REGISTRAR-FIM             SECTION.
019400     MOVE 'F' TO UORGL043-FUNCTION.
019500     MOVE 1 TO UORGL043-QTDE-LIDOS.
019600     IF WS-HOUVE-ERRO
019700         MOVE ZERO TO UORGL043-QTDE-GRAVADOS
019800         MOVE 1 TO UORGL043-QTDE-REJEITADOS
019900         MOVE 8 TO UORGL043-CCOD-TERMINO
020000     ELSE
020100         MOVE 1 TO UORGL043-QTDE-GRAVADOS
020200         MOVE ZERO TO UORGL043-QTDE-REJEITADOS
020300         MOVE ZERO TO UORGL043-CCOD-TERMINO
020400     END-IF.
020500     CALL 'UORG0043' USING UORGL043-PARMS.
020600     IF NOT UORGL043-OK
020700         DISPLAY 'UORG0184 - ERRO ' UORGL043-RETORNO
020800             ' NO REGISTRO DE FIM DA EXECUCAO'
020900     END-IF.
021000     EXEC SQL
021100         COMMIT
021200     END-EXEC.
021300 9600-REGISTRAR-FIM-EXIT.
021400     EXIT.
