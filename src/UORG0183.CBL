000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0183                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0183.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - SERVICO DA JANELA DE PROCESSAMENTO    *
001600*                BATCH (TCTRL_JANELA_ONLINE): CONSULTA PELAS     *
001700*                TRANSACOES DE ATUALIZACAO E FECHAMENTO,         *
001800*                ABERTURA E INTERVENCAO DO OPERADOR (UORG0184).  *
001810* 15/10/2026 ES  FECHAMENTO PELA CADEIA ('F') LIMPA A            *
001820*                INTERVENCAO DO OPERADOR (CINDCD_OVERRIDE 'N').  *
001900******************************************************************
002000*
002100*    FUNCAO: SUBPROGRAMA DE SERVICO. MANTEM A LINHA UNICA 'UORG'
002200*    DE TCTRL_JANELA_ONLINE. A JANELA ESTA FECHADA QUANDO O
002300*    OPERADOR FORCOU O FECHAMENTO (CINDCD_OVERRIDE 'F') OU
002400*    QUANDO NAO HA INTERVENCAO ('N') E A CADEIA BATCH A FECHOU
002500*    (CSIT_JANELA 'F'); A INTERVENCAO 'A' MANTEM A JANELA ABERTA
002600*    MESMO DURANTE A CADEIA. NA CONSULTA ('C'), JANELA FECHADA
002700*    DEVOLVE A MENSAGEM RESOLVIDA NO CATALOGO (UORG0073, RETORNO
002800*    '08', PARAMETRO = HORA PREVISTA DE REABERTURA). LINHA
002900*    INEXISTENTE OU ERRO DE LEITURA NA CONSULTA SAO TRATADOS
003000*    COMO JANELA ABERTA, PARA NAO BLOQUEAR O ONLINE. AS FUNCOES
003100*    'F', 'A' E 'O' ATUALIZAM (OU INCLUEM) A LINHA; O 'F' DA
003200*    CADEIA LIMPA A INTERVENCAO DO OPERADOR, PARA QUE UMA
003210*    ABERTURA FORCADA NAO SOBREVIVA AO DIA SEGUINTE. O COMMIT
003220*    FICA COM A ROTINA CHAMADORA.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.         IBM-390.
003700 OBJECT-COMPUTER.         IBM-390.
003800 DATA DIVISION.
003900 WORKING-STORAGE SECTION.
004000     EXEC SQL INCLUDE SQLCA END-EXEC.
004100 01  WS-CONSTANTES.
004200     05 WS-CJANELA               PIC X(4)  VALUE 'UORG'.
004300 01  WS-AREA-TRABALHO.
004400     05 WS-CSIT-JANELA           PIC X(1).
004500     05 WS-HPREVS-REABERT        PIC X(5).
004600     05 WS-CINDCD-OVERRIDE       PIC X(1).
004700     05 WS-SW-EXISTE             PIC X(1).
004800        88 WS-LINHA-EXISTE           VALUE 'S'.
004900     05 WS-MENSAGEM              PIC X(60).
005000 COPY UORGL073.
005100 LINKAGE SECTION.
005200 COPY UORGL183.
005300 PROCEDURE DIVISION USING UORGL183-PARMS.
005400******************************************************************
005500*    0000-MAINLINE                                               *
005600******************************************************************
005700 0000-MAINLINE                  SECTION.
005800     MOVE '00' TO UORGL183-RETORNO.
005900     MOVE 'N' TO UORGL183-SW-FECHADA.
006000     MOVE SPACES TO UORGL183-MENSAGEM.
006100     PERFORM 1000-LER-JANELA
006200         THRU 1000-LER-JANELA-EXIT.
006300     IF UORGL183-CONSULTAR
006400         PERFORM 2000-CONSULTAR
006500             THRU 2000-CONSULTAR-EXIT
006600     ELSE
006700     IF UORGL183-OK
006800         PERFORM 3000-ATUALIZAR
006900             THRU 3000-ATUALIZAR-EXIT
007000     END-IF
007100     END-IF.
007200 0000-MAINLINE-EXIT.
007300     GOBACK.
007400******************************************************************
007500*    1000-LER-JANELA                                             *
007600*    LE A LINHA DA JANELA; INEXISTENTE EQUIVALE A JANELA ABERTA  *
007700*    SEM INTERVENCAO                                             *
007800******************************************************************
007900 1000-LER-JANELA                SECTION.
008000     MOVE 'A' TO WS-CSIT-JANELA.
008100     MOVE SPACES TO WS-HPREVS-REABERT.
008200     MOVE 'N' TO WS-CINDCD-OVERRIDE.
008300     MOVE 'N' TO WS-SW-EXISTE.
008400     EXEC SQL
008500         SELECT CSIT_JANELA, HPREVS_REABERT, CINDCD_OVERRIDE
008600           INTO :WS-CSIT-JANELA, :WS-HPREVS-REABERT,
008700                :WS-CINDCD-OVERRIDE
008800           FROM DB2PRD.TCTRL_JANELA_ONLINE
008900          WHERE CJANELA = :WS-CJANELA
009000     END-EXEC.
009100     EVALUATE SQLCODE
009200         WHEN ZERO
009300             MOVE 'S' TO WS-SW-EXISTE
009400         WHEN +100
009500             CONTINUE
009600         WHEN OTHER
009700             MOVE '99' TO UORGL183-RETORNO
009800     END-EVALUATE.
009900 1000-LER-JANELA-EXIT.
010000     EXIT.
010100******************************************************************
010200*    2000-CONSULTAR                                              *
010300*    SITUACAO EFETIVA DA JANELA E MENSAGEM PARA A TRANSACAO      *
010400******************************************************************
010500 2000-CONSULTAR                 SECTION.
010600     MOVE WS-HPREVS-REABERT TO UORGL183-HPREVS-REABERT.
010700     MOVE WS-CINDCD-OVERRIDE TO UORGL183-CINDCD-OVERRIDE.
010800     IF NOT UORGL183-OK
010900         GO TO 2000-CONSULTAR-EXIT
011000     END-IF.
011100     IF WS-CINDCD-OVERRIDE = 'F'
011200         MOVE 'S' TO UORGL183-SW-FECHADA
011300     ELSE
011400     IF WS-CINDCD-OVERRIDE NOT = 'A'
011500         AND WS-CSIT-JANELA = 'F'
011600         MOVE 'S' TO UORGL183-SW-FECHADA
011700     END-IF
011800     END-IF.
011900     IF UORGL183-JANELA-ABERTA
012000         GO TO 2000-CONSULTAR-EXIT
012100     END-IF.
012200     MOVE SPACES TO WS-MENSAGEM.
012300     IF WS-HPREVS-REABERT = SPACES
012400         MOVE 'ATUALIZACOES FECHADAS PELO PROCESSAMENTO BATCH'
012500             TO WS-MENSAGEM
012600     ELSE
012700         STRING 'ATUALIZACOES FECHADAS PELO BATCH ATE AS '
012800                WS-HPREVS-REABERT
012900             DELIMITED BY SIZE INTO WS-MENSAGEM
013000     END-IF.
013100     MOVE 'UORG0183' TO UORGL073-CPGM.
013200     MOVE '08' TO UORGL073-CRETORNO.
013300     MOVE WS-HPREVS-REABERT TO UORGL073-PARAMETRO.
013400     MOVE WS-MENSAGEM TO UORGL073-TEXTO.
013500     CALL 'UORG0073' USING UORGL073-PARMS.
013600     IF UORGL073-OK
013700         MOVE UORGL073-TEXTO TO WS-MENSAGEM
013800     END-IF.
013900     MOVE WS-MENSAGEM TO UORGL183-MENSAGEM.
014000 2000-CONSULTAR-EXIT.
014100     EXIT.
014200******************************************************************
014300*    3000-ATUALIZAR                                              *
014400*    FECHAMENTO/ABERTURA PELA CADEIA OU INTERVENCAO DO OPERADOR  *
014500******************************************************************
014600 3000-ATUALIZAR                 SECTION.
014700     EVALUATE TRUE
014800         WHEN UORGL183-FECHAR
014900             MOVE 'F' TO WS-CSIT-JANELA
015000             MOVE UORGL183-HPREVS-REABERT TO WS-HPREVS-REABERT
015010             MOVE 'N' TO WS-CINDCD-OVERRIDE
015100         WHEN UORGL183-ABRIR
015200             MOVE 'A' TO WS-CSIT-JANELA
015300             MOVE SPACES TO WS-HPREVS-REABERT
015400         WHEN UORGL183-INTERVIR
015500             MOVE UORGL183-CINDCD-OVERRIDE TO WS-CINDCD-OVERRIDE
015600             IF UORGL183-HPREVS-REABERT NOT = SPACES
015700                 MOVE UORGL183-HPREVS-REABERT TO WS-HPREVS-REABERT
015800             END-IF
015900         WHEN OTHER
016000             MOVE '99' TO UORGL183-RETORNO
016100             GO TO 3000-ATUALIZAR-EXIT
016200     END-EVALUATE.
016300     IF WS-LINHA-EXISTE
016400         EXEC SQL
016500             UPDATE DB2PRD.TCTRL_JANELA_ONLINE
016600                SET CSIT_JANELA     = :WS-CSIT-JANELA,
016700                    HPREVS_REABERT  = :WS-HPREVS-REABERT,
016800                    CINDCD_OVERRIDE = :WS-CINDCD-OVERRIDE,
016900                    CUSUAR_MANUT    = :UORGL183-CUSUARIO,
017000                    HMANUT_REG      = CURRENT TIMESTAMP
017100              WHERE CJANELA = :WS-CJANELA
017200         END-EXEC
017300     ELSE
017400         EXEC SQL
017500             INSERT INTO DB2PRD.TCTRL_JANELA_ONLINE
017600                    (CJANELA, CSIT_JANELA, HPREVS_REABERT,
017700                     CINDCD_OVERRIDE, CUSUAR_MANUT, HMANUT_REG)
017800             VALUES (:WS-CJANELA, :WS-CSIT-JANELA,
017900                     :WS-HPREVS-REABERT, :WS-CINDCD-OVERRIDE,
018000                     :UORGL183-CUSUARIO, CURRENT TIMESTAMP)
018100         END-EXEC
018200     END-IF.
018300     IF SQLCODE NOT = ZERO
018400         MOVE '99' TO UORGL183-RETORNO
018500         GO TO 3000-ATUALIZAR-EXIT
018600     END-IF.
018700     MOVE WS-HPREVS-REABERT TO UORGL183-HPREVS-REABERT.
018800     MOVE WS-CINDCD-OVERRIDE TO UORGL183-CINDCD-OVERRIDE.
018900 3000-ATUALIZAR-EXIT.
019000     EXIT.
