000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0216                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0216.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - SERVICO COMUM DE ALERTA AO PLANTAO    *
001600*                (TALERTA_OPER): EVENTO CRITICO DE BATCH OU DE   *
001700*                INTERFACE DEIXA DE ESPERAR O RELATORIO MATINAL  *
001800*                E SEGUE PARA O GATEWAY DE PAGER/E-MAIL.         *
001900******************************************************************
002000*
002100*    FUNCAO: SUBPROGRAMA DE SERVICO CHAMADO PELOS PROGRAMAS QUE
002200*    DETECTAM EVENTO DE SEVERIDADE CRITICA (PORTEIRO UORG0120,
002300*    ANOMALIAS UORG0121, QUARENTENA UORG0122/0123, ERRO DE SQL
002400*    UORG0074, TRANSMISSAO ATRASADA UORG0089). FUNCAO 'R': SE JA
002500*    EXISTE ALERTA DA MESMA ORIGEM, TIPO E CHAVE CUJA PRIMEIRA
002600*    OCORRENCIA ESTA DENTRO DE WS-JANELA-MINUTOS, O NOVO EVENTO
002700*    E SUPRIMIDO ('04'): SO SOMA QOCORR_ALERTA E ATUALIZA
002800*    HULT_OCORR. SENAO GRAVA ALERTA NOVO PENDENTE DE ENVIO
002900*    (CSIT_ALERTA 0) E DEVOLVE O SEQUENCIAL. O ARQUIVO PARA O
003000*    GATEWAY E GERADO A CADA CICLO PELA UORG0217, QUE MARCA O
003100*    ALERTA COMO ENVIADO (CSIT 1). FUNCAO 'K': RECONHECIMENTO
003200*    DO OPERADOR (TRANSACAO UO86, UORG0218), QUE ENCERRA O
003300*    ALERTA (CSIT 2) E INTERROMPE O REENVIO; ALERTA INEXISTENTE
003400*    OU JA RECONHECIDO DEVOLVE '08'. COMO A UORG0074, O ALERTA
003500*    NUNCA PODE DERRUBAR A ROTINA CHAMADORA: ERRO DE SQL SO
003600*    DEVOLVE '99', SEM REGISTRO NA UORG0074 (QUE CHAMA ESTE
003700*    SERVICO). NAO EFETUA COMMIT.
003800*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.         IBM-390.
004200 OBJECT-COMPUTER.         IBM-390.
004300 DATA DIVISION.
004400 WORKING-STORAGE SECTION.
004500     EXEC SQL INCLUDE SQLCA END-EXEC.
004600 01  WS-CONSTANTES.
004700     05 WS-JANELA-MINUTOS        PIC S9(5) COMP VALUE 30.
004800 01  WS-AREA-TRABALHO.
004900     05 WS-NSEQ-ALERTA           PIC S9(9)V COMP-3.
005000 LINKAGE SECTION.
005100 COPY UORGL216.
005200 PROCEDURE DIVISION USING UORGL216-PARMS.
005300******************************************************************
005400*    0000-MAINLINE                                               *
005500******************************************************************
005600 0000-MAINLINE                  SECTION.
005700     MOVE '00' TO UORGL216-RETORNO.
005800     EVALUATE TRUE
005900         WHEN UORGL216-REGISTRO
006000             PERFORM 1000-REGISTRAR-ALERTA
006100                 THRU 1000-REGISTRAR-ALERTA-EXIT
006200         WHEN UORGL216-RECONHECIMENTO
006300             PERFORM 2000-RECONHECER-ALERTA
006400                 THRU 2000-RECONHECER-ALERTA-EXIT
006500         WHEN OTHER
006600             MOVE '12' TO UORGL216-RETORNO
006700     END-EVALUATE.
006800 0000-MAINLINE-EXIT.
006900     GOBACK.
007000******************************************************************
007100*    1000-REGISTRAR-ALERTA                                       *
007200*    REPETICAO DENTRO DA JANELA SO SOMA A OCORRENCIA; FORA DELA  *
007300*    (OU SEM ALERTA ANTERIOR) GRAVA ALERTA NOVO PARA ENVIO       *
007400******************************************************************
007500 1000-REGISTRAR-ALERTA          SECTION.
007600     MOVE ZERO TO UORGL216-NSEQ-ALERTA.
007700     EXEC SQL
007800         UPDATE DB2PRD.TALERTA_OPER
007900            SET QOCORR_ALERTA = QOCORR_ALERTA + 1,
008000                HULT_OCORR    = CURRENT TIMESTAMP
008100          WHERE CORIGEM_ALERTA = :UORGL216-CORIGEM
008200            AND CTPO_ALERTA    = :UORGL216-CTPO-ALERTA
008300            AND RCHAVE_ALERTA  = :UORGL216-RCHAVE
008400            AND HPRIM_OCORR    >
008500                CURRENT TIMESTAMP - :WS-JANELA-MINUTOS MINUTES
008600     END-EXEC.
008700     EVALUATE TRUE
008800         WHEN SQLCODE = ZERO
008900             MOVE '04' TO UORGL216-RETORNO
009000             GO TO 1000-REGISTRAR-ALERTA-EXIT
009100         WHEN SQLCODE = 100
009200             CONTINUE
009300         WHEN OTHER
009400             MOVE '99' TO UORGL216-RETORNO
009500             GO TO 1000-REGISTRAR-ALERTA-EXIT
009600     END-EVALUATE.
009700     MOVE ZERO TO WS-NSEQ-ALERTA.
009800     EXEC SQL
009900         SELECT COALESCE(MAX(NSEQ_ALERTA), 0) + 1
010000           INTO :WS-NSEQ-ALERTA
010100           FROM DB2PRD.TALERTA_OPER
010200     END-EXEC.
010300     IF SQLCODE NOT = ZERO
010400         MOVE '99' TO UORGL216-RETORNO
010500         GO TO 1000-REGISTRAR-ALERTA-EXIT
010600     END-IF.
010700     EXEC SQL
010800         INSERT INTO DB2PRD.TALERTA_OPER
010900                (NSEQ_ALERTA, CORIGEM_ALERTA, CTPO_ALERTA,
011000                 RCHAVE_ALERTA, RTEXTO_ALERTA, HPRIM_OCORR,
011100                 HULT_OCORR, QOCORR_ALERTA, CSIT_ALERTA,
011200                 QENVIO_ALERTA)
011300         VALUES (:WS-NSEQ-ALERTA, :UORGL216-CORIGEM,
011400                 :UORGL216-CTPO-ALERTA, :UORGL216-RCHAVE,
011500                 :UORGL216-RTEXTO, CURRENT TIMESTAMP,
011600                 CURRENT TIMESTAMP, 1, 0, 0)
011700     END-EXEC.
011800     IF SQLCODE NOT = ZERO
011900         MOVE '99' TO UORGL216-RETORNO
012000         GO TO 1000-REGISTRAR-ALERTA-EXIT
012100     END-IF.
012200     MOVE WS-NSEQ-ALERTA TO UORGL216-NSEQ-ALERTA.
012300 1000-REGISTRAR-ALERTA-EXIT.
012400     EXIT.
012500******************************************************************
012600*    2000-RECONHECER-ALERTA                                      *
012700*    O RECONHECIMENTO DO OPERADOR ENCERRA O ALERTA               *
012800******************************************************************
012900 2000-RECONHECER-ALERTA         SECTION.
013000     EXEC SQL
013100         UPDATE DB2PRD.TALERTA_OPER
013200            SET CSIT_ALERTA    = 2,
013300                HRECONH_ALERTA = CURRENT TIMESTAMP,
013400                CUSUAR_RECONH  = :UORGL216-CUSUAR
013500          WHERE NSEQ_ALERTA = :UORGL216-NSEQ-ALERTA
013600            AND CSIT_ALERTA < 2
013700     END-EXEC.
013800     EVALUATE TRUE
013900         WHEN SQLCODE = ZERO
014000             CONTINUE
014100         WHEN SQLCODE = 100
014200             MOVE '08' TO UORGL216-RETORNO
014300         WHEN OTHER
014400             MOVE '99' TO UORGL216-RETORNO
014500     END-EVALUATE.
014600 2000-RECONHECER-ALERTA-EXIT.
014700     EXIT.
