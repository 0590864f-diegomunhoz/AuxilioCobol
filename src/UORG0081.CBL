001700*                TMANUT_PRDIO_OCPDO (TPRDIO_OCPDO_HIST), NO      *
001800*                MOLDE DA UORG0002, PARA O RELATORIO DE TEMPO    *
001900*                DE CICLO UORG0082.                              *
001910* 15/10/2026 ES  PARAMETRO CINDCD-GERADO-SIST: EVENTO CORRETIVO  *
001920*                GERADO PELA AUDITORIA UORG0204 E GRAVADO COM    *
001930*                CINDCD_GERADO_SIST = 'S' (DEMAIS = 'N'), MESMO  *
001940*                SEM DIFERENCA ENTRE AS IMAGENS.                 *
002000******************************************************************
002100*
002200*    FUNCAO: SUBPROGRAMA DE SERVICO CHAMADO POR QUALQUER CAMINHO
002500*    SITUACAO ANTERIOR E A NOVA; SE IGUAIS, DEVOLVE '04' E NAO
002600*    GRAVA; SE DIFERENTES, INSERE O EVENTO COM TIMESTAMP E
002700*    USUARIO. NAO EFETUA COMMIT.
002710*    EVENTO CORRETIVO DA AUDITORIA UORG0204 (PARAMETRO
002720*    CINDCD-GERADO-SIST = 'S') E GRAVADO MESMO SEM DIFERENCA,
002730*    MARCADO COMO GERADO PELO SISTEMA.
002800*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003500     EXEC SQL INCLUDE SQLCA END-EXEC.
003600 01  WS-AREA-TRABALHO.
003700     05 WS-HORA-ATUAL             PIC X(26).
003710     05 WS-CINDCD-GERADO-SIST     PIC X(1).
003800 COPY UORGB057.
003900 LINKAGE SECTION.
004000 COPY UORGL081.
004400******************************************************************
004500 0000-MAINLINE                  SECTION.
004600     MOVE '00' TO UORGL081-RETORNO.
004610     IF UORGL081-CSIT-ANT = UORGL081-CSIT-NOVO
004620         AND NOT UORGL081-GERADO-SIST
004800         MOVE '04' TO UORGL081-RETORNO
004900         GO TO 0000-MAINLINE-EXIT
005000     END-IF.
006100     MOVE UORGL081-CSIT-ANT TO CSIT-ATUAL-ANT.
006200     MOVE UORGL081-CSIT-NOVO TO CSIT-ATUAL-NOVO.
006300     MOVE UORGL081-CUSUAR-MANUT TO CUSUAR-MANUT.
006310     IF UORGL081-GERADO-SIST
006320         MOVE 'S' TO WS-CINDCD-GERADO-SIST
006330     ELSE
006340         MOVE 'N' TO WS-CINDCD-GERADO-SIST
006350     END-IF.
006400     EXEC SQL
006500         SET :WS-HORA-ATUAL = CURRENT TIMESTAMP
006600     END-EXEC.
006900         INSERT INTO DB2PRD.TPRDIO_OCPDO_HIST
007000                (NSEQ_SOLTC_MANUT, CTPO_SIT_PRDIO, HEVENTO_HIST,
007100                 CSIT_ATUAL_ANT, CSIT_ATUAL_NOVO,
007110                 CUSUAR_MANUT, HMANUT_REG, CINDCD_GERADO_SIST)
007300         VALUES (:NSEQ-SOLTC-MANUT, :CTPO-SIT-PRDIO,
007400                 :HEVENTO-HIST, :CSIT-ATUAL-ANT,
007410                 :CSIT-ATUAL-NOVO, :CUSUAR-MANUT, :HMANUT-REG,
007420                 :WS-CINDCD-GERADO-SIST)
007600     END-EXEC.
007700     IF SQLCODE NOT = ZERO
007800         MOVE '99' TO UORGL081-RETORNO
