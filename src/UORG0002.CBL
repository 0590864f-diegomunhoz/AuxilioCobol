001500* 09/08/2026 ES  CRIACAO - ROTINA DE GRAVACAO DO HISTORICO DE    *
001600*                TUND_ORGNZ_HIST SEMPRE QUE CSIT-UND-ORGNZ OU    *
001700*                CCLASF-UND-ORGNZ FOR ALTERADO.                  *
001710* 15/10/2026 ES  PARAMETRO CINDCD-GERADO-SIST: EVENTO CORRETIVO  *
001720*                GERADO PELA AUDITORIA UORG0204 E GRAVADO COM    *
001730*                CINDCD_GERADO_SIST = 'S' (DEMAIS = 'N'), MESMO  *
001740*                SEM DIFERENCA ENTRE AS IMAGENS.                 *
001800******************************************************************
001900*
002000*    FUNCAO: SUBPROGRAMA DE SERVICO CHAMADO POR QUALQUER ROTINA
002400*    GRAVA UMA LINHA EM TUND_ORGNZ_HIST COM DATA/HORA DO EVENTO
002500*    E O USUARIO RESPONSAVEL. SE NAO HOUVER DIFERENCA, DEVOLVE
002600*    '04' E NAO GRAVA NADA.
002610*    EVENTO CORRETIVO DA AUDITORIA UORG0204 (PARAMETRO
002620*    CINDCD-GERADO-SIST = 'S') E GRAVADO MESMO SEM DIFERENCA,
002630*    MARCADO COMO GERADO PELO SISTEMA.
002700*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003400     EXEC SQL INCLUDE SQLCA END-EXEC.
003500 01  WS-AREA-TRABALHO.
003600     05 WS-HORA-ATUAL             PIC X(26).
003610     05 WS-CINDCD-GERADO-SIST     PIC X(1).
003700 COPY UORGB040.
003800 LINKAGE SECTION.
003900 COPY UORGL002.
004400 0000-MAINLINE                  SECTION.
004500     MOVE '00' TO UORGL002-RETORNO.
004600     IF UORGL002-CSIT-ANT = UORGL002-CSIT-NOVO
004610         AND UORGL002-CCLASF-ANT = UORGL002-CCLASF-NOVO
004620         AND NOT UORGL002-GERADO-SIST
004800         MOVE '04' TO UORGL002-RETORNO
004900         GO TO 0000-MAINLINE-EXIT
005000     END-IF.
006300     MOVE UORGL002-CCLASF-ANT TO CCLASF-UND-ORGNZ-ANT.
006400     MOVE UORGL002-CCLASF-NOVO TO CCLASF-UND-ORGNZ-NOVO.
006500     MOVE UORGL002-CUSUAR-MANUT TO CUSUAR-MANUT.
006510     IF UORGL002-GERADO-SIST
006520         MOVE 'S' TO WS-CINDCD-GERADO-SIST
006530     ELSE
006540         MOVE 'N' TO WS-CINDCD-GERADO-SIST
006550     END-IF.
006600     EXEC SQL
006700         SET :WS-HORA-ATUAL = CURRENT TIMESTAMP
006800     END-EXEC.
007200                (CPSSOA_JURID, NSEQ_UND_ORGNZ, HEVENTO_HIST,
007300                 CSIT_UND_ORGNZ_ANT, CSIT_UND_ORGNZ_NOVO,
007400                 CCLASF_UND_ORGNZ_ANT, CCLASF_UND_ORGNZ_NOVO,
007410                 CUSUAR_MANUT, HMANUT_REG, CINDCD_GERADO_SIST)
007600         VALUES (:CPSSOA-JURID, :NSEQ-UND-ORGNZ, :HEVENTO-HIST,
007700                 :CSIT-UND-ORGNZ-ANT, :CSIT-UND-ORGNZ-NOVO,
007800                 :CCLASF-UND-ORGNZ-ANT, :CCLASF-UND-ORGNZ-NOVO,
007810                 :CUSUAR-MANUT, :HMANUT-REG,
007820                 :WS-CINDCD-GERADO-SIST)
008000     END-EXEC.
008100     IF SQLCODE NOT = ZERO
008200         MOVE '99' TO UORGL002-RETORNO
