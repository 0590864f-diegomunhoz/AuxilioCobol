001400* ---------------------------------------------------------------*
001500* 09/08/2026 ES  CRIACAO - ROTINA DE VALIDACAO DO DIGITO         *
001600*                VERIFICADOR DE NINSCR-REG-EMPR.                 *
001610* 15/10/2026 ES  VALIDACAO TAMBEM DO CNPJ COMPLETO (14 DIGITOS)  *
001620*                QUANDO UORGL023-CTPO-DOCTO = 'J'.               *
001700******************************************************************
001800*
001900*    FUNCAO: SUBPROGRAMA DE SERVICO CHAMADO POR QUALQUER ROTINA
002400*    11 COM PESOS DE 2 A 9 (MESMA FAMILIA DE CALCULO DO CPF E DO
002500*    CNPJ). DEVOLVE '00' QUANDO OS DIGITOS CONFEREM, '04' QUANDO
002600*    NAO CONFEREM E '08' QUANDO O CAMPO NAO FOI INFORMADO (ZERO).
002610*    COM UORGL023-CTPO-DOCTO = 'J' CONFERE DA MESMA FORMA O CNPJ
002620*    COMPLETO DE UORGL023-NCNPJ (DOZE DIGITOS DE BASE E DOIS
002630*    VERIFICADORES); QUALQUER OUTRO VALOR MANTEM A VALIDACAO DE
002640*    NINSCR-REG-EMPR.
002700*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003100 OBJECT-COMPUTER.         IBM-390.
003200 DATA DIVISION.
003300 WORKING-STORAGE SECTION.
003310 01  WS-DOCTO-EDITADO            PIC 9(14).
003320 01  WS-DOCTO-TAB REDEFINES WS-DOCTO-EDITADO.
003330     05 WS-DIGITO                PIC 9 OCCURS 14 TIMES.
003340 01  WS-AREA-TRABALHO.
003350     05 WS-SEQ-CALC              PIC 9 OCCURS 13 TIMES.
003360     05 WS-QTDE-BASE             PIC S9(4) COMP.
003370     05 WS-DESLOC                PIC S9(4) COMP.
003380     05 WS-POS                   PIC S9(4) COMP.
003390     05 WS-QTDE-DIGITOS          PIC S9(4) COMP.
003400     05 WS-IDX                   PIC S9(4) COMP.
003410     05 WS-PESO                  PIC S9(4) COMP.
003420     05 WS-SOMA                  PIC S9(7) COMP.
003430     05 WS-RESTO                 PIC S9(4) COMP.
003440     05 WS-DV-CALCULADO          PIC 9.
003450     05 WS-DV1                   PIC 9.
003460     05 WS-DV2                   PIC 9.
004700 LINKAGE SECTION.
004800 COPY UORGL023.
004900 PROCEDURE DIVISION USING UORGL023-PARMS.
005200******************************************************************
005300 0000-MAINLINE                  SECTION.
005400     MOVE '00' TO UORGL023-RETORNO.
005410     IF UORGL023-VALIDAR-CNPJ
005420         IF UORGL023-NCNPJ = ZERO
005430             MOVE '08' TO UORGL023-RETORNO
005440             GO TO 0000-MAINLINE-EXIT
005450         END-IF
005460         MOVE UORGL023-NCNPJ TO WS-DOCTO-EDITADO
005470         MOVE 12 TO WS-QTDE-BASE
005480         MOVE ZERO TO WS-DESLOC
005490     ELSE
005500         IF UORGL023-NINSCR-REG-EMPR = ZERO
005510             MOVE '08' TO UORGL023-RETORNO
005520             GO TO 0000-MAINLINE-EXIT
005530         END-IF
005540         MOVE UORGL023-NINSCR-REG-EMPR TO WS-DOCTO-EDITADO
005550         MOVE 9 TO WS-QTDE-BASE
005560         MOVE 3 TO WS-DESLOC
005570     END-IF.
005580     PERFORM 2000-CALCULAR-DV1
005590         THRU 2000-CALCULAR-DV1-EXIT.
005600     PERFORM 3000-CALCULAR-DV2
005610         THRU 3000-CALCULAR-DV2-EXIT.
005620     IF WS-DV1 = WS-DIGITO (13)
005630         AND WS-DV2 = WS-DIGITO (14)
005640         MOVE '00' TO UORGL023-RETORNO
006700     ELSE
006800         MOVE '04' TO UORGL023-RETORNO
006900     END-IF.
007300*    2000-CALCULAR-DV1                                           *
007400******************************************************************
007500 2000-CALCULAR-DV1              SECTION.
007510     MOVE WS-QTDE-BASE TO WS-QTDE-DIGITOS.
007520     PERFORM 2100-COPIAR-DIGITO
007530         THRU 2100-COPIAR-DIGITO-EXIT
007540         VARYING WS-IDX FROM 1 BY 1
007550         UNTIL WS-IDX > WS-QTDE-BASE.
008100     PERFORM 5000-CALCULAR-MODULO
008200         THRU 5000-CALCULAR-MODULO-EXIT.
008300     MOVE WS-DV-CALCULADO TO WS-DV1.
008700*    2100-COPIAR-DIGITO                                          *
008800******************************************************************
008900 2100-COPIAR-DIGITO             SECTION.
008910     COMPUTE WS-POS = WS-IDX + WS-DESLOC.
008920     MOVE WS-DIGITO (WS-POS) TO WS-SEQ-CALC (WS-IDX).
009100 2100-COPIAR-DIGITO-EXIT.
009200     EXIT.
009300******************************************************************
009400*    3000-CALCULAR-DV2                                           *
009500******************************************************************
009600 3000-CALCULAR-DV2              SECTION.
009610     COMPUTE WS-QTDE-DIGITOS = WS-QTDE-BASE + 1.
009620     PERFORM 2100-COPIAR-DIGITO
009630         THRU 2100-COPIAR-DIGITO-EXIT
009640         VARYING WS-IDX FROM 1 BY 1
009650         UNTIL WS-IDX > WS-QTDE-BASE.
009660     MOVE WS-DV1 TO WS-SEQ-CALC (WS-QTDE-DIGITOS).
010300     PERFORM 5000-CALCULAR-MODULO
010400         THRU 5000-CALCULAR-MODULO-EXIT.
010500     MOVE WS-DV-CALCULADO TO WS-DV2.
