001600*                INFORMADA: CATALOGO DE HORARIO THORAR_UND_ORGNZ *
001700*                CRUZADO COM O CALENDARIO DE FERIADOS            *
001800*                TCALND_FERD, NO CRITERIO DO SERVICO UORG0085.   *
001810* 15/10/2026 ES  UNIDADE COM INTERRUPCAO NAO PLANEJADA           *
001820*                (TINTRP_UND_ORGNZ, UORG0201) VIGENTE EM         *
001830*                QUALQUER MOMENTO DA DATA SAI FECHADA.           *
001900******************************************************************
002000*
002100*    FUNCAO: LE O CONGLOMERADO E A DATA DE REFERENCIA DO ARQUIVO
002600*    UNIDADE) FECHAM TODAS; SABADO ABRE SOMENTE QUEM TEM
002700*    CINDCD_SABADO = 'S', NA FAIXA DO SABADO; DIA UTIL ABRE NA
002800*    FAIXA DE SEGUNDA A SEXTA. UNIDADE ATIVA SEM HORARIO
002900*    CADASTRADO SAI COMO EXCECAO PARA REGULARIZACAO. UNIDADE COM
002920*    INTERRUPCAO NAO PLANEJADA INICIADA ATE A DATA E NAO
002930*    ENCERRADA ANTES DELA (EM ABERTO OU COM FIM NA PROPRIA DATA)
002940*    SAI FECHADA, SEM CONSIDERAR CSIT_UND_ORGNZ. AO FINAL,
002950*    TOTAIS DE ABERTAS, FECHADAS E SEM CADASTRO.
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
006300     05 WS-DIA-INTEIRO           PIC S9(9) COMP VALUE ZERO.
006400     05 WS-DIA-SEMANA            PIC S9(4) COMP VALUE ZERO.
006500     05 WS-QTDE-FERIADO          PIC S9(5) COMP VALUE ZERO.
006510     05 WS-QTDE-INTRP            PIC S9(5) COMP VALUE ZERO.
006600 01  WS-AREA-TRABALHO.
006700     05 WS-CPSSOA-ALVO           PIC S9(10)V COMP-3.
006800     05 WS-DATA-REFER-9          PIC 9(8).
019300         ADD 1 TO WS-QTDE-FECHADA
019400         GO TO 2000-PROCESSAR-UNIDADE-GRAVAR
019500     END-IF.
019510     PERFORM 3100-VERIFICAR-INTERRUPCAO
019520         THRU 3100-VERIFICAR-INTERRUPCAO-EXIT.
019530     IF WS-QTDE-INTRP > ZERO
019540         MOVE 'FECHADA - INTERRUPCAO' TO UORGR101-MENSAGEM
019550         ADD 1 TO WS-QTDE-FECHADA
019560         GO TO 2000-PROCESSAR-UNIDADE-GRAVAR
019570     END-IF.
019600     IF WS-DIA-SEMANA = 6
019700         IF WS-CINDCD-SABADO = 'S'
019800             MOVE WS-HINIC-SABADO TO WS-HORA-EDIT
024900     END-IF.
025000 3000-VERIFICAR-FERIADO-EXIT.
025100     EXIT.
025102******************************************************************
025104*    3100-VERIFICAR-INTERRUPCAO                                 *
025106*    INTERRUPCAO NAO PLANEJADA QUE ALCANCA A DATA DE REFERENCIA *
025108******************************************************************
025110 3100-VERIFICAR-INTERRUPCAO     SECTION.
025112     MOVE ZERO TO WS-QTDE-INTRP.
025114     EXEC SQL
025116         SELECT COUNT(*)
025118           INTO :WS-QTDE-INTRP
025120           FROM DB2PRD.TINTRP_UND_ORGNZ
025122          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
025124            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
025126            AND DATE(HINIC_INTRP) <= :WS-DATA-REFER-X
025128            AND (HFIM_INTRP IS NULL
025130                 OR DATE(HFIM_INTRP) >= :WS-DATA-REFER-X)
025132     END-EXEC.
025134     IF SQLCODE NOT = ZERO
025136         DISPLAY 'UORG0101 - ERRO SQLCODE=' SQLCODE
025138             ' NA CONSULTA DAS INTERRUPCOES'
025140         MOVE ZERO TO WS-QTDE-INTRP
025142     END-IF.
025144 3100-VERIFICAR-INTERRUPCAO-EXIT.
025146     EXIT.
025200******************************************************************
025300*    4000-EDITAR-HORA-INICIO                                    *
025400******************************************************************
