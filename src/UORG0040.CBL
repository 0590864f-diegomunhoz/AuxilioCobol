001974*                UORG0122 (TRAILER, RETRANSMISSAO E QUARENTENA) *
001976*                ANTES DA APLICACAO, COM CONFIRMACAO DA         *
001978*                RECEPCAO AO FINAL.                             *
001983* 15/10/2026 ES  UNIDADE DO DETALHE OBTIDA PELO NUMERO DA       *
001988*                DEPENDENCIA NO BACEN VIA UORG0213              *
001993*                (TIDENT_EXTER_UND) QUANDO INFORMADO; NUMERO    *
001998*                SEM CODIGO CADASTRADO SAI COMO EXCECAO.        *
002000******************************************************************
002100*
002200*    FUNCAO: LE O ARQUIVO DE RETORNO DO BACEN (UORGS040,
003200*    DETALHES SEM UNIDADE CORRESPONDENTE EM TUND_ORGNZ TAMBEM
003300*    SAO IMPRESSOS COMO EXCECAO. AO FINAL, A QUANTIDADE DE
003400*    DETALHES LIDOS E CONFERIDA CONTRA O TRAILER DO ARQUIVO.
003410*    QUANDO O DETALHE TRAZ O NUMERO DA DEPENDENCIA NO BACEN
003420*    (NDEPEND-BACEN), A UNIDADE E OBTIDA PELA TABELA DE CODIGOS
003430*    EXTERNOS (UORG0213, SISTEMA 'BACEN') E NAO PELA CHAVE
003440*    DEVOLVIDA NO ARQUIVO; NUMERO SEM CODIGO CADASTRADO SAI NO
003450*    RELATORIO COMO EXCECAO PARA CORRECAO NA UO85. DETALHE SEM
003460*    O NUMERO (ARQUIVOS ANTERIORES AO CAMPO) USA A CHAVE.
003500*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
008420 COPY UORGL073.
008430 COPY UORGL120.
008440 COPY UORGL122.
008450 COPY UORGL213.
008500 PROCEDURE DIVISION.
008600******************************************************************
008700*    0000-MAINLINE                                               *
014800     MOVE UORGS040-NSEQ-UND-ORGNZ TO WS-NSEQ-UND-ORGNZ.
014900     MOVE UORGS040-CMOTIV-REJEI TO WS-CMOTIV-REJEI.
015000     MOVE UORGS040-RMOTIV-REJEI TO WS-RMOTIV-REJEI.
015005     IF UORGS040-NDEPEND-BACEN NOT = SPACES
015010         PERFORM 3050-TRADUZIR-DEPENDENCIA
015015             THRU 3050-TRADUZIR-DEPENDENCIA-EXIT
015020         IF NOT UORGL213-OK
015025             ADD 1 TO WS-QTDE-SEM-UNIDADE
015030             MOVE 'DEPENDENCIA BACEN SEM CODIGO NA UO85'
015035                 TO WS-RMOTIV-REJEI
015040             PERFORM 6000-IMPRIMIR-REJEICAO
015045                 THRU 6000-IMPRIMIR-REJEICAO-EXIT
015050             GO TO 3000-TRATAR-DETALHE-EXIT
015055         END-IF
015060     END-IF.
015100     PERFORM 3100-VERIFICAR-UNIDADE
015200         THRU 3100-VERIFICAR-UNIDADE-EXIT.
015300     IF NOT WS-UNIDADE-EXISTE
017200     END-IF.
017300 3000-TRATAR-DETALHE-EXIT.
017400     EXIT.
017402******************************************************************
017404*    3050-TRADUZIR-DEPENDENCIA                                   *
017406*    UNIDADE DONA DO NUMERO DA DEPENDENCIA NO BACEN (UORG0213)   *
017408******************************************************************
017410 3050-TRADUZIR-DEPENDENCIA      SECTION.
017412     MOVE 'I' TO UORGL213-FUNCTION.
017414     MOVE 'BACEN' TO UORGL213-CSIST-EXTER.
017416     MOVE UORGS040-NDEPEND-BACEN TO UORGL213-CIDENT-EXTER.
017418     CALL 'UORG0213' USING UORGL213-PARMS.
017420     IF UORGL213-OK
017422         MOVE UORGL213-CPSSOA-JURID TO WS-CPSSOA-JURID
017424         MOVE UORGL213-NSEQ-UND-ORGNZ TO WS-NSEQ-UND-ORGNZ
017426     ELSE
017428     IF NOT UORGL213-SEM-MAPEAMENTO
017430         DISPLAY 'UORG0040 - ERRO ' UORGL213-RETORNO
017432             ' NA TRADUCAO DA DEPENDENCIA ' UORGS040-NDEPEND-BACEN
017434     END-IF
017436     END-IF.
017438 3050-TRADUZIR-DEPENDENCIA-EXIT.
017440     EXIT.
017500******************************************************************
017600*    3100-VERIFICAR-UNIDADE                                      *
017700******************************************************************
