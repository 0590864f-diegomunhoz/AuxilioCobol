001600*                SEGURO PREDIAL (TAPOLC_SEGURO) POR ARQUIVO, NOS *
001700*                MOLDES DA UORG0084, PARA O RELATORIO DE         *
001800*                SUBSEGURO UORG0132.                             *
001810* 14/10/2026 ES  PREMIO ANUAL DA APOLICE (VPREMIO_ANUAL), BRANCO *
001820*                = NULO, PARA O CUSTO DE OCUPACAO (UORG0161).    *
001900******************************************************************
002000*
002100*    FUNCAO: LE O ARQUIVO UORGS131 E APLICA CADA REGISTRO NO
002200*    CADASTRO DE APOLICES: FUNCAO 'I' INCLUI OU ATUALIZA A
002300*    APOLICE DA UNIDADE (UNIDADE EXISTENTE EM TUND_ORGNZ,
002400*    VALOR E VENCIMENTO NUMERICOS, SEGURADORA INFORMADA,
002410*    PREMIO ANUAL NUMERICO OU EM BRANCO);
002500*    FUNCAO 'E' EXCLUI. COMMIT A CADA WS-INTERVALO-CKPT
002600*    APLICACOES.
002700*
006000     05 WS-VCOBERT               PIC S9(13)V99 COMP-3.
006100     05 WS-DVENCTO               PIC X(10).
006200     05 WS-CUSUARIO              PIC X(9).
006210     05 WS-VPREMIO-ANUAL         PIC S9(11)V99 COMP-3.
006220 01  WS-INDICADORES.
006230     05 WS-IND-VPREMIO           PIC S9(4) COMP-5.
006300 COPY UORGS131.
006400 COPY UORGL043.
006500 PROCEDURE DIVISION.
013000     IF UORGS131-VCOBERT IS NOT NUMERIC
013100         OR UORGS131-DVENCTO IS NOT NUMERIC
013200         OR UORGS131-ISEGURADORA = SPACES
013210         OR (UORGS131-VPREMIO-ANUAL-X NOT = SPACES
013220             AND UORGS131-VPREMIO-ANUAL IS NOT NUMERIC)
013300         DISPLAY 'UORG0131 - APOLICE INVALIDA, UNIDADE '
013400             UORGS131-CPSSOA-JURID '/'
013500             UORGS131-NSEQ-UND-ORGNZ
015300     END-IF.
015400     MOVE UORGS131-ISEGURADORA TO WS-ISEGURADORA.
015500     MOVE UORGS131-VCOBERT TO WS-VCOBERT.
015510     IF UORGS131-VPREMIO-ANUAL-X = SPACES
015520         MOVE ZERO TO WS-VPREMIO-ANUAL
015530         MOVE -1 TO WS-IND-VPREMIO
015540     ELSE
015550         MOVE UORGS131-VPREMIO-ANUAL TO WS-VPREMIO-ANUAL
015560         MOVE ZERO TO WS-IND-VPREMIO
015570     END-IF.
015600     STRING UORGS131-DVENCTO (1:4) '-'
015700            UORGS131-DVENCTO (5:2) '-'
015800            UORGS131-DVENCTO (7:2)
016100         UPDATE DB2PRD.TAPOLC_SEGURO
016200            SET ISEGURADORA   = :WS-ISEGURADORA,
016300                VCOBERT_APOLC = :WS-VCOBERT,
016310                VPREMIO_ANUAL =
016320                    :WS-VPREMIO-ANUAL:WS-IND-VPREMIO,
016400                DVENCTO_APOLC = :WS-DVENCTO,
016500                CUSUAR_MANUT  = :WS-CUSUARIO,
016600                HMANUT_REG    = CURRENT TIMESTAMP
017200         EXEC SQL
017300             INSERT INTO DB2PRD.TAPOLC_SEGURO
017400                    (CPSSOA_JURID, NSEQ_UND_ORGNZ, NAPOLC,
017500                     ISEGURADORA, VCOBERT_APOLC, VPREMIO_ANUAL,
017600                     DVENCTO_APOLC, CUSUAR_INCL, HINCL_REG)
017700             VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
017800                     :WS-NAPOLC, :WS-ISEGURADORA,
017900                     :WS-VCOBERT,
017910                     :WS-VPREMIO-ANUAL:WS-IND-VPREMIO,
017920                     :WS-DVENCTO,
018000                     :WS-CUSUARIO, CURRENT TIMESTAMP)
018100         END-EXEC
018200     END-IF.
