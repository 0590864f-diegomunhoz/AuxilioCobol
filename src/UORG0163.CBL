000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0163                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0163.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - SERVICO DE VERIFICACAO DAS LICENCAS   *
001600*                REGULATORIAS OBRIGATORIAS (TLICEN_UND_ORGNZ)    *
001700*                ANTES DE COLOCAR A UNIDADE EM FUNCIONAMENTO     *
001800*                (ABERTURA PLANEJADA UORG0058 E REABERTURA       *
001900*                AUTOMATICA DE SUSPENSAO POR OBRA UORG0041).     *
002000******************************************************************
002100*
002200*    FUNCAO: SUBPROGRAMA DE SERVICO. PARA CADA TIPO DE LICENCA
002300*    OBRIGATORIO (1 ALVARA DE FUNCIONAMENTO, 2 AVCB DO CORPO DE
002400*    BOMBEIROS, 3 PLANO DE SEGURANCA APROVADO PELA POLICIA
002500*    FEDERAL) PROCURA A LICENCA DA PROPRIA UNIDADE OU DO IMOVEL
002600*    A QUE O ENDERECO DA UNIDADE ESTA VINCULADO
002700*    (TENDRC_UND_ORGNZ.CPRDIO). NENHUMA LICENCA DO TIPO DEVOLVE
002800*    '04'; SO LICENCAS COM VALIDADE ANTERIOR A DATA CORRENTE
002900*    DEVOLVE '08'. EM AMBOS OS CASOS O TIPO E SUA DESCRICAO SAO
003000*    DEVOLVIDOS PARA A LISTA DE EXCECAO DA ROTINA CHAMADORA.
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.         IBM-390.
003500 OBJECT-COMPUTER.         IBM-390.
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800     EXEC SQL INCLUDE SQLCA END-EXEC.
003900 01  WS-CONTADORES.
004000     05 WS-IND-TIPO              PIC S9(4) COMP.
004100     05 WS-QTDE-LICENCA          PIC S9(9) COMP.
004200     05 WS-QTDE-VIGENTE          PIC S9(9) COMP.
004300 01  WS-CONSTANTES.
004400     05 WS-QTDE-TIPOS-OBRIG      PIC S9(4) COMP VALUE 3.
004500 01  WS-TAB-TIPOS-LICEN.
004600     05 FILLER                   PIC X(20) VALUE 'ALVARA'.
004700     05 FILLER                   PIC X(20) VALUE 'AVCB'.
004800     05 FILLER                   PIC X(20) VALUE 'PLANO SEG PF'.
004900 01  WS-TAB-TIPOS-LICEN-R REDEFINES WS-TAB-TIPOS-LICEN.
005000     05 WS-RTPO-LICEN            PIC X(20) OCCURS 3 TIMES.
005100 01  WS-AREA-TRABALHO.
005200     05 WS-CTPO-LICEN            PIC S9(2)V COMP-3.
005300 LINKAGE SECTION.
005400 COPY UORGL163.
005500 PROCEDURE DIVISION USING UORGL163-PARMS.
005600******************************************************************
005700*    0000-MAINLINE                                               *
005800******************************************************************
005900 0000-MAINLINE                  SECTION.
006000     MOVE '00' TO UORGL163-RETORNO.
006100     MOVE ZERO TO UORGL163-CTPO-LICEN.
006200     MOVE SPACES TO UORGL163-RTPO-LICEN.
006300     PERFORM 1000-VERIFICAR-TIPO
006400         THRU 1000-VERIFICAR-TIPO-EXIT
006500         VARYING WS-IND-TIPO FROM 1 BY 1
006600         UNTIL WS-IND-TIPO > WS-QTDE-TIPOS-OBRIG
006700            OR NOT UORGL163-OK.
006800 0000-MAINLINE-EXIT.
006900     GOBACK.
007000******************************************************************
007100*    1000-VERIFICAR-TIPO                                         *
007200*    CONTA AS LICENCAS DO TIPO (DA UNIDADE OU DO SEU IMOVEL) E   *
007300*    QUANTAS ESTAO NA VALIDADE                                   *
007400******************************************************************
007500 1000-VERIFICAR-TIPO            SECTION.
007600     MOVE WS-IND-TIPO TO WS-CTPO-LICEN.
007700     MOVE ZERO TO WS-QTDE-LICENCA WS-QTDE-VIGENTE.
007800     EXEC SQL
007900         SELECT COUNT(*),
008000                COALESCE(SUM(CASE
008100                    WHEN L.DVALID_LICEN >= CURRENT DATE
008200                    THEN 1 ELSE 0 END), 0)
008300           INTO :WS-QTDE-LICENCA, :WS-QTDE-VIGENTE
008400           FROM DB2PRD.TLICEN_UND_ORGNZ L
008500          WHERE L.CTPO_LICEN = :WS-CTPO-LICEN
008600            AND ((L.CPSSOA_JURID   = :UORGL163-CPSSOA-JURID
008700                  AND L.NSEQ_UND_ORGNZ = :UORGL163-NSEQ-UND-ORGNZ)
008800              OR (L.CPRDIO > 0
008900                  AND L.CPRDIO IN
009000                      (SELECT E.CPRDIO
009100                         FROM DB2PRD.TENDRC_UND_ORGNZ E
009200                        WHERE E.CPSSOA_JURID =
009300                              :UORGL163-CPSSOA-JURID
009400                          AND E.NSEQ_UND_ORGNZ =
009500                              :UORGL163-NSEQ-UND-ORGNZ)))
009600     END-EXEC.
009700     IF SQLCODE NOT = ZERO
009800         MOVE '99' TO UORGL163-RETORNO
009900         GO TO 1000-VERIFICAR-TIPO-EXIT
010000     END-IF.
010100     IF WS-QTDE-LICENCA = ZERO
010200         MOVE '04' TO UORGL163-RETORNO
010300     ELSE
010400     IF WS-QTDE-VIGENTE = ZERO
010500         MOVE '08' TO UORGL163-RETORNO
010600     END-IF
010700     END-IF.
010800     IF NOT UORGL163-OK
010900         MOVE WS-CTPO-LICEN TO UORGL163-CTPO-LICEN
011000         MOVE WS-RTPO-LICEN (WS-IND-TIPO) TO UORGL163-RTPO-LICEN
011100     END-IF.
011200 1000-VERIFICAR-TIPO-EXIT.
011300     EXIT.
