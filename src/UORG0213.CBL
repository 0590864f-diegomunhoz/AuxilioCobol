000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0213                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0213.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - SERVICO DE TRADUCAO DE CHAVE ENTRE A  *
001600*                UNIDADE E O SEU CODIGO NOS SISTEMAS EXTERNOS    *
001700*                (TIDENT_EXTER_UND), USADO PELAS INTERFACES DE   *
001800*                RH, CONTABILIDADE, FACILITIES E BACEN.          *
001900******************************************************************
002000*
002100*    FUNCAO: SUBPROGRAMA DE SERVICO. A TABELA TIDENT_EXTER_UND
002200*    GUARDA, PARA CADA UNIDADE E SISTEMA EXTERNO CATALOGADO EM
002300*    TSIST_EXTER ('RH' LOTACAO DO RH, 'CTBIL' CENTRO DE CUSTO DA
002400*    CONTABILIDADE, 'FACIL' SITE DE FACILITIES, 'BACEN' NUMERO DA
002500*    DEPENDENCIA NO BACEN, 'TELEC' SITE DE TELECOM), O CODIGO
002600*    PELO QUAL O SISTEMA CONHECE A UNIDADE, UNICO DENTRO DO
002700*    SISTEMA. FUNCAO 'E' LE O CODIGO EXTERNO DA UNIDADE
002800*    INFORMADA; FUNCAO 'I' LE A UNIDADE DONA DO CODIGO EXTERNO.
002900*    SEM LINHA NA TABELA DEVOLVE '04' E A ROTINA CHAMADORA DECIDE
003000*    (EXCECAO NA RECEPCAO, CODIGO EM BRANCO NA REMESSA). A
003100*    MANUTENCAO E FEITA PELA TRANSACAO UO85 (UORG0214) E AS
003200*    UNIDADES ATIVAS SEM CODIGO OBRIGATORIO SAEM NO RELATORIO
003300*    UORG0215.
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.         IBM-390.
003800 OBJECT-COMPUTER.         IBM-390.
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100     EXEC SQL INCLUDE SQLCA END-EXEC.
004200 LINKAGE SECTION.
004300 COPY UORGL213.
004400 PROCEDURE DIVISION USING UORGL213-PARMS.
004500******************************************************************
004600*    0000-MAINLINE                                               *
004700******************************************************************
004800 0000-MAINLINE                  SECTION.
004900     MOVE '00' TO UORGL213-RETORNO.
005000     EVALUATE TRUE
005100         WHEN UORGL213-PARA-EXTERNO
005200             PERFORM 1000-TRADUZIR-EXTERNO
005300                 THRU 1000-TRADUZIR-EXTERNO-EXIT
005400         WHEN UORGL213-PARA-INTERNO
005500             PERFORM 2000-TRADUZIR-INTERNO
005600                 THRU 2000-TRADUZIR-INTERNO-EXIT
005700         WHEN OTHER
005800             MOVE '08' TO UORGL213-RETORNO
005900     END-EVALUATE.
006000 0000-MAINLINE-EXIT.
006100     GOBACK.
006200******************************************************************
006300*    1000-TRADUZIR-EXTERNO                                       *
006400*    CODIGO DA UNIDADE NO SISTEMA EXTERNO                        *
006500******************************************************************
006600 1000-TRADUZIR-EXTERNO          SECTION.
006700     MOVE SPACES TO UORGL213-CIDENT-EXTER.
006800     EXEC SQL
006900         SELECT CIDENT_EXTER
007000           INTO :UORGL213-CIDENT-EXTER
007100           FROM DB2PRD.TIDENT_EXTER_UND
007200          WHERE CPSSOA_JURID   = :UORGL213-CPSSOA-JURID
007300            AND NSEQ_UND_ORGNZ = :UORGL213-NSEQ-UND-ORGNZ
007400            AND CSIST_EXTER    = :UORGL213-CSIST-EXTER
007500     END-EXEC.
007600     EVALUATE TRUE
007700         WHEN SQLCODE = ZERO
007800             CONTINUE
007900         WHEN SQLCODE = 100
008000             MOVE '04' TO UORGL213-RETORNO
008100         WHEN OTHER
008200             MOVE '99' TO UORGL213-RETORNO
008300     END-EVALUATE.
008400 1000-TRADUZIR-EXTERNO-EXIT.
008500     EXIT.
008600******************************************************************
008700*    2000-TRADUZIR-INTERNO                                       *
008800*    UNIDADE DONA DO CODIGO NO SISTEMA EXTERNO                   *
008900******************************************************************
009000 2000-TRADUZIR-INTERNO          SECTION.
009100     MOVE ZERO TO UORGL213-CPSSOA-JURID UORGL213-NSEQ-UND-ORGNZ.
009200     EXEC SQL
009300         SELECT CPSSOA_JURID, NSEQ_UND_ORGNZ
009400           INTO :UORGL213-CPSSOA-JURID, :UORGL213-NSEQ-UND-ORGNZ
009500           FROM DB2PRD.TIDENT_EXTER_UND
009600          WHERE CSIST_EXTER  = :UORGL213-CSIST-EXTER
009700            AND CIDENT_EXTER = :UORGL213-CIDENT-EXTER
009800     END-EXEC.
009900     EVALUATE TRUE
010000         WHEN SQLCODE = ZERO
010100             CONTINUE
010200         WHEN SQLCODE = 100
010300             MOVE '04' TO UORGL213-RETORNO
010400         WHEN OTHER
010500             MOVE '99' TO UORGL213-RETORNO
010600     END-EVALUATE.
010700 2000-TRADUZIR-INTERNO-EXIT.
010800     EXIT.
