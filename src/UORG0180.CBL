000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0180                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0180.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - SERVICO DE REGISTRO DAS EXCLUSOES     *
001600*                FISICAS (TEXCL_REG_DW) FEITAS PELOS EXPURGOS    *
001700*                UORG0034/UORG0068/UORG0070, PARA A MARCA DE     *
001800*                EXCLUSAO DO ARQUIVO DE MUDANCAS UORG0181.       *
001900******************************************************************
002000*
002100*    FUNCAO: SUBPROGRAMA DE SERVICO, NOS MOLDES DA UORG0002.
002200*    INSERE EM TEXCL_REG_DW A TABELA (CODIGO UORGL180-CTAB-DW),
002300*    A CHAVE DA LINHA EXCLUIDA, O PROGRAMA E O TIMESTAMP DA
002400*    EXCLUSAO. CHAVE COMPLEMENTAR EM BRANCO SIGNIFICA QUE TODAS
002500*    AS LINHAS DA TABELA PARA A UNIDADE FORAM EXCLUIDAS. NAO
002600*    EFETUA COMMIT: O REGISTRO ACOMPANHA A UNIDADE DE TRABALHO
002700*    DO EXPURGO CHAMADOR.
002800*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.         IBM-390.
003200 OBJECT-COMPUTER.         IBM-390.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500     EXEC SQL INCLUDE SQLCA END-EXEC.
003600 LINKAGE SECTION.
003700 COPY UORGL180.
003800 PROCEDURE DIVISION USING UORGL180-PARMS.
003900******************************************************************
004000*    0000-MAINLINE                                               *
004100******************************************************************
004200 0000-MAINLINE                  SECTION.
004300     MOVE '00' TO UORGL180-RETORNO.
004400     EXEC SQL
004500         INSERT INTO DB2PRD.TEXCL_REG_DW
004600                (CTAB_DW, CPSSOA_JURID, NSEQ_UND_ORGNZ,
004700                 CCHAVE_COMPL, HEXCL_REG, CPGM_EXCL)
004800         VALUES (:UORGL180-CTAB-DW, :UORGL180-CPSSOA-JURID,
004900                 :UORGL180-NSEQ-UND-ORGNZ, :UORGL180-CCHAVE-COMPL,
005000                 CURRENT TIMESTAMP, :UORGL180-CPGM-EXCL)
005100     END-EXEC.
005200     IF SQLCODE NOT = ZERO
005300         MOVE '99' TO UORGL180-RETORNO
005400     END-IF.
005500 0000-MAINLINE-EXIT.
005600     GOBACK.
