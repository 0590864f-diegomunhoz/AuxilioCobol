000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0185                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0185.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            14/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 14/10/2026 ES  CRIACAO - SERVICO COMUM DE PONTO DE CONTROLE    *
001600*                EM DB2 (TCTRL_CKPT_BATCH) PARA OS LOTES DE      *
001700*                ATUALIZACAO EM MASSA, NO LUGAR DOS ARQUIVOS DE  *
001800*                CHECKPOINT PROPRIOS DE CADA PROGRAMA.           *
001900******************************************************************
002000*
002100*    FUNCAO: SUBPROGRAMA DE SERVICO. UMA LINHA POR PROGRAMA E
002200*    EXECUCAO (CPGM_BATCH, CEXEC_BATCH), COM A SITUACAO ('A'
002300*    ABERTO, 'F' ENCERRADO), A ULTIMA CHAVE EFETIVADA, AS
002400*    QUANTIDADES PROCESSADA E REJEITADA ATE ELA E OS CARIMBOS
002500*    DE INICIO, ULTIMO PONTO DE COMMIT E ENCERRAMENTO.
002600*    'L' DEVOLVE O CHECKPOINT ABERTO (EXECUCAO ANTERIOR
002700*    INTERROMPIDA) OU '04' QUANDO NAO HA; 'G' GRAVA A CHAVE E AS
002800*    QUANTIDADES, REABRINDO A LINHA DE UMA EXECUCAO ANTERIOR JA
002900*    ENCERRADA OU INCLUINDO A PRIMEIRA; 'E' ENCERRA O CHECKPOINT
003000*    (SEM LINHA, NADA A ENCERRAR). O SERVICO NAO FAZ COMMIT: A
003100*    ROTINA CHAMADORA GRAVA O CHECKPOINT IMEDIATAMENTE ANTES DO
003200*    SEU PROPRIO COMMIT, DE FORMA QUE DADOS E PONTO DE CONTROLE
003300*    SAO EFETIVADOS OU DESFEITOS JUNTOS.
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.         IBM-390.
003800 OBJECT-COMPUTER.         IBM-390.
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100     EXEC SQL INCLUDE SQLCA END-EXEC.
004200 LINKAGE SECTION.
004300 COPY UORGL185.
004400 PROCEDURE DIVISION USING UORGL185-PARMS.
004500******************************************************************
004600*    0000-MAINLINE                                               *
004700******************************************************************
004800 0000-MAINLINE                  SECTION.
004900     MOVE '00' TO UORGL185-RETORNO.
005000     EVALUATE TRUE
005100         WHEN UORGL185-LER
005200             PERFORM 1000-LER-CHECKPOINT
005300                 THRU 1000-LER-CHECKPOINT-EXIT
005400         WHEN UORGL185-GRAVAR
005500             PERFORM 2000-GRAVAR-CHECKPOINT
005600                 THRU 2000-GRAVAR-CHECKPOINT-EXIT
005700         WHEN UORGL185-ENCERRAR
005800             PERFORM 3000-ENCERRAR-CHECKPOINT
005900                 THRU 3000-ENCERRAR-CHECKPOINT-EXIT
006000         WHEN OTHER
006100             MOVE '99' TO UORGL185-RETORNO
006200     END-EVALUATE.
006300 0000-MAINLINE-EXIT.
006400     GOBACK.
006500******************************************************************
006600*    1000-LER-CHECKPOINT                                         *
006700*    CHECKPOINT ABERTO DEIXADO POR EXECUCAO INTERROMPIDA         *
006800******************************************************************
006900 1000-LER-CHECKPOINT            SECTION.
007000     MOVE SPACES TO UORGL185-CCHAVE-CKPT UORGL185-HULT-CKPT.
007100     MOVE ZERO TO UORGL185-QREG-PROCES UORGL185-QREG-REJEIT.
007200     EXEC SQL
007300         SELECT CCHAVE_CKPT, QREG_PROCES, QREG_REJEIT,
007400                CHAR(HULT_CKPT)
007500           INTO :UORGL185-CCHAVE-CKPT, :UORGL185-QREG-PROCES,
007600                :UORGL185-QREG-REJEIT, :UORGL185-HULT-CKPT
007700           FROM DB2PRD.TCTRL_CKPT_BATCH
007800          WHERE CPGM_BATCH  = :UORGL185-CPGM-BATCH
007900            AND CEXEC_BATCH = :UORGL185-CEXEC-BATCH
008000            AND CSIT_CKPT   = 'A'
008100     END-EXEC.
008200     EVALUATE SQLCODE
008300         WHEN ZERO
008400             CONTINUE
008500         WHEN +100
008600             MOVE '04' TO UORGL185-RETORNO
008700         WHEN OTHER
008800             MOVE '99' TO UORGL185-RETORNO
008900     END-EVALUATE.
009000 1000-LER-CHECKPOINT-EXIT.
009100     EXIT.
009200******************************************************************
009300*    2000-GRAVAR-CHECKPOINT                                      *
009400*    ULTIMA CHAVE EFETIVADA NO PONTO DE COMMIT; UMA LINHA JA     *
009500*    ENCERRADA E REABERTA COMO NOVA EXECUCAO                     *
009600******************************************************************
009700 2000-GRAVAR-CHECKPOINT         SECTION.
009800     EXEC SQL
009900         UPDATE DB2PRD.TCTRL_CKPT_BATCH
010000            SET HINIC_CKPT  = CASE WHEN CSIT_CKPT = 'F'
010100                                   THEN CURRENT TIMESTAMP
010200                                   ELSE HINIC_CKPT END,
010300                CSIT_CKPT   = 'A',
010400                CCHAVE_CKPT = :UORGL185-CCHAVE-CKPT,
010500                QREG_PROCES = :UORGL185-QREG-PROCES,
010600                QREG_REJEIT = :UORGL185-QREG-REJEIT,
010700                HULT_CKPT   = CURRENT TIMESTAMP,
010800                HFIM_CKPT   = NULL
010900          WHERE CPGM_BATCH  = :UORGL185-CPGM-BATCH
011000            AND CEXEC_BATCH = :UORGL185-CEXEC-BATCH
011100     END-EXEC.
011200     IF SQLCODE = +100
011300         EXEC SQL
011400             INSERT INTO DB2PRD.TCTRL_CKPT_BATCH
011500                    (CPGM_BATCH, CEXEC_BATCH, CSIT_CKPT,
011600                     CCHAVE_CKPT, QREG_PROCES, QREG_REJEIT,
011700                     HINIC_CKPT, HULT_CKPT)
011800             VALUES (:UORGL185-CPGM-BATCH, :UORGL185-CEXEC-BATCH,
011900                     'A', :UORGL185-CCHAVE-CKPT,
012000                     :UORGL185-QREG-PROCES, :UORGL185-QREG-REJEIT,
012100                     CURRENT TIMESTAMP, CURRENT TIMESTAMP)
012200         END-EXEC
012300     END-IF.
012400     IF SQLCODE NOT = ZERO
012500         MOVE '99' TO UORGL185-RETORNO
012600     END-IF.
012700 2000-GRAVAR-CHECKPOINT-EXIT.
012800     EXIT.
012900******************************************************************
013000*    3000-ENCERRAR-CHECKPOINT                                    *
013100*    TERMINO NORMAL: A PROXIMA EXECUCAO COMECA DO INICIO         *
013200******************************************************************
013300 3000-ENCERRAR-CHECKPOINT       SECTION.
013400     EXEC SQL
013500         UPDATE DB2PRD.TCTRL_CKPT_BATCH
013600            SET CSIT_CKPT   = 'F',
013700                QREG_PROCES = :UORGL185-QREG-PROCES,
013800                QREG_REJEIT = :UORGL185-QREG-REJEIT,
013900                HFIM_CKPT   = CURRENT TIMESTAMP
014000          WHERE CPGM_BATCH  = :UORGL185-CPGM-BATCH
014100            AND CEXEC_BATCH = :UORGL185-CEXEC-BATCH
014200            AND CSIT_CKPT   = 'A'
014300     END-EXEC.
014400     IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
014500         MOVE '99' TO UORGL185-RETORNO
014600     END-IF.
014700 3000-ENCERRAR-CHECKPOINT-EXIT.
014800     EXIT.
