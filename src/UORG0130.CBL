001700*                CSIT_UND_ORGNZ_NOVO = 0 DO DIA EM               *
001800*                TUND_ORGNZ_HIST), COM O ULTIMO EFETIVO          *
001900*                REPORTADO, PARA RELOTACAO DAS PESSOAS.          *
001910* 15/10/2026 ES  EVENTOS SUPERADOS POR CORRECAO                  *
001920*                RETROATIVA (CINDCD_EVENTO_SUPERD)               *
001930*                IGNORADOS NA RECONSTRUCAO.                      *
002000******************************************************************
002100*
002200*    FUNCAO: EXECUCAO DIARIA. EXTRAI DE TUND_ORGNZ_HIST OS
010300            AND U.NSEQ_UND_ORGNZ = H.NSEQ_UND_ORGNZ
010400          WHERE H.CSIT_UND_ORGNZ_NOVO = 0
010500            AND H.HEVENTO_HIST > CURRENT TIMESTAMP - 24 HOURS
010510           AND COALESCE(H.CINDCD_EVENTO_SUPERD, 'N') = 'N'
010600          ORDER BY H.CPSSOA_JURID, H.NSEQ_UND_ORGNZ
010700     END-EXEC.
010800     EXEC SQL
