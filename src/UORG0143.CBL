001700*                REJEICOES BACEN E PENDENCIAS DE APROVACAO       *
001800*                ENVELHECENDO, AGRUPADOS PELA CARTEIRA           *
001900*                TCARTEIRA_GESTOR (UORG0142).                    *
001910* 15/10/2026 ES  EVENTOS SUPERADOS POR CORRECAO                  *
001920*                RETROATIVA (CINDCD_EVENTO_SUPERD)               *
001930*                IGNORADOS NA RECONSTRUCAO.                      *
002000******************************************************************
002100*
002200*    FUNCAO: PERCORRE A CARTEIRA (TCARTEIRA_GESTOR) EM ORDEM DE
039100           FROM DB2PRD.TUND_ORGNZ_HIST
039200          WHERE CPSSOA_JURID = :WS-CPSSOA-JURID
039300            AND HEVENTO_HIST > CURRENT TIMESTAMP - 24 HOURS
039310           AND COALESCE(CINDCD_EVENTO_SUPERD, 'N') = 'N'
039400          ORDER BY NSEQ_UND_ORGNZ, HEVENTO_HIST
039500     END-EXEC.
039600     EXEC SQL
