001800*                (TUND_ORGNZ COM DPREVS_ABERT) ENCADEADAS POR    *
001900*                CONGLOMERADO, COM DIAS UTEIS POR ETAPA          *
002000*                (UORG0085) E ESTAGNADAS EM DESTAQUE.            *
002010* 14/10/2026 ES  SOLICITACAO CANCELADA NA UO76 (CSIT_DOCTO_FSCAL *
002020*                = 9) SAI DA ETAPA 'SOLICITACAO'.                *
002100******************************************************************
002200*
002300*    FUNCAO: PERCORRE OS CONGLOMERADOS COM ABERTURA EM CURSO
035600         SELECT DISTINCT G.CPSSOA_JURID_CONGL
035700           FROM DB2PRD.TMANUT_EMPR_GRP G
035800          WHERE G.CSIT_DOCTO_FSCAL IS NULL
035900             OR G.CSIT_DOCTO_FSCAL NOT IN (1, 9)
036000         UNION
036100         SELECT DISTINCT U.CPSSOA_JURID
036200           FROM DB2PRD.TUND_ORGNZ U
037000           FROM DB2PRD.TMANUT_EMPR_GRP
037100          WHERE CPSSOA_JURID_CONGL = :WS-CPSSOA-JURID
037200            AND (CSIT_DOCTO_FSCAL IS NULL
037300                 OR CSIT_DOCTO_FSCAL NOT IN (1, 9))
037400          ORDER BY NSEQ_SOLTC_MANUT
037500     END-EXEC.
037600     EXEC SQL
