001700*                CATALOGO TDOCTO_EXIG AINDA SEM RECEBIMENTO EM   *
001800*                TDOCTO_SOLTC, PARA A FILA DE CSIT_DOCTO_FSCAL   *
001900*                PENDENTE (CRITERIO DE UORG0018/UORG0033).       *
001910* 14/10/2026 ES  SOLICITACAO CANCELADA NA UO76 (CSIT_DOCTO_FSCAL *
001920*                = 9) NAO RECEBE CARTA DE PENDENCIAS.            *
002000******************************************************************
002100*
002200*    FUNCAO: PARA CADA SOLICITACAO DE TMANUT_EMPR_GRP AINDA COM
009700           FROM DB2PRD.TMANUT_EMPR_GRP G,
009800                DB2PRD.TDOCTO_EXIG E
009900          WHERE (G.CSIT_DOCTO_FSCAL IS NULL
010000                 OR G.CSIT_DOCTO_FSCAL NOT IN (1, 9))
010100            AND E.CTPO_PRTCP_EMPR = G.CTPO_PRTCP_EMPR
010200            AND NOT EXISTS
010300                (SELECT 1
