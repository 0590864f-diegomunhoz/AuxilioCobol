001600*                SOLICITACOES DE INSTALACAO COM SITUACAO DE        *
001700*                DOCUMENTACAO FISCAL (CSIT_DOCTO_FSCAL) AUSENTE    *
001800*                OU IRREGULAR.                                     *
001810* 14/10/2026 ES  SOLICITACAO CANCELADA NA UO76 (CSIT_DOCTO_FSCAL = *
001820*                9) DEIXA DE SER LISTADA.                          *
001900******************************************************************
002000*
002100*    FUNCAO: CALCULA O TRIMESTRE CIVIL FECHADO MAIS RECENTE A
009400           FROM DB2PRD.TMANUT_EMPR_GRP
009500          WHERE DATA_INSTA_EMPR BETWEEN :WS-DATA-INI AND :WS-DATA-FIM
009600            AND (CSIT_DOCTO_FSCAL IS NULL
009700             OR  CSIT_DOCTO_FSCAL NOT IN (1, 9))
009800          ORDER BY NSEQ_SOLTC_MANUT
009900     END-EXEC.
010000     EXEC SQL
