001700*                TMANUT_PREVENT ABREM TMANUT_PRDIO_OCPDO COMO NA *
001800*                UO83, COM HISTORICO PELA UORG0081, ENTRANDO NO  *
001900*                EXTRATO DE FACILITIES (UORG0029) NORMALMENTE.   *
001910* 15/10/2026 ES  PREVENTIVA SUSPENSA NO IMOVEL COM CASO DE       *
001920*                DESMOBILIZACAO ABERTO OU CONCLUIDO.             *
002000******************************************************************
002100*
002200*    FUNCAO: EXECUCAO MENSAL. PERCORRE O CATALOGO DE TAREFAS
003000*    TPRDIO_OCPDO_HIST PELA UORG0081 E DULT_GERACAO E
003100*    ATUALIZADA, COM COMMIT POR TAREFA. O CHAMADO GERADO SEGUE
003200*    O FLUXO NORMAL: EXTRACAO UORG0029 E RETORNO UORG0041.
003210*    IMOVEL COM CASO DE DESMOBILIZACAO ABERTO OU CONCLUIDO
003220*    (TCASO_DESMOB_PRDIO, UORG0219) TEM A PREVENTIVA SUSPENSA E
003230*    NAO GERA SOLICITACAO.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
008800         SELECT CPRDIO, NSEQ_SOLTC_MANUT, CTPO_SIT_PRDIO,
008900                NMESES_CICLO
009000           FROM DB2PRD.TMANUT_PREVENT
009010          WHERE (DULT_GERACAO IS NULL
009020             OR  DULT_GERACAO + NMESES_CICLO MONTHS
009030                 <= CURRENT DATE)
009040            AND NOT EXISTS
009050                (SELECT 1
009060                   FROM DB2PRD.TCASO_DESMOB_PRDIO C
009070                  WHERE C.CPRDIO    = TMANUT_PREVENT.CPRDIO
009080                    AND C.CSIT_CASO IN (1, 2))
009400          ORDER BY CPRDIO, NSEQ_SOLTC_MANUT, CTPO_SIT_PRDIO
009500     END-EXEC.
009600     EXEC SQL
