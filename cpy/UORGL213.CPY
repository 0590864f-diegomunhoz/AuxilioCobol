000100*****************************************************************
000200*    UORGL213 - PARAMETROS DE CHAMADA DO SERVICO DE TRADUCAO DE *
000300*    CHAVE ENTRE A UNIDADE (CPSSOA_JURID/NSEQ_UND_ORGNZ) E O    *
000400*    SEU CODIGO NOS SISTEMAS EXTERNOS (TIDENT_EXTER_UND): RH,   *
000500*    CONTABILIDADE, FACILITIES, BACEN E TELECOM. FUNCAO 'E'     *
000600*    DEVOLVE O CODIGO EXTERNO DA UNIDADE; FUNCAO 'I' DEVOLVE A  *
000700*    UNIDADE DONA DO CODIGO EXTERNO NO SISTEMA INFORMADO        *
000800*****************************************************************
000900 01  UORGL213-PARMS.
001000     03 UORGL213-FUNCTION            PIC X(1).
001100        88 UORGL213-PARA-EXTERNO         VALUE 'E'.
001200        88 UORGL213-PARA-INTERNO         VALUE 'I'.
001300     03 UORGL213-CSIST-EXTER         PIC X(5).
001400     03 UORGL213-CPSSOA-JURID        PIC S9(10)V COMP-3.
001500     03 UORGL213-NSEQ-UND-ORGNZ      PIC S9(8)V COMP-3.
001600     03 UORGL213-CIDENT-EXTER        PIC X(10).
001700     03 UORGL213-RETORNO             PIC X(2).
001800        88 UORGL213-OK                   VALUE '00'.
001900        88 UORGL213-SEM-MAPEAMENTO       VALUE '04'.
002000        88 UORGL213-FUNCAO-INVALIDA      VALUE '08'.
002100        88 UORGL213-ERRO-SQL             VALUE '99'.
