000100*****************************************************************
000200*    UORGL163 - PARAMETROS DE CHAMADA DO SERVICO DE VERIFICACAO *
000300*    DAS LICENCAS REGULATORIAS OBRIGATORIAS DA UNIDADE (ALVARA, *
000400*    AVCB E PLANO DE SEGURANCA DA POLICIA FEDERAL), PROPRIAS OU *
000500*    DO IMOVEL A QUE A UNIDADE ESTA VINCULADA, INVOCADO ANTES DE *
000600*    COLOCAR UMA UNIDADE EM FUNCIONAMENTO. DEVOLVE O PRIMEIRO   *
000700*    TIPO AUSENTE OU VENCIDO E SUA DESCRICAO                    *
000800*****************************************************************
000900 01  UORGL163-PARMS.
001000     03 UORGL163-CPSSOA-JURID        PIC S9(10)V COMP-3.
001100     03 UORGL163-NSEQ-UND-ORGNZ      PIC S9(8)V COMP-3.
001200     03 UORGL163-CTPO-LICEN          PIC S9(2)V COMP-3.
001300     03 UORGL163-RTPO-LICEN          PIC X(20).
001400     03 UORGL163-RETORNO             PIC X(2).
001500        88 UORGL163-OK                   VALUE '00'.
001600        88 UORGL163-LICENCA-AUSENTE      VALUE '04'.
001700        88 UORGL163-LICENCA-VENCIDA      VALUE '08'.
001800        88 UORGL163-ERRO-SQL             VALUE '99'.
