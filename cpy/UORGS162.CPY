000100*****************************************************************
000200*    UORGS162 - ARQUIVO DE MANUTENCAO DO CADASTRO DE LICENCAS   *
000300*    REGULATORIAS (TLICEN_UND_ORGNZ): TIPO (1 ALVARA DE         *
000400*    FUNCIONAMENTO, 2 AVCB, 3 PLANO DE SEGURANCA APROVADO PELA  *
000500*    POLICIA FEDERAL), TITULAR UNIDADE (CPSSOA_JURID +          *
000600*    NSEQ_UND_ORGNZ, CPRDIO ZERADO) OU IMOVEL (CPRDIO, UNIDADE  *
000700*    ZERADA), NUMERO, ORGAO EMISSOR, EMISSAO E VALIDADE         *
000800*    AAAAMMDD, COM FUNCAO 'I' (INCLUI/ATUALIZA) OU 'E' (EXCLUI) *
000900*****************************************************************
001000 01  UORGS162-REGISTRO.
001100     03 UORGS162-FUNCAO              PIC X(1).
001200        88 UORGS162-INCLUIR              VALUE 'I'.
001300        88 UORGS162-EXCLUIR              VALUE 'E'.
001400     03 UORGS162-CTPO-LICEN          PIC 9(2).
001500        88 UORGS162-TIPO-VALIDO          VALUE 1 THRU 3.
001600     03 UORGS162-CPSSOA-JURID        PIC 9(10).
001700     03 UORGS162-NSEQ-UND-ORGNZ      PIC 9(8).
001800     03 UORGS162-CPRDIO              PIC 9(7).
001900     03 UORGS162-NLICEN              PIC X(20).
002000     03 UORGS162-IORGAO-EMISS        PIC X(40).
002100     03 UORGS162-DEMIS-LICEN         PIC 9(8).
002200     03 UORGS162-DVALID-LICEN        PIC 9(8).
002300     03 UORGS162-CUSUARIO            PIC X(9).
002400     03 FILLER                       PIC X(7).
