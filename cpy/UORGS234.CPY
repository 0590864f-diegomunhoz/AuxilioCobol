000100*****************************************************************
000200*    UORGS234 - ARQUIVO DE RETORNO AO SOLICITANTE DAS           *
000300*    CORRECOES DO CADASTRO DA UNIDADE (INTRANET): UM REGISTRO   *
000400*    POR SOLICITACAO RECEBIDA NO DIA ('R' RECUSADA NA           *
000500*    VALIDACAO, COM O MOTIVO, OU 'P' REGISTRADA PARA APROVACAO, *
000600*    COM O NUMERO DA SOLICITACAO) E UM POR SOLICITACAO DECIDIDA *
000700*    NA UO71 DESDE A EXECUCAO ANTERIOR ('A' APROVADA E APLICADA *
000800*    OU 'N' NAO APROVADA)                                       *
000900*****************************************************************
001000 01  UORGS234-REGISTRO.
001100     03 UORGS234-NPROTOC-INTRANET    PIC 9(10).
001200     03 UORGS234-CMATR-SOLIC         PIC X(9).
001300     03 UORGS234-CPSSOA-JURID        PIC 9(10).
001400     03 UORGS234-NSEQ-UND-ORGNZ      PIC 9(8).
001500     03 UORGS234-CCAMPO-SOLIC        PIC X(8).
001600     03 UORGS234-CSITUACAO           PIC X(1).
001700        88 UORGS234-RECUSADA             VALUE 'R'.
001800        88 UORGS234-PENDENTE             VALUE 'P'.
001900        88 UORGS234-APROVADA             VALUE 'A'.
002000        88 UORGS234-NAO-APROVADA         VALUE 'N'.
002100     03 UORGS234-NSEQ-SOLIC-MANUT    PIC 9(10).
002200     03 UORGS234-CUSUAR-APRVC        PIC X(9).
002300     03 UORGS234-RMOTIVO             PIC X(60).
002400     03 FILLER                       PIC X(25).
