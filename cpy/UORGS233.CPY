000100*****************************************************************
000200*    UORGS233 - ARQUIVO DIARIO DE SOLICITACOES DE CORRECAO DO   *
000300*    CADASTRO DA UNIDADE ENVIADAS PELOS GERENTES NO FORMULARIO  *
000400*    DA INTRANET: PROTOCOLO DO FORMULARIO, MATRICULA DO         *
000500*    SOLICITANTE, UNIDADE, CAMPO E NOVO VALOR. HORARIO E        *
000600*    ENDERECO CHEGAM COMPLETOS, NAS VISOES REDEFINIDAS DO VALOR *
000700*****************************************************************
000800 01  UORGS233-REGISTRO.
000900     03 UORGS233-NPROTOC-INTRANET    PIC 9(10).
001000     03 UORGS233-CMATR-SOLIC         PIC X(9).
001100     03 UORGS233-CPSSOA-JURID        PIC 9(10).
001200     03 UORGS233-NSEQ-UND-ORGNZ      PIC 9(8).
001300     03 UORGS233-CCAMPO-SOLIC        PIC X(8).
001400        88 UORGS233-CAMPO-TELEFONE       VALUE 'TELEFONE'.
001500        88 UORGS233-CAMPO-TEL-ALTRN      VALUE 'TELALTRN'.
001600        88 UORGS233-CAMPO-EMAIL          VALUE 'EMAIL'.
001700        88 UORGS233-CAMPO-GERENTE        VALUE 'GERENTE'.
001800        88 UORGS233-CAMPO-MATR-GERENTE   VALUE 'MATRGER'.
001900        88 UORGS233-CAMPO-HORARIO        VALUE 'HORARIO'.
002000        88 UORGS233-CAMPO-ENDERECO       VALUE 'ENDERECO'.
002100     03 UORGS233-RVALOR-NOVO         PIC X(100).
002200     03 UORGS233-RVALOR-HORARIO REDEFINES UORGS233-RVALOR-NOVO.
002300        05 UORGS233-HINIC-SEMANA     PIC 9(4).
002400        05 UORGS233-HFIM-SEMANA      PIC 9(4).
002500        05 UORGS233-CINDCD-SABADO    PIC X(1).
002600           88 UORGS233-ABRE-SABADO       VALUE 'S'.
002700        05 UORGS233-HINIC-SABADO     PIC 9(4).
002800        05 UORGS233-HFIM-SABADO      PIC 9(4).
002900        05 FILLER                   PIC X(83).
003000     03 UORGS233-RVALOR-ENDERECO REDEFINES UORGS233-RVALOR-NOVO.
003100        05 UORGS233-IENDRC-LOGRD     PIC X(40).
003200        05 UORGS233-NENDRC-LOGRD     PIC X(6).
003300        05 UORGS233-CENDRC-POSTAL    PIC 9(8).
003400        05 UORGS233-CMUNIC-IBGE      PIC 9(7).
003500        05 UORGS233-CUF-UND-ORGNZ    PIC X(2).
003600        05 FILLER                   PIC X(37).
003700     03 FILLER                       PIC X(55).
