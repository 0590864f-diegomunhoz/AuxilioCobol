000100*****************************************************************
000200*    UORGS191 - ARQUIVO DE ORDENS DE MUDANCA DE UNIDADE PARA    *
000300*    OUTRO IMOVEL, CAPTADAS COM ANTECEDENCIA: FUNCAO ('I'       *
000400*    INCLUI, 'C' CANCELA A ORDEM PENDENTE DA UNIDADE), UNIDADE, *
000500*    DATA DE EFETIVACAO (AAAAMMDD), IMOVEL DE DESTINO (TPRDIO), *
000600*    NOVO ENDERECO E CONTRATO DE LOCACAO NOVO (ZERO = SEM       *
000700*    LOCACAO)                                                   *
000800*****************************************************************
000900 01  UORGS191-REGISTRO.
001000     03 UORGS191-CFUNCAO             PIC X(1).
001100        88 UORGS191-INCLUIR              VALUE 'I'.
001200        88 UORGS191-CANCELAR             VALUE 'C'.
001300     03 UORGS191-CPSSOA-JURID        PIC 9(10).
001400     03 UORGS191-NSEQ-UND-ORGNZ      PIC 9(8).
001500     03 UORGS191-DEFETV-MUDAN        PIC X(8).
001600     03 UORGS191-CPRDIO-DEST         PIC 9(7).
001700     03 UORGS191-IENDRC-LOGRD        PIC X(40).
001800     03 UORGS191-NENDRC-LOGRD        PIC X(6).
001900     03 UORGS191-CENDRC-POSTAL       PIC 9(8).
002000     03 UORGS191-CMUNIC-IBGE         PIC 9(7).
002100     03 UORGS191-CUF-UND-ORGNZ       PIC X(2).
002200     03 UORGS191-NSEQ-CONTR-NOVO     PIC 9(4).
002300     03 UORGS191-CUSUARIO            PIC X(9).
002400     03 FILLER                       PIC X(40).
