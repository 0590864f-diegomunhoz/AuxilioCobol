000100*****************************************************************
000200*    UORGS225 - ARQUIVO DE CARGA DO INVENTARIO DE EQUIPAMENTOS  *
000300*    DE ATENDIMENTO DAS UNIDADES (TEQUIP_UND_ORGNZ): UNIDADE,   *
000400*    NUMERO DO EQUIPAMENTO NA UNIDADE, TIPO (1 TERMINAL DE      *
000500*    AUTOATENDIMENTO, 2 POSICAO DE CAIXA, 3 COFRE DE ALUGUEL),  *
000600*    NUMERO DE SERIE, QUANTIDADE, DATA DE INSTALACAO (AAAAMMDD) *
000700*    E SITUACAO (1 INSTALADO, 0 RETIRADO)                       *
000800*****************************************************************
000900 01  UORGS225-REGISTRO.
001000     03 UORGS225-CPSSOA-JURID        PIC 9(10).
001100     03 UORGS225-NSEQ-UND-ORGNZ      PIC 9(8).
001200     03 UORGS225-NSEQ-EQUIP          PIC 9(4).
001300     03 UORGS225-CTPO-EQUIP          PIC 9(1).
001400        88 UORGS225-TIPO-VALIDO          VALUE 1 THRU 3.
001500        88 UORGS225-TERMINAL             VALUE 1.
001600     03 UORGS225-NSERIE-EQUIP        PIC X(20).
001700     03 UORGS225-QEQUIP              PIC 9(4).
001800     03 UORGS225-DINSTAL-EQUIP       PIC 9(8).
001900     03 UORGS225-CSIT-EQUIP          PIC 9(1).
002000        88 UORGS225-SIT-VALIDA           VALUE 0 1.
002100     03 FILLER                       PIC X(24).
