000100*****************************************************************
000200*    UORGL224 - COMMAREA DA TRANSACAO UO87, MANUTENCAO DO       *
000300*    INVENTARIO DE EQUIPAMENTOS DE ATENDIMENTO DA UNIDADE       *
000400*    (TEQUIP_UND_ORGNZ). GUARDA A UNIDADE E O EQUIPAMENTO       *
000500*    CONSULTADOS NA ULTIMA INTERACAO                            *
000600*****************************************************************
000700 01  UORGL224-COMMAREA.
000800     03 UORGL224-FLAG-CONTINUACAO     PIC X(1).
000900     03 UORGL224-CPSSOA-JURID         PIC 9(10).
001000     03 UORGL224-NSEQ-UND-ORGNZ       PIC 9(8).
001100     03 UORGL224-NSEQ-EQUIP           PIC 9(4).
