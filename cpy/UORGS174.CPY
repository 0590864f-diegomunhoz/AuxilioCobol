000100*****************************************************************
000200*    UORGS174 - ARQUIVO DE MANUTENCAO DAS ROTAS DE MALOTE       *
000300*    INTERNO: TIPO 'R' MANTEM A ROTA (TROTA_MALOTE - NOME E     *
000400*    SITUACAO 1 ATIVA / 0 INATIVA) E TIPO 'P' MANTEM A PARADA   *
000500*    DA ROTA (TPARADA_ROTA_MALOTE - SEQUENCIA, UNIDADE, DIAS DE *
000600*    ATENDIMENTO DE SEGUNDA A DOMINGO EM S/N E JANELA DE COLETA *
000700*    HHMM); FUNCAO 'I' (INCLUI/ATUALIZA) OU 'E' (EXCLUI)        *
000800*****************************************************************
000900 01  UORGS174-REGISTRO.
001000     03 UORGS174-FUNCAO              PIC X(1).
001100        88 UORGS174-INCLUIR              VALUE 'I'.
001200        88 UORGS174-EXCLUIR              VALUE 'E'.
001300     03 UORGS174-TIPO-REG            PIC X(1).
001400        88 UORGS174-REG-ROTA             VALUE 'R'.
001500        88 UORGS174-REG-PARADA           VALUE 'P'.
001600     03 UORGS174-CROTA-MALOTE        PIC 9(5).
001700     03 UORGS174-DET-ROTA.
001800        05 UORGS174-RROTA-MALOTE     PIC X(40).
001900        05 UORGS174-CSIT-ROTA        PIC X(1).
002000           88 UORGS174-ROTA-ATIVA        VALUE '1'.
002100           88 UORGS174-ROTA-INATIVA      VALUE '0'.
002200        05 FILLER                    PIC X(8).
002300     03 UORGS174-DET-PARADA REDEFINES UORGS174-DET-ROTA.
002400        05 UORGS174-NSEQ-PARADA      PIC 9(3).
002500        05 UORGS174-CPSSOA-JURID     PIC 9(10).
002600        05 UORGS174-NSEQ-UND-ORGNZ   PIC 9(8).
002700        05 UORGS174-CDIA-ATEND       PIC X(7).
002800        05 UORGS174-HINIC-COLETA     PIC 9(4).
002900        05 UORGS174-HFIM-COLETA      PIC 9(4).
003000        05 FILLER                    PIC X(13).
003100     03 UORGS174-CUSUARIO            PIC X(9).
003200     03 FILLER                       PIC X(15).
