000100*****************************************************************
000200*    UORGL185 - PARAMETROS DE CHAMADA DO SERVICO COMUM DE PONTO *
000300*    DE CONTROLE (CHECKPOINT) DOS LOTES DE ATUALIZACAO EM       *
000400*    MASSA, TABELA TCTRL_CKPT_BATCH, CHAVE PROGRAMA + EXECUCAO  *
000500*    (CEXEC: 'UNICA' PARA O FLUXO UNICO, 'PNN' PARA A PARTICAO, *
000600*    CODIGO DO CENARIO ETC.). FUNCAO 'L' LE O CHECKPOINT ABERTO *
000700*    ('04' SE NAO HA); 'G' GRAVA A ULTIMA CHAVE E AS            *
000800*    QUANTIDADES NO PONTO DE COMMIT, ANTES DO COMMIT DA ROTINA  *
000900*    CHAMADORA, NA MESMA UNIDADE DE TRABALHO DOS DADOS; 'E'     *
001000*    ENCERRA O CHECKPOINT AO TERMINO NORMAL                     *
001100*****************************************************************
001200 01  UORGL185-PARMS.
001300     03 UORGL185-FUNCTION            PIC X(1).
001400        88 UORGL185-LER                  VALUE 'L'.
001500        88 UORGL185-GRAVAR               VALUE 'G'.
001600        88 UORGL185-ENCERRAR             VALUE 'E'.
001700     03 UORGL185-CPGM-BATCH          PIC X(8).
001800     03 UORGL185-CEXEC-BATCH         PIC X(12).
001900     03 UORGL185-CCHAVE-CKPT         PIC X(40).
002000     03 UORGL185-QREG-PROCES         PIC S9(9) COMP.
002100     03 UORGL185-QREG-REJEIT         PIC S9(9) COMP.
002200     03 UORGL185-HULT-CKPT           PIC X(26).
002300     03 UORGL185-RETORNO             PIC X(2).
002400        88 UORGL185-OK                   VALUE '00'.
002500        88 UORGL185-SEM-CKPT             VALUE '04'.
002600        88 UORGL185-ERRO-SQL             VALUE '99'.
