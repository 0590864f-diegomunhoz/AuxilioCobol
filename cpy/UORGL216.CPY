000100*****************************************************************
000200*    UORGL216 - PARAMETROS DE CHAMADA DO SERVICO COMUM DE       *
000300*    ALERTA AO PLANTAO (TALERTA_OPER) PARA EVENTOS CRITICOS     *
000400*    DE BATCH E DE INTERFACE. FUNCAO 'R' REGISTRA O ALERTA      *
000500*    (ORIGEM + TIPO + CHAVE REPETIDOS DENTRO DA JANELA SAO      *
000600*    SUPRIMIDOS, SO SOMANDO A OCORRENCIA); FUNCAO 'K' REGISTRA  *
000700*    O RECONHECIMENTO DO OPERADOR, QUE ENCERRA O ALERTA         *
000800*****************************************************************
000900 01  UORGL216-PARMS.
001000     03 UORGL216-FUNCTION            PIC X(1).
001100        88 UORGL216-REGISTRO             VALUE 'R'.
001200        88 UORGL216-RECONHECIMENTO       VALUE 'K'.
001300     03 UORGL216-CORIGEM             PIC X(8).
001400     03 UORGL216-CTPO-ALERTA         PIC X(8).
001500     03 UORGL216-RCHAVE              PIC X(40).
001600     03 UORGL216-RTEXTO              PIC X(70).
001700     03 UORGL216-NSEQ-ALERTA         PIC S9(9)V COMP-3.
001800     03 UORGL216-CUSUAR              PIC X(9).
001900     03 UORGL216-RETORNO             PIC X(2).
002000        88 UORGL216-OK                   VALUE '00'.
002100        88 UORGL216-SUPRIMIDO            VALUE '04'.
002200        88 UORGL216-NAO-ENCONTRADO       VALUE '08'.
002300        88 UORGL216-FUNCAO-INVALIDA      VALUE '12'.
002400        88 UORGL216-ERRO-SQL             VALUE '99'.
