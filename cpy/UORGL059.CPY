000500*    PENDENCIAS (OCUPACAO ABERTA, ACESSOS E AREAS REMANESCENTES)*
000600*    E EXIGE A DESTINACAO EXPLICITA DOS VINCULOS. DEVOLVE AS    *
000700*    QUANTIDADES PENDENTES PARA O RELATORIO DE CHECKLIST DA     *
000800*    ROTINA CHAMADORA. A UNIDADE ATIVA DE DESTINO DA CARTEIRA   *
000810*    DE CLIENTES E OBRIGATORIA (INSTRUCAO AO SISTEMA DE CONTAS) *
000820*    CORRESPONDENTE BANCARIO ATIVO SUPERVISIONADO PELA UNIDADE  *
000830*    E PENDENCIA ATE A TRANSFERENCIA DA SUPERVISAO (UO84)       *
000840*    TERMINAIS DE AUTOATENDIMENTO INSTALADOS SO SAO SINALIZADOS *
000850*    (QTDE-ATM), SEM RECUSA; A RETIRADA VAI PELA UORG0226       *
000900*****************************************************************
001000 01  UORGL059-PARMS.
001100     03 UORGL059-CPSSOA-JURID        PIC S9(10)V COMP-3.
001300     03 UORGL059-CUSUAR-MANUT        PIC X(9).
001400     03 UORGL059-CINDCD-DESTINO      PIC X(1).
001500        88 UORGL059-EXCLUIR-VINCULOS     VALUE 'E'.
001510     03 UORGL059-CPSSOA-JURID-DEST   PIC S9(10)V COMP-3.
001520     03 UORGL059-NSEQ-UND-DEST       PIC S9(8)V COMP-3.
001600     03 UORGL059-QTDE-OCPDO-ABERTA   PIC S9(7)V COMP-3.
001700     03 UORGL059-QTDE-ACESSO         PIC S9(7)V COMP-3.
001800     03 UORGL059-QTDE-AREA           PIC S9(7)V COMP-3.
001850     03 UORGL059-QTDE-FUNC           PIC S9(5)V COMP-3.
001860     03 UORGL059-QTDE-BEM            PIC S9(7)V COMP-3.
001870     03 UORGL059-QTDE-CORRESP        PIC S9(7)V COMP-3.
001880     03 UORGL059-QTDE-ATM            PIC S9(7)V COMP-3.
001900     03 UORGL059-RETORNO             PIC X(2).
002000        88 UORGL059-OK                    VALUE '00'.
002100        88 UORGL059-PENDENCIAS            VALUE '04'.
002200        88 UORGL059-JA-ENCERRADA          VALUE '08'.
002300        88 UORGL059-NAO-ENCONTRADA        VALUE '12'.
002310        88 UORGL059-DESTINO-INVALIDO      VALUE '16'.
002400        88 UORGL059-ERRO-SQL              VALUE '99'.
