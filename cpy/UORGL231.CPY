000100*****************************************************************
000200*    UORGL231 - PARAMETROS DE CHAMADA DO SERVICO DE CONFERENCIA *
000300*    DOS PRE-REQUISITOS DE UM SERVICO OFERECIDO PELA UNIDADE    *
000400*    (TREQ_TPO_SERVC): DEVOLVE A QUANTIDADE DE PRE-REQUISITOS   *
000500*    NAO ATENDIDOS E A DESCRICAO DOS PRIMEIROS DEZ              *
000600*****************************************************************
000700 01  UORGL231-PARMS.
000800     03 UORGL231-CPSSOA-JURID        PIC S9(10)V COMP-3.
000900     03 UORGL231-NSEQ-UND-ORGNZ      PIC S9(8)V COMP-3.
001000     03 UORGL231-CTPO-SERVC          PIC S9(3)V COMP-3.
001100     03 UORGL231-QTDE-PENDENTE       PIC S9(4) COMP.
001200     03 UORGL231-PENDENCIA OCCURS 10 TIMES.
001300        05 UORGL231-CTPO-REQ         PIC X(1).
001400           88 UORGL231-REQ-ACESSO        VALUE 'A'.
001500           88 UORGL231-REQ-COLUNA        VALUE 'C'.
001600        05 UORGL231-CTPO-ACSSO-ORGNZ PIC S9(2)V COMP-3.
001700        05 UORGL231-NCOLUNA-REQ      PIC X(18).
001800        05 UORGL231-RPENDENCIA       PIC X(40).
001900     03 UORGL231-RETORNO             PIC X(2).
002000        88 UORGL231-OK                   VALUE '00'.
002100        88 UORGL231-SERVICO-INEXISTENTE  VALUE '04'.
002200        88 UORGL231-ERRO-SQL             VALUE '99'.
