001600*                PROGRAMAS BATCH DA SUITE NA TABELA DE CONTROLE  *
001700*                TCTRL_EXEC_BATCH, PARA O PLACAR MATINAL DE      *
001800*                OPERACOES (UORG0044).                           *
001810* 14/10/2026 ES  FUNCAO 'P': ABRE O REGISTRO COM O TIMESTAMP DE *
001820*                INICIO INFORMADO (PRIMEIRA PARTICAO DA CARGA   *
001830*                PARTICIONADA DA UORG0013, CONSOLIDADA PELA     *
001840*                UORG0182); REGISTRO EXISTENTE E REAPROVEITADO. *
001900******************************************************************
002000*
002100*    FUNCAO: SUBPROGRAMA DE SERVICO CHAMADO POR TODO PROGRAMA
002700*    REJEITADOS E O CODIGO DE TERMINO. NAO EFETUA COMMIT - FICA
002800*    A CARGO DA ROTINA CHAMADORA, COMO NOS DEMAIS SUBPROGRAMAS
002900*    DE SERVICO.
002910*    FUNCAO 'P' (INICIO INFORMADO) INCLUI O REGISTRO COM O
002920*    UORGL043-HINIC-EXEC RECEBIDO, PARA A EXECUCAO CONSOLIDADA
002930*    DE UMA CARGA PARTICIONADA; SE JA EXISTIR (CONSOLIDACAO
002940*    REPETIDA APOS RECUSA) O REGISTRO E REAPROVEITADO.
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005200     IF UORGL043-FIM
005300         PERFORM 2000-REGISTRAR-FIM
005400             THRU 2000-REGISTRAR-FIM-EXIT
005410     ELSE
005420     IF UORGL043-INICIO-INFORMADO
005430         PERFORM 1500-REGISTRAR-INICIO-INFORMADO
005440             THRU 1500-REGISTRAR-INICIO-INFORMADO-EXIT
005500     ELSE
005600         MOVE '99' TO UORGL043-RETORNO
005700     END-IF
005800     END-IF
005810     END-IF.
005900     GOBACK.
006000 0000-MAINLINE-EXIT.
006100     EXIT.
007900     END-IF.
008000 1000-REGISTRAR-INICIO-EXIT.
008100     EXIT.
008105******************************************************************
008110*    1500-REGISTRAR-INICIO-INFORMADO                             *
008115******************************************************************
008120 1500-REGISTRAR-INICIO-INFORMADO SECTION.
008125     EXEC SQL
008130         INSERT INTO DB2PRD.TCTRL_EXEC_BATCH
008135                (CPGM_BATCH, HINIC_EXEC, QREG_LIDOS,
008140                 QREG_GRAVADOS, QREG_REJEITADOS)
008145         VALUES (:UORGL043-CPGM-BATCH, :UORGL043-HINIC-EXEC,
008150                 0, 0, 0)
008155     END-EXEC.
008160     IF SQLCODE NOT = ZERO
008165         AND SQLCODE NOT = -803
008170         MOVE '99' TO UORGL043-RETORNO
008175     END-IF.
008180 1500-REGISTRAR-INICIO-INFORMADO-EXIT.
008185     EXIT.
008200******************************************************************
008300*    2000-REGISTRAR-FIM                                         *
008400******************************************************************
