001752* 22/08/2026 ES  MENSAGENS RESOLVIDAS NO CATALOGO CENTRAL       *
001753*                TCATLG_MENSG VIA UORG0073; O LITERAL LOCAL     *
001754*                PERMANECE COMO TEXTO PADRAO DE RESERVA.        *
001764* 14/10/2026 ES  SITUACAO CADASTRAL DO CNPJ NA RECEITA FEDERAL, *
001774*                DATA DA CONSULTA E RAZAO SOCIAL REGISTRADA     *
001784*                (GRAVADAS PELA UORG0190) EXIBIDAS NA TELA.     *
001800******************************************************************
001900*
002000*    FUNCAO: TRANSACAO CICS DE CONSULTA. NA PRIMEIRA ENTRADA
003900     05 WS-CPSSOA-JURID-CONGL    PIC S9(10)V COMP-3.
004000     05 WS-DATA-INSTA-EMPR       PIC X(10).
004100     05 WS-NINSCR-REG-EMPR       PIC S9(11)V COMP-3.
004110     05 WS-CSIT-CNPJ-RFB         PIC X(1).
004120     05 WS-DCONS-CNPJ-RFB        PIC X(10).
004130     05 WS-IRAZAO-SOCIAL-RFB     PIC X(60).
004150 01  WS-INDICADORES.
004160     05 WS-IND-CPSSOA-JURID-CONGL PIC S9(4) COMP-5.
004170     05 WS-IND-DATA-INSTA-EMPR   PIC S9(4) COMP-5.
004175     05 WS-IND-CSIT-CNPJ-RFB     PIC S9(4) COMP-5.
004180     05 WS-IND-DCONS-CNPJ-RFB    PIC S9(4) COMP-5.
004185     05 WS-IND-IRAZAO-SOCIAL-RFB PIC S9(4) COMP-5.
004200 01  WS-MENSAGEM                 PIC X(60).
004300 01  WS-TECLAS-PF.
004400     05 WS-PF3                   PIC X(1) VALUE '3'.
012000         MOVE WS-NSEQ-SOLTC-MANUT TO NSEQO
012100         MOVE WS-CPSSOA-JURID-CONGL TO CONGLO
012200         MOVE WS-DATA-INSTA-EMPR TO DINSTO
012210         MOVE WS-NINSCR-REG-EMPR TO NINSCRO
012220         EVALUATE WS-CSIT-CNPJ-RFB
012230             WHEN 'A'
012240                 MOVE 'ATIVA' TO SITRFO
012250             WHEN 'S'
012260                 MOVE 'SUSPENSA' TO SITRFO
012270             WHEN 'I'
012280                 MOVE 'INAPTA' TO SITRFO
012290             WHEN 'B'
012300                 MOVE 'BAIXADA' TO SITRFO
012310             WHEN 'N'
012320                 MOVE 'NULA' TO SITRFO
012330             WHEN OTHER
012340                 MOVE 'NAO CONS.' TO SITRFO
012350         END-EVALUATE
012360         MOVE WS-DCONS-CNPJ-RFB TO DCRFO
012370         MOVE WS-IRAZAO-SOCIAL-RFB TO RAZRFO
012400     END-IF.
012500     MOVE WS-MENSAGEM TO MSGO.
012600 3000-MONTAR-TELA-EXIT.
013200     MOVE 'N' TO WS-SW-ACHOU-EMPRESA.
013300     EXEC SQL
013400         SELECT CPSSOA_JURID_CONGL, DATA_INSTA_EMPR,
013410                NINSCR_REG_EMPR, CSIT_CNPJ_RFB, DCONS_CNPJ_RFB,
013420                IRAZAO_SOCIAL_RFB
013430           INTO :WS-CPSSOA-JURID-CONGL:WS-IND-CPSSOA-JURID-CONGL,
013440                :WS-DATA-INSTA-EMPR:WS-IND-DATA-INSTA-EMPR,
013450                :WS-NINSCR-REG-EMPR,
013460                :WS-CSIT-CNPJ-RFB:WS-IND-CSIT-CNPJ-RFB,
013470                :WS-DCONS-CNPJ-RFB:WS-IND-DCONS-CNPJ-RFB,
013480                :WS-IRAZAO-SOCIAL-RFB:WS-IND-IRAZAO-SOCIAL-RFB
013800           FROM DB2PRD.TMANUT_EMPR_GRP
013900          WHERE NSEQ_SOLTC_MANUT = :WS-NSEQ-SOLTC-MANUT
014000     END-EXEC.
014180         IF WS-IND-DATA-INSTA-EMPR < ZERO
014190             MOVE SPACES TO WS-DATA-INSTA-EMPR
014195         END-IF
014196         IF WS-IND-CSIT-CNPJ-RFB < ZERO
014197             MOVE SPACES TO WS-CSIT-CNPJ-RFB
014198         END-IF
014199         IF WS-IND-DCONS-CNPJ-RFB < ZERO
014200             MOVE SPACES TO WS-DCONS-CNPJ-RFB
014201         END-IF
014202         IF WS-IND-IRAZAO-SOCIAL-RFB < ZERO
014203             MOVE SPACES TO WS-IRAZAO-SOCIAL-RFB
014204         END-IF
014205         MOVE 'S' TO WS-SW-ACHOU-EMPRESA
014300     END-IF.
014400 8000-CONSULTAR-EMPRESA-EXIT.
014500     EXIT.
