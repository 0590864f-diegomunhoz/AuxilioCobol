001929* 22/08/2026 ES  PRE-VALIDACAO ESTENDIDA: CTPO_PLANO_CTA DA     *
001952*                SOLICITACAO CONFERIDO NO CATALOGO CONTABIL     *
001975*                (TPLANO_CTA_CTBIL) VIA UORG0077.               *
001985* 14/10/2026 ES  SOLICITACAO CANCELADA NA UO76 (CSIT_DOCTO_FSCAL *
001990*                = 9) SAI DA FILA DE PRE-VALIDACAO.              *
001992* 14/10/2026 ES  SOLICITACAO COM CNPJ NAO ATIVO NA RECEITA       *
001994*                FEDERAL (CSIT_CNPJ_RFB GRAVADO PELA UORG0190)   *
001996*                SAI NA LISTA DE EXCECAO COM RETORNO 'RF'.       *
002000******************************************************************
002100*
002200*    FUNCAO: LE AS SOLICITACOES DE TMANUT_EMPR_GRP AINDA NA FILA
002600*    APENAS AS QUE FALHAREM NA VALIDACAO (LISTA DE EXCECAO), COM
002700*    TOTAL GERAL AO FINAL. PRIMEIRO CHAMADOR DE UORG0007, QUE ATE
002800*    AQUI EXISTIA APENAS COMO SERVICO DISPONIVEL SEM CHAMADOR.
002810*    SOLICITACAO CUJA ULTIMA CONSULTA DO CNPJ NA RECEITA FEDERAL
002820*    (UORG0189/UORG0190) NAO VOLTOU ATIVA TAMBEM SAI NA LISTA,
002830*    COM RETORNO 'RF' E A SITUACAO CADASTRAL ENCONTRADA.
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
005200     05 WS-NSEQ-SOLTC-MANUT      PIC S9(10)V COMP-3.
005300     05 WS-CPSSOA-JURID-CONGL    PIC S9(10)V COMP-3.
005310     05 WS-CTPO-PLANO-CTA        PIC S9(2)V COMP-3.
005320     05 WS-CSIT-CNPJ-RFB         PIC X(1).
005350 01  WS-INDICADORES.
005355     05 WS-IND-CPSSOA-JURID-CONGL PIC S9(4) COMP-5.
005360     05 WS-IND-DATA-INSTA-EMPR   PIC S9(4) COMP-5.
005395     05 WS-IND-DARQ-ATA-INSTA-UND PIC S9(4) COMP-5.
005398     05 WS-IND-DARQ-INSTA-SEDE   PIC S9(4) COMP-5.
005399     05 WS-IND-CTPO-PLANO-CTA    PIC S9(4) COMP-5.
005400     05 WS-IND-CSIT-CNPJ-RFB     PIC S9(4) COMP-5.
005401 COPY UORGS033.
005500 COPY UORGL007.
006710 COPY UORGL077.
006715 COPY UORGL043.
007900                DATA_INSTA_EMPR, DENCRR_CTBIL,
008000                DULT_ALT_ATA_INSTA, DENCRR_LEGAL,
008100                DARQ_ATA_INSTA_UND, DARQ_INSTA_SEDE,
008110                CTPO_PLANO_CTA, CSIT_CNPJ_RFB
008200           FROM DB2PRD.TMANUT_EMPR_GRP
008300          WHERE CSIT_DOCTO_FSCAL IS NULL
008400             OR CSIT_DOCTO_FSCAL NOT IN (1, 9)
008500          ORDER BY NSEQ_SOLTC_MANUT
008600     END-EXEC.
008700     EXEC SQL
010380             ADD 1 TO WS-QTDE-EXCECAO
010390         END-IF
010395     END-IF.
010396     IF WS-IND-CSIT-CNPJ-RFB >= ZERO
010397         AND WS-CSIT-CNPJ-RFB NOT = 'A'
010398         PERFORM 3200-IMPRIMIR-CNPJ-NAO-ATIVO
010399             THRU 3200-IMPRIMIR-CNPJ-NAO-ATIVO-EXIT
010400         ADD 1 TO WS-QTDE-EXCECAO
010401     END-IF.
010402     PERFORM 8000-LER-CURSOR
010500         THRU 8000-LER-CURSOR-EXIT.
010600 2000-PROCESSAR-CURSOR-EXIT.
010700     EXIT.
012198     WRITE REL-UORGS033-REG FROM UORGS033-LINHA.
012199 3100-IMPRIMIR-PLANO-INVALIDO-EXIT.
012200     EXIT.
012201******************************************************************
012202*    3200-IMPRIMIR-CNPJ-NAO-ATIVO                                *
012203******************************************************************
012204 3200-IMPRIMIR-CNPJ-NAO-ATIVO   SECTION.
012205     MOVE SPACES TO UORGS033-LINHA.
012206     MOVE ' ' TO UORGS033-CTL-IMPRESSAO.
012207     MOVE WS-NSEQ-SOLTC-MANUT TO UORGS033-NSEQ-SOLTC.
012208     MOVE WS-CPSSOA-JURID-CONGL TO UORGS033-CPSSOA-CONGL.
012209     MOVE 'RF' TO UORGS033-CRETORNO.
012210     EVALUATE WS-CSIT-CNPJ-RFB
012211         WHEN 'S'
012212             MOVE 'CNPJ SUSPENSO NA RECEITA FEDERAL'
012213                 TO UORGS033-DESC-RETORNO
012214         WHEN 'I'
012215             MOVE 'CNPJ INAPTO NA RECEITA FEDERAL'
012216                 TO UORGS033-DESC-RETORNO
012217         WHEN 'B'
012218             MOVE 'CNPJ BAIXADO NA RECEITA FEDERAL'
012219                 TO UORGS033-DESC-RETORNO
012220         WHEN 'N'
012221             MOVE 'CNPJ NULO NA RECEITA FEDERAL'
012222                 TO UORGS033-DESC-RETORNO
012223         WHEN OTHER
012224             MOVE 'CNPJ NAO ATIVO NA RECEITA FEDERAL'
012225                 TO UORGS033-DESC-RETORNO
012226     END-EVALUATE.
012227     WRITE REL-UORGS033-REG FROM UORGS033-LINHA.
012228 3200-IMPRIMIR-CNPJ-NAO-ATIVO-EXIT.
012229     EXIT.
012230******************************************************************
012300*    4000-OBTER-DESCRICAO                                        *
012400******************************************************************
012500 4000-OBTER-DESCRICAO           SECTION.
016950                   :WS-IND-DARQ-ATA-INSTA-UND,
017000               :UORGL007-DARQ-INSTA-SEDE
017020                   :WS-IND-DARQ-INSTA-SEDE,
017030               :WS-CTPO-PLANO-CTA:WS-IND-CTPO-PLANO-CTA,
017040               :WS-CSIT-CNPJ-RFB:WS-IND-CSIT-CNPJ-RFB
017100     END-EXEC.
017200     IF SQLCODE = 100
017300         MOVE 'S' TO WS-SW-FIM-CURSOR
