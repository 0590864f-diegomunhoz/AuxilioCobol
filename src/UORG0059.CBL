001950*                PENDENCIA DO CHECKLIST: O ENCERRAMENTO E       *
001960*                RECUSADO ATE O RH RELOTAR AS PESSOAS           *
001970*                (NOTIFICACAO PELA UORG0130).                   *
001975* 14/10/2026 ES  BENS DO PATRIMONIO AINDA EM CUSTODIA DA        *
001980*                UNIDADE (TBEM_PATRIM_UND) PASSAM A SER         *
001985*                PENDENCIA DO CHECKLIST, COMO O EFETIVO         *
001990*                REMANESCENTE: O ENCERRAMENTO E RECUSADO ATE    *
001995*                A TRANSFERENCIA DOS BENS (UORG0173).           *
002005* 14/10/2026 ES  UNIDADE ATIVA DE DESTINO DA CARTEIRA DE        *
002015*                CLIENTES PASSA A SER OBRIGATORIA (RETORNO      *
002025*                '16'); O ENCERRAMENTO GRAVA A INSTRUCAO        *
002035*                PENDENTE EM TTRANSF_CART_UND, ENVIADA AO       *
002045*                SISTEMA DE CONTAS PELA UORG0195.               *
002055* 15/10/2026 ES  CORRESPONDENTE BANCARIO ATIVO SUPERVISIONADO   *
002065*                PELA UNIDADE (TCORRESP_BANCR) PASSA A SER      *
002075*                PENDENCIA DO CHECKLIST: O ENCERRAMENTO E       *
002085*                RECUSADO ATE A TRANSFERENCIA DA SUPERVISAO     *
002095*                (UO84).                                        *
002096* 15/10/2026 ES  TERMINAIS DE AUTOATENDIMENTO INSTALADOS        *
002097*                (TEQUIP_UND_ORGNZ) SAO SINALIZADOS NO          *
002098*                CHECKLIST (QTDE-ATM) SEM RECUSAR O             *
002099*                ENCERRAMENTO: A RETIRADA VAI A OPERADORA       *
002100*                DA REDE PELA UORG0226.                         *
002101******************************************************************
002102*
002200*    FUNCAO: SUBPROGRAMA DE SERVICO CHAMADO POR QUALQUER CAMINHO
002300*    QUE ENCERRE UMA UNIDADE (CSIT_UND_ORGNZ -> 0). ANTES DE
002400*    ACEITAR: (1) RECUSA SE HOUVER SOLICITACAO DE OCUPACAO
003200*    MANDADO, GRAVA CSIT_UND_ORGNZ = 0 COM DENCER_UND_ORGNZ =
003300*    DATA CORRENTE E REGISTRA A TRANSICAO EM TUND_ORGNZ_HIST
003400*    PELA UORG0002. NAO EFETUA COMMIT - FICA A CARGO DA ROTINA
003500*    CHAMADORA, COMO NOS DEMAIS SUBPROGRAMAS DE SERVICO. A
003510*    UNIDADE DE DESTINO DA CARTEIRA DE CLIENTES E OBRIGATORIA:
003520*    DEVE SER OUTRA UNIDADE, ATIVA (CSIT_UND_ORGNZ = 1), SENAO
003530*    DEVOLVE '16' ANTES DE QUALQUER ATUALIZACAO. ACEITO O
003540*    ENCERRAMENTO, GRAVA EM TTRANSF_CART_UND A INSTRUCAO
003550*    PENDENTE DE TRANSFERENCIA DA CARTEIRA (MOTIVO 'E', DATA
003560*    EFETIVA = DATA DO ENCERRAMENTO), ENVIADA AO SISTEMA DE
003570*    CONTAS PELO BATCH DIARIO UORG0195.
003575*    OS TERMINAIS DE AUTOATENDIMENTO AINDA INSTALADOS NA UNIDADE
003580*    (TEQUIP_UND_ORGNZ, TIPO 1, SITUACAO 1) SAO CONTADOS EM
003585*    QTDE-ATM SO COMO SINALIZACAO: NAO SAO PENDENCIA, POIS O
003590*    ENCERRAMENTO E QUE GERA A ORDEM DE RETIRADA PARA A OPERADORA
003595*    DA REDE (UORG0226).
003600*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
004500     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
004600     05 WS-CCLASF-UND-ORGNZ      PIC S9(1)V COMP-3.
004650     05 WS-QFUNC-ATUAL           PIC S9(5)V COMP-3.
004660     05 WS-QTDE-DESTINO          PIC S9(7) COMP VALUE ZERO.
004700 01  WS-INDICADORES.
004800     05 WS-IND-CSIT              PIC S9(4) COMP-5.
004900     05 WS-IND-CCLASF            PIC S9(4) COMP-5.
005900     MOVE ZERO TO UORGL059-QTDE-OCPDO-ABERTA
006000                  UORGL059-QTDE-ACESSO
006100                  UORGL059-QTDE-AREA
006150                  UORGL059-QTDE-FUNC
006160                  UORGL059-QTDE-BEM
006170                  UORGL059-QTDE-CORRESP
006180                  UORGL059-QTDE-ATM.
006200     PERFORM 1000-LER-UNIDADE
006300         THRU 1000-LER-UNIDADE-EXIT.
006400     IF NOT UORGL059-OK
006630     IF NOT UORGL059-OK
006640         GO TO 0000-MAINLINE-EXIT
006650     END-IF.
006655     PERFORM 1600-VALIDAR-DESTINO-CARTEIRA
006660         THRU 1600-VALIDAR-DESTINO-CARTEIRA-EXIT.
006665     IF NOT UORGL059-OK
006670         GO TO 0000-MAINLINE-EXIT
006675     END-IF.
006700     PERFORM 2000-CONFERIR-PENDENCIAS
006800         THRU 2000-CONFERIR-PENDENCIAS-EXIT.
006900     IF NOT UORGL059-OK
007600     END-IF.
007700     PERFORM 4000-ENCERRAR-UNIDADE
007800         THRU 4000-ENCERRAR-UNIDADE-EXIT.
007810     IF NOT UORGL059-OK
007820         GO TO 0000-MAINLINE-EXIT
007830     END-IF.
007840     PERFORM 5000-INSTRUIR-TRANSF-CARTEIRA
007850         THRU 5000-INSTRUIR-TRANSF-CARTEIRA-EXIT.
007900 0000-MAINLINE-EXIT.
008000     GOBACK.
008100******************************************************************
011197     END-IF.
011198 1500-VALIDAR-TRANSICAO-EXIT.
011199     EXIT.
011200******************************************************************
011201*    1600-VALIDAR-DESTINO-CARTEIRA                              *
011202*    A CARTEIRA DE CLIENTES SO PODE IR PARA OUTRA UNIDADE ATIVA *
011203******************************************************************
011204 1600-VALIDAR-DESTINO-CARTEIRA  SECTION.
011205     IF UORGL059-CPSSOA-JURID-DEST NOT > ZERO
011206         OR UORGL059-NSEQ-UND-DEST NOT > ZERO
011207         MOVE '16' TO UORGL059-RETORNO
011208         GO TO 1600-VALIDAR-DESTINO-CARTEIRA-EXIT
011209     END-IF.
011210     IF UORGL059-CPSSOA-JURID-DEST = UORGL059-CPSSOA-JURID
011211         AND UORGL059-NSEQ-UND-DEST = UORGL059-NSEQ-UND-ORGNZ
011212         MOVE '16' TO UORGL059-RETORNO
011213         GO TO 1600-VALIDAR-DESTINO-CARTEIRA-EXIT
011214     END-IF.
011215     MOVE ZERO TO WS-QTDE-DESTINO.
011216     EXEC SQL
011217         SELECT COUNT(*)
011218           INTO :WS-QTDE-DESTINO
011219           FROM DB2PRD.TUND_ORGNZ
011220          WHERE CPSSOA_JURID   = :UORGL059-CPSSOA-JURID-DEST
011221            AND NSEQ_UND_ORGNZ = :UORGL059-NSEQ-UND-DEST
011222            AND CSIT_UND_ORGNZ = 1
011223     END-EXEC.
011224     IF SQLCODE NOT = ZERO
011225         MOVE '99' TO UORGL059-RETORNO
011226         GO TO 1600-VALIDAR-DESTINO-CARTEIRA-EXIT
011227     END-IF.
011228     IF WS-QTDE-DESTINO = ZERO
011229         MOVE '16' TO UORGL059-RETORNO
011230     END-IF.
011231 1600-VALIDAR-DESTINO-CARTEIRA-EXIT.
011232     EXIT.
011233******************************************************************
011234*    2000-CONFERIR-PENDENCIAS                                   *
011300*    CONTA AS PENDENCIAS DO CHECKLIST; OCUPACAO ABERTA DO       *
011400*    CONGLOMERADO IMPEDE O ENCERRAMENTO DE IMEDIATO             *
011500******************************************************************
015420     IF WS-QFUNC-ATUAL > ZERO
015430         MOVE '04' TO UORGL059-RETORNO
015440     END-IF.
015444     EXEC SQL
015448         SELECT COUNT(*)
015452           INTO :UORGL059-QTDE-BEM
015456           FROM DB2PRD.TBEM_PATRIM_UND
015460          WHERE CPSSOA_JURID   = :UORGL059-CPSSOA-JURID
015464            AND NSEQ_UND_ORGNZ = :UORGL059-NSEQ-UND-ORGNZ
015468     END-EXEC.
015472     IF SQLCODE NOT = ZERO
015476         MOVE '99' TO UORGL059-RETORNO
015480         GO TO 2000-CONFERIR-PENDENCIAS-EXIT
015484     END-IF.
015488     IF UORGL059-QTDE-BEM > ZERO
015492         MOVE '04' TO UORGL059-RETORNO
015496     END-IF.
015497     EXEC SQL
015498         SELECT COUNT(*)
015499           INTO :UORGL059-QTDE-CORRESP
015500           FROM DB2PRD.TCORRESP_BANCR
015501          WHERE CPSSOA_JURID_SUPVS = :UORGL059-CPSSOA-JURID
015502            AND NSEQ_UND_SUPVS     = :UORGL059-NSEQ-UND-ORGNZ
015503            AND CSIT_CORRESP       = 1
015504     END-EXEC.
015505     IF SQLCODE NOT = ZERO
015506         MOVE '99' TO UORGL059-RETORNO
015507         GO TO 2000-CONFERIR-PENDENCIAS-EXIT
015508     END-IF.
015509     IF UORGL059-QTDE-CORRESP > ZERO
015510         MOVE '04' TO UORGL059-RETORNO
015511     END-IF.
015512     EXEC SQL
015513         SELECT COUNT(*)
015514           INTO :UORGL059-QTDE-ATM
015515           FROM DB2PRD.TEQUIP_UND_ORGNZ
015516          WHERE CPSSOA_JURID   = :UORGL059-CPSSOA-JURID
015517            AND NSEQ_UND_ORGNZ = :UORGL059-NSEQ-UND-ORGNZ
015518            AND CTPO_EQUIP     = 1
015519            AND CSIT_EQUIP     = 1
015520     END-EXEC.
015521     IF SQLCODE NOT = ZERO
015522         MOVE '99' TO UORGL059-RETORNO
015523     END-IF.
015524 2000-CONFERIR-PENDENCIAS-EXIT.
015600     EXIT.
015700******************************************************************
015800*    3000-DESTINAR-VINCULOS                                     *
021600     END-IF.
021700 4000-ENCERRAR-UNIDADE-EXIT.
021800     EXIT.
021810******************************************************************
021820*    5000-INSTRUIR-TRANSF-CARTEIRA                              *
021830*    INSTRUCAO PENDENTE DE TRANSFERENCIA DA CARTEIRA DE         *
021840*    CLIENTES AO SISTEMA DE CONTAS (ENVIO PELA UORG0195)        *
021850******************************************************************
021860 5000-INSTRUIR-TRANSF-CARTEIRA  SECTION.
021870     EXEC SQL
021880         INSERT INTO DB2PRD.TTRANSF_CART_UND
021890                (CPSSOA_JURID_ORIG, NSEQ_UND_ORIG,
021900                 DEFETIV_TRANSF, CPSSOA_JURID_DEST, NSEQ_UND_DEST,
021910                 CMOTVO_TRANSF, CSIT_TRANSF, CUSUAR_INCL,
021920                 HINCL_REG)
021930         VALUES (:UORGL059-CPSSOA-JURID, :UORGL059-NSEQ-UND-ORGNZ,
021940                 CURRENT DATE, :UORGL059-CPSSOA-JURID-DEST,
021950                 :UORGL059-NSEQ-UND-DEST, 'E', 1,
021960                 :UORGL059-CUSUAR-MANUT, CURRENT TIMESTAMP)
021970     END-EXEC.
021980     IF SQLCODE NOT = ZERO
021990         MOVE '99' TO UORGL059-RETORNO
022000     END-IF.
022010 5000-INSTRUIR-TRANSF-CARTEIRA-EXIT.
022020     EXIT.
