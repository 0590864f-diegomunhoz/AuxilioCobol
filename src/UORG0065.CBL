001600*                TMANUT_EMPR_GRP (TMANUT_EMPR_HIST), NO MOLDE DA *
001700*                UORG0002: IMAGENS ANTES/DEPOIS DAS COLUNAS      *
001800*                SENSIVEIS EM TODA MANUTENCAO DA SOLICITACAO.    *
001810* 14/10/2026 ES  DATA EM BRANCO NA IMAGEM (INCLUSAO PELA UO76 OU *
001820*                DATA NAO INFORMADA) GRAVADA COMO NULA.          *
001830* 15/10/2026 ES  PARAMETRO CINDCD-GERADO-SIST: EVENTO CORRETIVO  *
001840*                GERADO PELA AUDITORIA UORG0204 E GRAVADO COM    *
001850*                CINDCD_GERADO_SIST = 'S' (DEMAIS = 'N'), MESMO  *
001860*                SEM DIFERENCA ENTRE AS IMAGENS.                 *
001900******************************************************************
002000*
002100*    FUNCAO: SUBPROGRAMA DE SERVICO CHAMADO POR QUALQUER ROTINA
002700*    EVENTO E O USUARIO. SEM DIFERENCA, DEVOLVE '04' E NAO
002800*    GRAVA NADA. NAO EFETUA COMMIT - FICA A CARGO DA ROTINA
002900*    CHAMADORA.
002910*    EVENTO CORRETIVO DA AUDITORIA UORG0204 (PARAMETRO
002920*    CINDCD-GERADO-SIST = 'S') E GRAVADO MESMO SEM DIFERENCA,
002930*    MARCADO COMO GERADO PELO SISTEMA.
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003700     EXEC SQL INCLUDE SQLCA END-EXEC.
003800 01  WS-AREA-TRABALHO.
003900     05 WS-HORA-ATUAL             PIC X(26).
003905     05 WS-CINDCD-GERADO-SIST     PIC X(1).
003910 01  WS-INDICADORES.
003920     05 WS-IND-DINST-ANT          PIC S9(4) COMP-5.
003930     05 WS-IND-DINST-NOVO         PIC S9(4) COMP-5.
003940     05 WS-IND-DCTBIL-ANT         PIC S9(4) COMP-5.
003950     05 WS-IND-DCTBIL-NOVO        PIC S9(4) COMP-5.
003960     05 WS-IND-DLEGAL-ANT         PIC S9(4) COMP-5.
003970     05 WS-IND-DLEGAL-NOVO        PIC S9(4) COMP-5.
004000 COPY UORGB049.
004100 LINKAGE SECTION.
004200 COPY UORGL065.
005200         AND UORGL065-DENCRR-LEGAL-ANT =
005300             UORGL065-DENCRR-LEGAL-NOVO
005400         AND UORGL065-NINSCR-ANT = UORGL065-NINSCR-NOVO
005410         AND UORGL065-CSIT-DOCTO-ANT = UORGL065-CSIT-DOCTO-NOVO
005420         AND NOT UORGL065-GERADO-SIST
005600         MOVE '04' TO UORGL065-RETORNO
005700         GO TO 0000-MAINLINE-EXIT
005800     END-IF.
007600     MOVE UORGL065-CSIT-DOCTO-ANT TO CSIT-DOCTO-FSCAL-ANT.
007700     MOVE UORGL065-CSIT-DOCTO-NOVO TO CSIT-DOCTO-FSCAL-NOVO.
007800     MOVE UORGL065-CUSUAR-MANUT TO CUSUAR-MANUT.
007801     IF UORGL065-GERADO-SIST
007802         MOVE 'S' TO WS-CINDCD-GERADO-SIST
007803     ELSE
007804         MOVE 'N' TO WS-CINDCD-GERADO-SIST
007805     END-IF.
007810     MOVE ZERO TO WS-IND-DINST-ANT WS-IND-DINST-NOVO
007820                  WS-IND-DCTBIL-ANT WS-IND-DCTBIL-NOVO
007830                  WS-IND-DLEGAL-ANT WS-IND-DLEGAL-NOVO.
007840     IF DATA-INSTA-EMPR-ANT = SPACES
007842         MOVE -1 TO WS-IND-DINST-ANT
007844     END-IF.
007846     IF DATA-INSTA-EMPR-NOVO = SPACES
007848         MOVE -1 TO WS-IND-DINST-NOVO
007850     END-IF.
007852     IF DENCRR-CTBIL-ANT = SPACES
007854         MOVE -1 TO WS-IND-DCTBIL-ANT
007856     END-IF.
007858     IF DENCRR-CTBIL-NOVO = SPACES
007860         MOVE -1 TO WS-IND-DCTBIL-NOVO
007862     END-IF.
007864     IF DENCRR-LEGAL-ANT = SPACES
007866         MOVE -1 TO WS-IND-DLEGAL-ANT
007868     END-IF.
007870     IF DENCRR-LEGAL-NOVO = SPACES
007872         MOVE -1 TO WS-IND-DLEGAL-NOVO
007874     END-IF.
007900     EXEC SQL
008000         SET :WS-HORA-ATUAL = CURRENT TIMESTAMP
008100     END-EXEC.
008800                 DENCRR_LEGAL_ANT, DENCRR_LEGAL_NOVO,
008900                 NINSCR_REG_EMPR_ANT, NINSCR_REG_EMPR_NOVO,
009000                 CSIT_DOCTO_FSCAL_ANT, CSIT_DOCTO_FSCAL_NOVO,
009010                 CUSUAR_MANUT, HMANUT_REG, CINDCD_GERADO_SIST)
009200         VALUES (:NSEQ-SOLTC-MANUT, :HEVENTO-HIST,
009300                 :DATA-INSTA-EMPR-ANT:WS-IND-DINST-ANT,
009310                 :DATA-INSTA-EMPR-NOVO:WS-IND-DINST-NOVO,
009400                 :DENCRR-CTBIL-ANT:WS-IND-DCTBIL-ANT,
009410                 :DENCRR-CTBIL-NOVO:WS-IND-DCTBIL-NOVO,
009500                 :DENCRR-LEGAL-ANT:WS-IND-DLEGAL-ANT,
009510                 :DENCRR-LEGAL-NOVO:WS-IND-DLEGAL-NOVO,
009600                 :NINSCR-REG-EMPR-ANT, :NINSCR-REG-EMPR-NOVO,
009700                 :CSIT-DOCTO-FSCAL-ANT, :CSIT-DOCTO-FSCAL-NOVO,
009710                 :CUSUAR-MANUT, :HMANUT-REG,
009720                 :WS-CINDCD-GERADO-SIST)
009900     END-EXEC.
010000     IF SQLCODE NOT = ZERO
010100         MOVE '99' TO UORGL065-RETORNO
