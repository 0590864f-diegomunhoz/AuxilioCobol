001908* 22/08/2026 ES  PRIMEIRA ENTRADA (SEM COMMAREA) PASSA A       *
001909*                DEVOLVER COMMAREA INICIAL DE WORKING-STORAGE - *
001911*                DFHCOMMAREA NAO E ENDERECAVEL COM EIBCALEN = 0.*
001921* 15/10/2026 ES  EVENTO SUPERADO POR CORRECAO                   *
001931*                RETROATIVA E EVENTO SUBSTITUTO                 *
001941*                MARCADOS NA LINHA (SUPERADO /                  *
001951*                RETIFICADO).                                   *
002000******************************************************************
002100*
002200*    FUNCAO: TRANSACAO CICS DE CONSULTA PSEUDO-CONVERSACIONAL.
002700*    NOVA, CLASSIFICACAO ANTERIOR E NOVA E CUSUAR_MANUT. PF8
002800*    AVANCA PARA EVENTOS MAIS ANTIGOS, PF7 VOLTA PARA OS MAIS
002900*    RECENTES E PF3 ENCERRA.
002910*    EVENTOS CORRIGIDOS PELA UO82 CONTINUAM VISIVEIS: O ORIGINAL
002920*    SAI COM A MARCA SUPERADO E O SUBSTITUTO COM RETIFICADO.
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005100     05 WS-CCLASF-ANT            PIC S9(1)V COMP-3.
005200     05 WS-CCLASF-NOVO           PIC S9(1)V COMP-3.
005300     05 WS-CUSUAR-MANUT          PIC X(9).
005310     05 WS-CINDCD-EVENTO-SUPERD  PIC X(1).
005320     05 WS-HEVENTO-ORIGEM        PIC X(26).
005400     05 WS-CSIT-ANT-ED           PIC 9(3).
005500     05 WS-CSIT-NOVO-ED          PIC 9(3).
005600     05 WS-CCLASF-ANT-ED         PIC 9(1).
006800     05 WS-IND-CSIT-NOVO         PIC S9(4) COMP-5.
006900     05 WS-IND-CCLASF-ANT        PIC S9(4) COMP-5.
007000     05 WS-IND-CCLASF-NOVO       PIC S9(4) COMP-5.
007010     05 WS-IND-SUPERD            PIC S9(4) COMP-5.
007020     05 WS-IND-ORIGEM            PIC S9(4) COMP-5.
007050 01  WS-CONSTANTES.
007060     05 WS-TIMESTAMP-MAXIMO      PIC X(26)
007070        VALUE '9999-12-31-23.59.59.999999'.
019100               :WS-CSIT-NOVO:WS-IND-CSIT-NOVO,
019200               :WS-CCLASF-ANT:WS-IND-CCLASF-ANT,
019300               :WS-CCLASF-NOVO:WS-IND-CCLASF-NOVO,
019310               :WS-CUSUAR-MANUT,
019320               :WS-CINDCD-EVENTO-SUPERD:WS-IND-SUPERD,
019330               :WS-HEVENTO-ORIGEM:WS-IND-ORIGEM
019500     END-EXEC.
019600     IF SQLCODE NOT = ZERO
019700         MOVE 'S' TO WS-SW-FIM-CURSOR
025600               :WS-CSIT-NOVO:WS-IND-CSIT-NOVO,
025700               :WS-CCLASF-ANT:WS-IND-CCLASF-ANT,
025800               :WS-CCLASF-NOVO:WS-IND-CCLASF-NOVO,
025810               :WS-CUSUAR-MANUT,
025820               :WS-CINDCD-EVENTO-SUPERD:WS-IND-SUPERD,
025830               :WS-HEVENTO-ORIGEM:WS-IND-ORIGEM
026000     END-EXEC.
026100     IF SQLCODE NOT = ZERO
026200         MOVE 'S' TO WS-SW-FIM-CURSOR
033200            WS-CSIT-ANT-ED '>' WS-CSIT-NOVO-ED ' '
033300            WS-CCLASF-ANT-ED '>' WS-CCLASF-NOVO-ED ' '
033400            WS-CUSUAR-MANUT
033410            DELIMITED BY SIZE INTO WS-LINHA-MONTADA.
033420     IF WS-IND-SUPERD >= ZERO AND WS-CINDCD-EVENTO-SUPERD = 'S'
033430         MOVE 'SUPERADO' TO WS-LINHA-MONTADA (43 : 10)
033440     ELSE
033450     IF WS-IND-ORIGEM >= ZERO
033460         MOVE 'RETIFICADO' TO WS-LINHA-MONTADA (43 : 10)
033470     END-IF
033480     END-IF.
033600 4100-MONTAR-LINHA-EXIT.
033700     EXIT.
033800******************************************************************
037600         DECLARE CUR-UORG0048-ANTIGO CURSOR FOR
037700         SELECT HEVENTO_HIST, CSIT_UND_ORGNZ_ANT,
037800                CSIT_UND_ORGNZ_NOVO, CCLASF_UND_ORGNZ_ANT,
037810                CCLASF_UND_ORGNZ_NOVO, CUSUAR_MANUT,
037820                CINDCD_EVENTO_SUPERD, HEVENTO_ORIGEM
038000           FROM DB2PRD.TUND_ORGNZ_HIST
038100          WHERE CPSSOA_JURID = :WS-CPSSOA-JURID
038200            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
038700         DECLARE CUR-UORG0048-RECENTE CURSOR FOR
038800         SELECT HEVENTO_HIST, CSIT_UND_ORGNZ_ANT,
038900                CSIT_UND_ORGNZ_NOVO, CCLASF_UND_ORGNZ_ANT,
038910                CCLASF_UND_ORGNZ_NOVO, CUSUAR_MANUT,
038920                CINDCD_EVENTO_SUPERD, HEVENTO_ORIGEM
039100           FROM DB2PRD.TUND_ORGNZ_HIST
039200          WHERE CPSSOA_JURID = :WS-CPSSOA-JURID
039300            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
