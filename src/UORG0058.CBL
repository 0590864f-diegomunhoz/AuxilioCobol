001900*                E RELATORIO DAS ABERTURAS DOS PROXIMOS 30 DIAS. *
001910* 22/08/2026 ES  TRANSICAO DE SITUACAO VALIDADA CONTRA O        *
001920*                CATALOGO TREGRA_TRANSC_SIT VIA UORG0090.       *
001930* 14/10/2026 ES  ABERTURA RETIDA QUANDO FALTA LICENCA           *
001940*                OBRIGATORIA VIGENTE (ALVARA, AVCB, PLANO DE    *
001950*                SEGURANCA PF - UORG0163): A UNIDADE CONTINUA   *
001960*                PLANEJADA E SAI NA LISTA DE EXCECAO.           *
002000******************************************************************
002100*
002200*    FUNCAO: BATCH DIARIO DO FLUXO DE ABERTURA PLANEJADA.
002700*    NOTIFICACAO UORG0024 TAMBEM A CAPTA. SEGUNDA FASE: LISTA AS
002800*    ABERTURAS PREVISTAS PARA OS PROXIMOS 30 DIAS PARA AS
002900*    EQUIPES DE FACILITIES E LOTACAO. COMMIT POR UNIDADE
003000*    EFETIVADA. UNIDADE SEM ALGUMA LICENCA OBRIGATORIA VIGENTE
003010*    (UORG0163) NAO E EFETIVADA: CONTINUA PLANEJADA, SAI NO
003020*    RELATORIO COMO ABERTURA RETIDA E E REAVALIADA NA PROXIMA
003030*    EXECUCAO.
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
005100 01  WS-CONTADORES.
005200     05 WS-QTDE-EFETIVADA        PIC S9(7) COMP VALUE ZERO.
005300     05 WS-QTDE-PREVISTA         PIC S9(7) COMP VALUE ZERO.
005310     05 WS-QTDE-RETIDA           PIC S9(7) COMP VALUE ZERO.
005400 01  WS-AREA-TRABALHO.
005500     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
005600     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
006200 COPY UORGR058.
006300 COPY UORGL002.
006310 COPY UORGL090.
006320 COPY UORGL163.
006400 PROCEDURE DIVISION.
006500******************************************************************
006600*    0000-MAINLINE                                               *
010800*    (2 -> 1) PELA UORG0002                                     *
010900******************************************************************
011000 2100-EFETIVAR-UNIDADE          SECTION.
011001     MOVE WS-CPSSOA-JURID TO UORGL163-CPSSOA-JURID.
011002     MOVE WS-NSEQ-UND-ORGNZ TO UORGL163-NSEQ-UND-ORGNZ.
011003     CALL 'UORG0163' USING UORGL163-PARMS.
011004     IF NOT UORGL163-OK
011005         PERFORM 2200-RETER-ABERTURA
011006             THRU 2200-RETER-ABERTURA-EXIT
011007         GO TO 2100-EFETIVAR-UNIDADE-LER
011008     END-IF.
011010     MOVE 2 TO UORGL090-CSIT-ANT.
011020     MOVE 1 TO UORGL090-CSIT-NOVO.
011030     MOVE 'S' TO UORGL090-CINDCD-SUPVS.
015000         THRU 8000-LER-EFETIVACAO-EXIT.
015100 2100-EFETIVAR-UNIDADE-EXIT.
015200     EXIT.
015201******************************************************************
015202*    2200-RETER-ABERTURA                                        *
015203*    LICENCA OBRIGATORIA AUSENTE OU VENCIDA: A UNIDADE CONTINUA *
015204*    PLANEJADA E VAI PARA A LISTA DE EXCECAO                    *
015205******************************************************************
015206 2200-RETER-ABERTURA            SECTION.
015207     ADD 1 TO WS-QTDE-RETIDA.
015208     MOVE SPACES TO UORGR058-LINHA.
015209     MOVE ' ' TO UORGR058-CTL-IMPRESSAO.
015210     MOVE WS-CPSSOA-JURID TO UORGR058-CPSSOA-JURID.
015211     MOVE WS-NSEQ-UND-ORGNZ TO UORGR058-NSEQ-UND-ORGNZ.
015212     MOVE WS-IABREV-UND-ORGNZ TO UORGR058-IABREV-UND.
015213     MOVE WS-DPREVS-ABERT TO UORGR058-DPREVS-ABERT.
015214     EVALUATE TRUE
015215         WHEN UORGL163-LICENCA-AUSENTE
015216             STRING 'RETIDA: ' UORGL163-RTPO-LICEN
015217                    DELIMITED BY '  '
015218                    ' AUSENTE' DELIMITED BY SIZE
015219                    INTO UORGR058-MENSAGEM
015220         WHEN UORGL163-LICENCA-VENCIDA
015221             STRING 'RETIDA: ' UORGL163-RTPO-LICEN
015222                    DELIMITED BY '  '
015223                    ' VENCIDO' DELIMITED BY SIZE
015224                    INTO UORGR058-MENSAGEM
015225         WHEN OTHER
015226             MOVE 'RETIDA: ERRO NA VERIF. LICENCA'
015227                 TO UORGR058-MENSAGEM
015228     END-EVALUATE.
015229     WRITE REL-UORGR058-REG FROM UORGR058-LINHA.
015230     DISPLAY 'UORG0058 - ABERTURA RETIDA ' WS-CPSSOA-JURID
015231         '/' WS-NSEQ-UND-ORGNZ ' ' UORGR058-MENSAGEM.
015232 2200-RETER-ABERTURA-EXIT.
015233     EXIT.
015300******************************************************************
015400*    3000-LISTAR-PREVISTAS                                      *
015500******************************************************************
021200         TO UORGR058-TOT-ROTULO.
021300     MOVE WS-QTDE-PREVISTA TO UORGR058-TOT-QTDE.
021400     WRITE REL-UORGR058-REG FROM UORGR058-LINHA.
021410     MOVE SPACES TO UORGR058-LINHA.
021420     MOVE '0' TO UORGR058-CTL-IMPRESSAO.
021430     MOVE 'TOTAL DE ABERTURAS RETIDAS.....:'
021440         TO UORGR058-TOT-ROTULO.
021450     MOVE WS-QTDE-RETIDA TO UORGR058-TOT-QTDE.
021460     WRITE REL-UORGR058-REG FROM UORGR058-LINHA.
021500     CLOSE REL-UORGR058.
021600     DISPLAY 'UORG0058 - EFETIVADAS: ' WS-QTDE-EFETIVADA
021700         ' PREVISTAS 30 DIAS: ' WS-QTDE-PREVISTA
021710         ' RETIDAS: ' WS-QTDE-RETIDA.
021800 7000-ENCERRAR-EXIT.
021900     EXIT.
022000******************************************************************
