002271*                UORG0148, PARAMETRO 'REINICIO', MANTIDA COM    *
002272*                APROVACAO A QUATRO OLHOS), COM RECUO PARA O    *
002274*                CARTAO UORGK013 QUANDO NAO CADASTRADO.         *
002276* 14/10/2026 ES  EXECUCAO PARTICIONADA: COM O CARTAO UORGK182 A *
002277*                CARGA PROCESSA SO A FAIXA DE CPSSOA_JURID DA   *
002278*                PARTICAO, COM CHECKPOINT PROPRIO, E REGISTRA O *
002279*                ANDAMENTO EM TCTRL_PARTIC_BATCH PARA A         *
002280*                CONSOLIDACAO NA UORG0182.                      *
002281* 14/10/2026 ES  PONTO DE CONTROLE NA TABELA COMUM              *
002282*                TCTRL_CKPT_BATCH (SERVICO UORG0185, EXECUCAO   *
002283*                'UNICA' OU 'PNN'), GRAVADO NA UNIDADE DE       *
002284*                TRABALHO DOS DADOS, NO LUGAR DO UORGK013.      *
002285* 15/10/2026 ES  SECOES REORDENADAS NA SEQUENCIA NUMERICA       *
002286*                (SEM ALTERACAO DE LOGICA).                     *
002287* 15/10/2026 ES  CARTAO UORGK182 INVALIDO REGISTRA A EXECUCAO   *
002288*                COM TERMINO 8; NA PARTICAO O PONTO DE          *
002289*                CONTROLE E ENCERRADO NO MESMO COMMIT QUE       *
002290*                MARCA A PARTICAO COMO CONCLUIDA.               *
002291******************************************************************
002292*
002296*    FUNCAO: LE O ARQUIVO DE ENTRADA UORGS013 (ORDENADO POR
002306*    CPSSOA_JURID/NSEQ_UND_ORGNZ) E ATUALIZA OU INCLUI O
002316*    REGISTRO CORRESPONDENTE EM TUND_ORGNZ. A CADA
002321*    WS-INTERVALO-CKPT REGISTROS PROCESSADOS, GRAVA A CHAVE DO
002326*    ULTIMO REGISTRO PROCESSADO NO PONTO DE CONTROLE COMUM
002331*    TCTRL_CKPT_BATCH (SERVICO UORG0185) E EFETUA COMMIT, DE
002336*    FORMA QUE DADOS E PONTO DE CONTROLE SAO EFETIVADOS JUNTOS.
002341*    SE HOUVER PONTO DE CONTROLE ABERTO (CARGA NAO CONCLUIDA), A
002346*    ENTRADA E REPOSICIONADA PARA O PRIMEIRO REGISTRO POSTERIOR
002351*    A ULTIMA CHAVE GRAVADA, EVITANDO REPROCESSAR O QUE JA FOI
002356*    EFETIVADO. AO TERMINO NORMAL O PONTO DE CONTROLE E
002361*    ENCERRADO, DE FORMA QUE A PROXIMA EXECUCAO COMECE DO INICIO.
002406*
002416*    O UPDATE DE CADA UNIDADE E' PROTEGIDO POR TRAVA OTIMISTA:
002426*    SO EFETIVA SE HMANUT_REG AINDA FOR IGUAL AO CARIMBO DE
002446*    A UNIDADE EXISTIR MAS O CARIMBO DIVERGIR, O REGISTRO FOI
002456*    ALTERADO POR OUTRA MANUTENCAO APOS A EXTRACAO; O REGISTRO
002466*    E' CONTADO COMO CONFLITO E NAO E' SOBRESCRITO.
002467*
002468*    EXECUCAO PARTICIONADA: COM O CARTAO UORGK182 (NUMERO DA
002469*    PARTICAO E FAIXA DE CPSSOA_JURID) SO A FAIXA DA PARTICAO
002470*    E PROCESSADA, COM PONTO DE CONTROLE PROPRIO (EXECUCAO 'PNN'
002471*    E PARAMETRO 'REINICIO-PNN'). O ANDAMENTO E OS TOTAIS VAO
002472*    PARA TCTRL_PARTIC_BATCH NA MESMA UNIDADE DE TRABALHO DOS
002473*    DADOS, EM VEZ DE TCTRL_EXEC_BATCH; A UORG0182 CONSOLIDA AS
002474*    PARTICOES NUMA UNICA EXECUCAO NO PLACAR.
002476*
002486 ENVIRONMENT DIVISION.
002496 CONFIGURATION SECTION.
002536 FILE-CONTROL.
002546     SELECT REL-UORGS013 ASSIGN TO UORGS013
002556         ORGANIZATION IS LINE SEQUENTIAL.
002588     SELECT REL-UORGK182 ASSIGN TO UORGK182
002590         ORGANIZATION IS LINE SEQUENTIAL
002592         FILE STATUS IS WS-FS-PARTIC.
002596 DATA DIVISION.
002606 FILE SECTION.
002616 FD  REL-UORGS013
002626     RECORDING MODE IS F
002636     LABEL RECORDS ARE STANDARD.
002646 01  REL-UORGS013-REG            PIC X(182).
002688 FD  REL-UORGK182
002690     RECORDING MODE IS F
002692     LABEL RECORDS ARE STANDARD.
002694 01  REL-UORGK182-REG            PIC X(22).
002696 WORKING-STORAGE SECTION.
002706     EXEC SQL INCLUDE SQLCA END-EXEC.
002716 01  WS-SWITCHES.
002736        88 WS-FIM-ARQUIVO             VALUE 'S'.
002746     05 WS-SW-REINICIO           PIC X(1) VALUE 'N'.
002756        88 WS-REINICIO                VALUE 'S'.
002758     05 WS-SW-PARTICAO           PIC X(1) VALUE 'N'.
002760        88 WS-MODO-PARTICAO           VALUE 'S'.
002762     05 WS-SW-PARTIC-INVALIDA    PIC X(1) VALUE 'N'.
002764        88 WS-PARTICAO-INVALIDA       VALUE 'S'.
002771 01  WS-FS-PARTIC                PIC X(2).
002776 01  WS-CONTADORES.
002786     05 WS-QTDE-PROCESSADA       PIC S9(9) COMP VALUE ZERO.
002796     05 WS-QTDE-ATUALIZADA       PIC S9(9) COMP VALUE ZERO.
002896     05 WS-CHAVE-CKPT            PIC 9(18) COMP-3 VALUE ZERO.
002906     05 WS-CSIT-UND-ORGNZ-ANT    PIC S9(3)V COMP-3.
002916     05 WS-CCLASF-UND-ORGNZ-ANT  PIC S9(1)V COMP-3.
002918     05 WS-CPARAM-REINICIO       PIC X(12) VALUE 'REINICIO'.
002919     05 WS-CEXEC-BATCH           PIC X(12) VALUE 'UNICA'.
002920     05 WS-NPARTIC-ED            PIC 9(2).
002926 COPY UORGS013.
002936 COPY UORGK013.
002941 COPY UORGK182.
002946 COPY UORGL000.
002956 COPY UORGL002.
002966 COPY UORGL043.
002976 COPY UORGL074.
002986 COPY UORGL090.
002988 COPY UORGL148.
002993 COPY UORGL185.
002996 LINKAGE SECTION.
003006 PROCEDURE DIVISION.
003016******************************************************************
003026*    0000-MAINLINE                                               *
003036******************************************************************
003046 0000-MAINLINE                  SECTION.
003047     PERFORM 1050-LER-PARTICAO
003048         THRU 1050-LER-PARTICAO-EXIT.
003049     IF WS-PARTICAO-INVALIDA
003050         PERFORM 9500-REGISTRAR-INICIO
003051             THRU 9500-REGISTRAR-INICIO-EXIT
003052         PERFORM 9600-REGISTRAR-FIM
003053             THRU 9600-REGISTRAR-FIM-EXIT
003054         GOBACK
003055     END-IF.
003056     PERFORM 9500-REGISTRAR-INICIO
003066         THRU 9500-REGISTRAR-INICIO-EXIT.
003076     PERFORM 1000-ABRIR-ARQUIVOS
003256         THRU 1100-LER-CHECKPOINT-EXIT.
003266     PERFORM 8000-LER-ENTRADA
003276         THRU 8000-LER-ENTRADA-EXIT.
003277     IF WS-MODO-PARTICAO
003278         PERFORM 1200-REPOSICIONAR-ENTRADA
003279             THRU 1200-REPOSICIONAR-ENTRADA-EXIT
003280             UNTIL WS-FIM-ARQUIVO
003281                OR UORGS013-CPSSOA-JURID >=
003282                   UORGK182-CPSSOA-JURID-INIC
003283     END-IF.
003286     IF WS-REINICIO
003296         PERFORM 1200-REPOSICIONAR-ENTRADA
003306             THRU 1200-REPOSICIONAR-ENTRADA-EXIT
003316             UNTIL WS-FIM-ARQUIVO
003326                OR WS-CHAVE-ATUAL > WS-CHAVE-CKPT
003336     END-IF.
003338     IF WS-MODO-PARTICAO
003340         PERFORM 1300-ABRIR-PARTICAO
003342             THRU 1300-ABRIR-PARTICAO-EXIT
003344     END-IF.
003346 1000-ABRIR-ARQUIVOS-EXIT.
003356     EXIT.
003366******************************************************************
003376*    1050-LER-PARTICAO                                           *
003386*    CARTAO UORGK182 AUSENTE = FLUXO UNICO; PRESENTE E VALIDO =  *
003396*    EXECUCAO DA PARTICAO                                        *
003406******************************************************************
003416 1050-LER-PARTICAO              SECTION.
003426     MOVE 'N' TO WS-SW-PARTICAO.
003436     OPEN INPUT REL-UORGK182.
003446     IF WS-FS-PARTIC NOT = '00'
003456         GO TO 1050-LER-PARTICAO-EXIT
003466     END-IF.
003476     READ REL-UORGK182 INTO UORGK182-REGISTRO.
003486     IF WS-FS-PARTIC NOT = '00'
003496         CLOSE REL-UORGK182
003506         GO TO 1050-LER-PARTICAO-EXIT
003516     END-IF.
003526     CLOSE REL-UORGK182.
003536     IF UORGK182-NPARTIC NOT NUMERIC
003546         OR UORGK182-CPSSOA-JURID-INIC NOT NUMERIC
003556         OR UORGK182-CPSSOA-JURID-FIM NOT NUMERIC
003566         OR UORGK182-NPARTIC = ZERO
003576         OR UORGK182-CPSSOA-JURID-INIC >
003586            UORGK182-CPSSOA-JURID-FIM
003596         DISPLAY 'UORG0013 - CARTAO DE PARTICAO INVALIDO: '
003606             UORGK182-REGISTRO ' - NADA PROCESSADO'
003616         MOVE 'S' TO WS-SW-PARTIC-INVALIDA
003626         GO TO 1050-LER-PARTICAO-EXIT
003636     END-IF.
003646     MOVE 'S' TO WS-SW-PARTICAO.
003656     MOVE UORGK182-NPARTIC TO WS-NPARTIC-ED.
003666     MOVE SPACES TO WS-CPARAM-REINICIO.
003676     STRING 'REINICIO-P' WS-NPARTIC-ED
003686         DELIMITED BY SIZE INTO WS-CPARAM-REINICIO.
003696     MOVE SPACES TO WS-CEXEC-BATCH.
003706     STRING 'P' WS-NPARTIC-ED
003716         DELIMITED BY SIZE INTO WS-CEXEC-BATCH.
003726     DISPLAY 'UORG0013 - PARTICAO ' UORGK182-NPARTIC
003736         ' CPSSOA_JURID ' UORGK182-CPSSOA-JURID-INIC
003746         ' A ' UORGK182-CPSSOA-JURID-FIM.
003756 1050-LER-PARTICAO-EXIT.
003766     EXIT.
003776******************************************************************
003786*    1100-LER-CHECKPOINT                                         *
003796******************************************************************
003806 1100-LER-CHECKPOINT            SECTION.
003816     MOVE 'N' TO WS-SW-REINICIO.
003826     MOVE 'UORG0013' TO UORGL148-CPGM-BATCH.
003836     MOVE WS-CPARAM-REINICIO TO UORGL148-CPARAM.
003846     CALL 'UORG0148' USING UORGL148-PARMS.
003856     IF UORGL148-OK
003866         AND UORGL148-VPARAM (1:27) IS NUMERIC
003876         MOVE UORGL148-VPARAM (1:28) TO UORGK013-REGISTRO
003886         DISPLAY 'UORG0013 - REINICIO DA TABELA DE '
003896             'PARAMETROS: ' UORGL148-VPARAM (1:28)
003906         GO TO 1100-LER-CHECKPOINT-AVALIAR
003916     END-IF.
003926     MOVE 'L' TO UORGL185-FUNCTION.
003936     MOVE 'UORG0013' TO UORGL185-CPGM-BATCH.
003946     MOVE WS-CEXEC-BATCH TO UORGL185-CEXEC-BATCH.
003956     CALL 'UORG0185' USING UORGL185-PARMS.
003966     IF UORGL185-ERRO-SQL
003976         DISPLAY 'UORG0013 - ERRO NA LEITURA DO PONTO DE CONTROLE'
003986     END-IF.
003996     IF NOT UORGL185-OK
004006         OR UORGL185-CCHAVE-CKPT (1:10) IS NOT NUMERIC
004016         OR UORGL185-CCHAVE-CKPT (12:8) IS NOT NUMERIC
004026         GO TO 1100-LER-CHECKPOINT-EXIT
004036     END-IF.
004046     MOVE UORGL185-CCHAVE-CKPT (1:10) TO UORGK013-CPSSOA-JURID.
004056     MOVE UORGL185-CCHAVE-CKPT (12:8) TO UORGK013-NSEQ-UND-ORGNZ.
004066     MOVE UORGL185-QREG-PROCES TO UORGK013-QTDE-PROCESSADA.
004076     MOVE 'N' TO UORGK013-SW-COMPLETO.
004086     DISPLAY 'UORG0013 - REINICIO DO PONTO DE CONTROLE DE '
004096         UORGL185-HULT-CKPT ' CHAVE ' UORGL185-CCHAVE-CKPT (1:19).
004106 1100-LER-CHECKPOINT-AVALIAR.
004116     IF NOT UORGK013-CARGA-COMPLETA
004126         MOVE 'S' TO WS-SW-REINICIO
004136         MOVE UORGK013-QTDE-PROCESSADA TO WS-QTDE-PROCESSADA
004146         COMPUTE WS-CHAVE-CKPT =
004156             UORGK013-CPSSOA-JURID * 100000000
004166                 + UORGK013-NSEQ-UND-ORGNZ
004176     END-IF.
004186 1100-LER-CHECKPOINT-EXIT.
004196     EXIT.
004206******************************************************************
004216*    1200-REPOSICIONAR-ENTRADA                                   *
004226******************************************************************
004236 1200-REPOSICIONAR-ENTRADA      SECTION.
004246     PERFORM 8000-LER-ENTRADA
004256         THRU 8000-LER-ENTRADA-EXIT.
004266 1200-REPOSICIONAR-ENTRADA-EXIT.
004276     EXIT.
004286******************************************************************
004296*    1300-ABRIR-PARTICAO                                         *
004306*    NO REINICIO RECUPERA OS TOTAIS JA EFETIVADOS DA PARTICAO;   *
004316*    NO INICIO NORMAL RECRIA A LINHA DA PARTICAO EM EXECUCAO     *
004326******************************************************************
004336 1300-ABRIR-PARTICAO            SECTION.
004346     IF WS-REINICIO
004356         EXEC SQL
004366             SELECT QREG_LIDOS, QREG_ATUALIZADOS, QREG_INCLUIDOS,
004376                    QREG_CONFLITOS, QREG_TRANSIC_INVAL
004386               INTO :WS-QTDE-PROCESSADA, :WS-QTDE-ATUALIZADA,
004396                    :WS-QTDE-INCLUIDA, :WS-QTDE-CONFLITO,
004406                    :WS-QTDE-TRANSIC-INVAL
004416               FROM DB2PRD.TCTRL_PARTIC_BATCH
004426              WHERE CPGM_BATCH  = 'UORG0013'
004436                AND NPARTIC     = :UORGK182-NPARTIC
004446                AND CSIT_PARTIC = 'E'
004456         END-EXEC
004466         IF SQLCODE = ZERO
004476             DISPLAY 'UORG0013 - REINICIO DA PARTICAO '
004486                 UORGK182-NPARTIC ' COM ' WS-QTDE-PROCESSADA
004496                 ' REGISTROS JA PROCESSADOS'
004506             GO TO 1300-ABRIR-PARTICAO-EXIT
004516         END-IF
004526     END-IF.
004536     EXEC SQL
004546         DELETE FROM DB2PRD.TCTRL_PARTIC_BATCH
004556          WHERE CPGM_BATCH = 'UORG0013'
004566            AND NPARTIC    = :UORGK182-NPARTIC
004576     END-EXEC.
004586     EXEC SQL
004596         INSERT INTO DB2PRD.TCTRL_PARTIC_BATCH
004606                (CPGM_BATCH, NPARTIC, CPSSOA_JURID_INIC,
004616                 CPSSOA_JURID_FIM, HINIC_PARTIC, CSIT_PARTIC,
004626                 QREG_LIDOS, QREG_ATUALIZADOS, QREG_INCLUIDOS,
004636                 QREG_CONFLITOS, QREG_TRANSIC_INVAL)
004646         VALUES ('UORG0013', :UORGK182-NPARTIC,
004656                 :UORGK182-CPSSOA-JURID-INIC,
004666                 :UORGK182-CPSSOA-JURID-FIM,
004676                 CURRENT TIMESTAMP, 'E',
004686                 :WS-QTDE-PROCESSADA, :WS-QTDE-ATUALIZADA,
004696                 :WS-QTDE-INCLUIDA, :WS-QTDE-CONFLITO,
004706                 :WS-QTDE-TRANSIC-INVAL)
004716     END-EXEC.
004726     IF SQLCODE NOT = ZERO
004736         DISPLAY 'UORG0013 - ERRO SQLCODE=' SQLCODE
004746             ' NA ABERTURA DA PARTICAO ' UORGK182-NPARTIC
004756         MOVE 'INSERT TCTRL_PARTIC_BATCH' TO UORGL074-RPARAG
004766         MOVE UORGK182-NPARTIC TO UORGL074-RCHAVE
004776         PERFORM 9700-REGISTRAR-ERRO
004786             THRU 9700-REGISTRAR-ERRO-EXIT
004796     END-IF.
004806     EXEC SQL
004816         COMMIT
004826     END-EXEC.
004836 1300-ABRIR-PARTICAO-EXIT.
004846     EXIT.
004856******************************************************************
004866*    2000-PROCESSAR-CARGA                                        *
004876******************************************************************
004886 2000-PROCESSAR-CARGA           SECTION.
004896     PERFORM 4000-ATUALIZAR-UNIDADE
004906         THRU 4000-ATUALIZAR-UNIDADE-EXIT.
004916     ADD 1 TO WS-QTDE-PROCESSADA.
004926     ADD 1 TO WS-CONTADOR-CKPT.
004936     IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
004946         PERFORM 3000-GRAVAR-CHECKPOINT
004956             THRU 3000-GRAVAR-CHECKPOINT-EXIT
004966         MOVE ZERO TO WS-CONTADOR-CKPT
004976     END-IF.
004986     PERFORM 8000-LER-ENTRADA
004996         THRU 8000-LER-ENTRADA-EXIT.
005006 2000-PROCESSAR-CARGA-EXIT.
005016     EXIT.
005026******************************************************************
005036*    3000-GRAVAR-CHECKPOINT                                      *
005046******************************************************************
005056 3000-GRAVAR-CHECKPOINT         SECTION.
005066     IF WS-MODO-PARTICAO
005076         PERFORM 3100-ATUALIZAR-PARTICAO
005086             THRU 3100-ATUALIZAR-PARTICAO-EXIT
005096     END-IF.
005106     MOVE UORGS013-CPSSOA-JURID TO UORGK013-CPSSOA-JURID.
005116     MOVE UORGS013-NSEQ-UND-ORGNZ TO UORGK013-NSEQ-UND-ORGNZ.
005126     MOVE WS-QTDE-PROCESSADA TO UORGK013-QTDE-PROCESSADA.
005136     MOVE 'N' TO UORGK013-SW-COMPLETO.
005146     MOVE 'G' TO UORGL185-FUNCTION.
005156     PERFORM 3200-GRAVAR-PONTO-CONTROLE
005166         THRU 3200-GRAVAR-PONTO-CONTROLE-EXIT.
005176     EXEC SQL
005186         COMMIT
005196     END-EXEC.
005206 3000-GRAVAR-CHECKPOINT-EXIT.
005216     EXIT.
005226******************************************************************
005236*    3100-ATUALIZAR-PARTICAO                                     *
005246*    TOTAIS DA PARTICAO EFETIVADOS NO MESMO COMMIT DOS DADOS     *
005256******************************************************************
005266 3100-ATUALIZAR-PARTICAO        SECTION.
005276     EXEC SQL
005286         UPDATE DB2PRD.TCTRL_PARTIC_BATCH
005296            SET QREG_LIDOS         = :WS-QTDE-PROCESSADA,
005306                QREG_ATUALIZADOS   = :WS-QTDE-ATUALIZADA,
005316                QREG_INCLUIDOS     = :WS-QTDE-INCLUIDA,
005326                QREG_CONFLITOS     = :WS-QTDE-CONFLITO,
005336                QREG_TRANSIC_INVAL = :WS-QTDE-TRANSIC-INVAL
005346          WHERE CPGM_BATCH = 'UORG0013'
005356            AND NPARTIC    = :UORGK182-NPARTIC
005366     END-EXEC.
005376     IF SQLCODE NOT = ZERO
005386         DISPLAY 'UORG0013 - ERRO SQLCODE=' SQLCODE
005396             ' NOS TOTAIS DA PARTICAO ' UORGK182-NPARTIC
005406     END-IF.
005416 3100-ATUALIZAR-PARTICAO-EXIT.
005426     EXIT.
005436******************************************************************
005446*    3200-GRAVAR-PONTO-CONTROLE                                  *
005456*    GRAVA ('G') OU ENCERRA ('E') O PONTO DE CONTROLE COMUM      *
005466*    (UORG0185) ANTES DO COMMIT, COM A CHAVE DE UORGK013         *
005476******************************************************************
005486 3200-GRAVAR-PONTO-CONTROLE     SECTION.
005496     MOVE 'UORG0013' TO UORGL185-CPGM-BATCH.
005506     MOVE WS-CEXEC-BATCH TO UORGL185-CEXEC-BATCH.
005516     MOVE SPACES TO UORGL185-CCHAVE-CKPT.
005526     STRING UORGK013-CPSSOA-JURID '/' UORGK013-NSEQ-UND-ORGNZ
005536         DELIMITED BY SIZE INTO UORGL185-CCHAVE-CKPT.
005546     MOVE UORGK013-QTDE-PROCESSADA TO UORGL185-QREG-PROCES.
005556     COMPUTE UORGL185-QREG-REJEIT =
005566         WS-QTDE-CONFLITO + WS-QTDE-TRANSIC-INVAL.
005576     CALL 'UORG0185' USING UORGL185-PARMS.
005586     IF NOT UORGL185-OK
005596         DISPLAY 'UORG0013 - ERRO ' UORGL185-RETORNO
005606             ' NO PONTO DE CONTROLE ' UORGL185-FUNCTION
005616     END-IF.
005626 3200-GRAVAR-PONTO-CONTROLE-EXIT.
005636     EXIT.
005646******************************************************************
005656*    4000-ATUALIZAR-UNIDADE                                      *
005666******************************************************************
005676 4000-ATUALIZAR-UNIDADE         SECTION.
005686     MOVE ZERO TO WS-CSIT-UND-ORGNZ-ANT
005696                  WS-CCLASF-UND-ORGNZ-ANT.
005706     EXEC SQL
005716         SELECT CSIT_UND_ORGNZ, CCLASF_UND_ORGNZ
005726           INTO :WS-CSIT-UND-ORGNZ-ANT, :WS-CCLASF-UND-ORGNZ-ANT
005736           FROM DB2PRD.TUND_ORGNZ
005746          WHERE CPSSOA_JURID   = :UORGS013-CPSSOA-JURID
005756            AND NSEQ_UND_ORGNZ = :UORGS013-NSEQ-UND-ORGNZ
005766     END-EXEC.
005776*    REGISTRO NOVO (SEM PRE-IMAGEM) E INCLUSAO, NAO TRANSICAO -
005786*    SEGUE DIRETO PARA O CAMINHO DE INSERT SEM PASSAR PELO
005796*    CATALOGO DE REGRAS
005806     IF SQLCODE = 100
005816         GO TO 4000-ATUALIZAR-UNIDADE-GRAVAR
005826     END-IF.
005836     MOVE WS-CSIT-UND-ORGNZ-ANT TO UORGL090-CSIT-ANT.
005846     MOVE UORGS013-CSIT-UND-ORGNZ TO UORGL090-CSIT-NOVO.
005856     MOVE 'N' TO UORGL090-CINDCD-SUPVS.
005866     CALL 'UORG0090' USING UORGL090-PARMS.
005876     IF NOT UORGL090-OK
005886         DISPLAY 'UORG0013 - TRANSICAO DE SITUACAO RECUSADA ('
005896             UORGL090-RETORNO ') CPSSOA_JURID='
005906             UORGS013-CPSSOA-JURID ' DE '
005916             WS-CSIT-UND-ORGNZ-ANT ' PARA '
005926             UORGS013-CSIT-UND-ORGNZ
005936         ADD 1 TO WS-QTDE-TRANSIC-INVAL
005946         GO TO 4000-ATUALIZAR-UNIDADE-EXIT
005956     END-IF.
005966 4000-ATUALIZAR-UNIDADE-GRAVAR.
005976     EXEC SQL
005986         UPDATE DB2PRD.TUND_ORGNZ
005996            SET CPSSOA_UND_ORGNZ   = :UORGS013-CPSSOA-UND-ORGNZ,
006006                CCLASF_UND_ORGNZ   = :UORGS013-CCLASF-UND-ORGNZ,
006016                CTPO_UND_ORGNZ     = :UORGS013-CTPO-UND-ORGNZ,
006026                IUND_ORGNZ         = :UORGS013-IUND-ORGNZ,
006036                IABREV_UND_ORGNZ   = :UORGS013-IABREV-UND-ORGNZ,
006046                CUND_ORGNZ         = :UORGS013-CUND-ORGNZ,
006056                CDIG_UND_ORGNZ     = :UORGS013-CDIG-UND-ORGNZ,
006066                CLOGDR_CMBIO_ORGNZ = :UORGS013-CLOGDR-CMBIO-ORGNZ,
006076                CSIT_UND_ORGNZ     = :UORGS013-CSIT-UND-ORGNZ,
006086                CUSUAR_MANUT       = :UORGS013-CUSUARIO,
006096                HMANUT_REG         = CURRENT TIMESTAMP
006106          WHERE CPSSOA_JURID   = :UORGS013-CPSSOA-JURID
006116            AND NSEQ_UND_ORGNZ = :UORGS013-NSEQ-UND-ORGNZ
006126            AND HMANUT_REG     = :UORGS013-HMANUT-REG-ANTERIOR
006136     END-EXEC.
006146     IF SQLCODE = 100
006156         PERFORM 4100-VERIFICAR-REGISTRO
006166             THRU 4100-VERIFICAR-REGISTRO-EXIT
006176     ELSE
006186     IF SQLCODE NOT = ZERO
006196         DISPLAY 'UORG0013 - ERRO SQLCODE=' SQLCODE
006206             ' NO UPDATE DE TUND_ORGNZ CPSSOA_JURID='
006216             UORGS013-CPSSOA-JURID
006226         MOVE 'UPDATE TUND_ORGNZ' TO UORGL074-RPARAG
006236         MOVE UORGS013-CPSSOA-JURID TO UORGL074-RCHAVE
006246         PERFORM 9700-REGISTRAR-ERRO
006256             THRU 9700-REGISTRAR-ERRO-EXIT
006266     ELSE
006276         ADD 1 TO WS-QTDE-ATUALIZADA
006286         MOVE 'G' TO UORGL000-FUNCTION
006296         MOVE UORGS013-CPSSOA-JURID TO UORGL000-CPSSOA-JURID
006306         MOVE UORGS013-NSEQ-UND-ORGNZ TO UORGL000-NSEQ-UND-ORGNZ
006316         MOVE UORGS013-CUND-ORGNZ TO UORGL000-CUND-ORGNZ
006326         CALL 'UORG0000' USING UORGL000-PARMS
006336         MOVE UORGS013-CPSSOA-JURID TO UORGL002-CPSSOA-JURID
006346         MOVE UORGS013-NSEQ-UND-ORGNZ TO UORGL002-NSEQ-UND-ORGNZ
006356         MOVE WS-CSIT-UND-ORGNZ-ANT TO UORGL002-CSIT-ANT
006366         MOVE WS-CCLASF-UND-ORGNZ-ANT TO UORGL002-CCLASF-ANT
006376         MOVE UORGS013-CSIT-UND-ORGNZ TO UORGL002-CSIT-NOVO
006386         MOVE UORGS013-CCLASF-UND-ORGNZ TO UORGL002-CCLASF-NOVO
006396         MOVE UORGS013-CUSUARIO TO UORGL002-CUSUAR-MANUT
006406         CALL 'UORG0002' USING UORGL002-PARMS
006416     END-IF
006426     END-IF.
006436 4000-ATUALIZAR-UNIDADE-EXIT.
006446     EXIT.
006456******************************************************************
006466*    4100-VERIFICAR-REGISTRO                                     *
006476******************************************************************
006486 4100-VERIFICAR-REGISTRO        SECTION.
006496     EXEC SQL
006506         SELECT COUNT(*)
006516           INTO :WS-QTDE-EXISTENTE
006526           FROM DB2PRD.TUND_ORGNZ
006536          WHERE CPSSOA_JURID   = :UORGS013-CPSSOA-JURID
006546            AND NSEQ_UND_ORGNZ = :UORGS013-NSEQ-UND-ORGNZ
006556     END-EXEC.
006566     IF WS-QTDE-EXISTENTE = ZERO
006576         PERFORM 5000-INCLUIR-UNIDADE
006586             THRU 5000-INCLUIR-UNIDADE-EXIT
006596     ELSE
006606         DISPLAY 'UORG0013 - CONFLITO DE VERSAO EM TUND_ORGNZ '
006616         'CPSSOA_JURID=' UORGS013-CPSSOA-JURID
006626         ' NSEQ_UND_ORGNZ=' UORGS013-NSEQ-UND-ORGNZ
006636         ' - REGISTRO ALTERADO POR OUTRA MANUTENCAO APOS A'
006646         ' EXTRACAO, NAO ATUALIZADO'
006656         ADD 1 TO WS-QTDE-CONFLITO
006666     END-IF.
006676 4100-VERIFICAR-REGISTRO-EXIT.
006686     EXIT.
006696******************************************************************
006706*    5000-INCLUIR-UNIDADE                                        *
006716******************************************************************
006726 5000-INCLUIR-UNIDADE           SECTION.
006736     EXEC SQL
006746         INSERT INTO DB2PRD.TUND_ORGNZ
006756                (CPSSOA_JURID, NSEQ_UND_ORGNZ, CPSSOA_UND_ORGNZ,
006766                 CSIT_UND_ORGNZ, CCLASF_UND_ORGNZ, CTPO_UND_ORGNZ,
006776                 IUND_ORGNZ, IABREV_UND_ORGNZ, CUND_ORGNZ,
006786                 CDIG_UND_ORGNZ, CLOGDR_CMBIO_ORGNZ, HINCL_REG,
006796                 CUSUAR_INCL, HMANUT_REG)
006806         VALUES (:UORGS013-CPSSOA-JURID, :UORGS013-NSEQ-UND-ORGNZ,
006816                 :UORGS013-CPSSOA-UND-ORGNZ,
006826                 :UORGS013-CSIT-UND-ORGNZ,
006836                 :UORGS013-CCLASF-UND-ORGNZ,
006846                 :UORGS013-CTPO-UND-ORGNZ, :UORGS013-IUND-ORGNZ,
006856                 :UORGS013-IABREV-UND-ORGNZ, :UORGS013-CUND-ORGNZ,
006866                 :UORGS013-CDIG-UND-ORGNZ,
006876                 :UORGS013-CLOGDR-CMBIO-ORGNZ, CURRENT TIMESTAMP,
006886                 :UORGS013-CUSUARIO, CURRENT TIMESTAMP)
006896     END-EXEC.
006906     IF SQLCODE NOT = ZERO
006916         DISPLAY 'UORG0013 - ERRO SQLCODE=' SQLCODE
006926             ' NO INSERT EM TUND_ORGNZ CPSSOA_JURID='
006936             UORGS013-CPSSOA-JURID
006946         MOVE 'INSERT TUND_ORGNZ' TO UORGL074-RPARAG
006956         MOVE UORGS013-CPSSOA-JURID TO UORGL074-RCHAVE
006966         PERFORM 9700-REGISTRAR-ERRO
006976             THRU 9700-REGISTRAR-ERRO-EXIT
006986     ELSE
006996         ADD 1 TO WS-QTDE-INCLUIDA
007006         MOVE 'G' TO UORGL000-FUNCTION
007016         MOVE UORGS013-CPSSOA-JURID TO UORGL000-CPSSOA-JURID
007026         MOVE UORGS013-NSEQ-UND-ORGNZ TO UORGL000-NSEQ-UND-ORGNZ
007036         MOVE UORGS013-CUND-ORGNZ TO UORGL000-CUND-ORGNZ
007046         CALL 'UORG0000' USING UORGL000-PARMS
007056         MOVE UORGS013-CPSSOA-JURID TO UORGL002-CPSSOA-JURID
007066         MOVE UORGS013-NSEQ-UND-ORGNZ TO UORGL002-NSEQ-UND-ORGNZ
007076         MOVE ZERO TO UORGL002-CSIT-ANT
007086                      UORGL002-CCLASF-ANT
007096         MOVE UORGS013-CSIT-UND-ORGNZ TO UORGL002-CSIT-NOVO
007106         MOVE UORGS013-CCLASF-UND-ORGNZ TO UORGL002-CCLASF-NOVO
007116         MOVE UORGS013-CUSUARIO TO UORGL002-CUSUAR-MANUT
007126         CALL 'UORG0002' USING UORGL002-PARMS
007136     END-IF.
007146 5000-INCLUIR-UNIDADE-EXIT.
007156     EXIT.
007166******************************************************************
007176*    7000-ENCERRAR                                               *
007186******************************************************************
007196 7000-ENCERRAR                  SECTION.
007206     MOVE ZERO TO UORGK013-CPSSOA-JURID.
007216     MOVE ZERO TO UORGK013-NSEQ-UND-ORGNZ.
007226     MOVE WS-QTDE-PROCESSADA TO UORGK013-QTDE-PROCESSADA.
007236     MOVE 'S' TO UORGK013-SW-COMPLETO.
007241     IF NOT WS-MODO-PARTICAO
007246         MOVE 'E' TO UORGL185-FUNCTION
007251         PERFORM 3200-GRAVAR-PONTO-CONTROLE
007256             THRU 3200-GRAVAR-PONTO-CONTROLE-EXIT
007261         EXEC SQL
007266             COMMIT
007271         END-EXEC
007276     END-IF.
007306     CLOSE REL-UORGS013.
007316     DISPLAY 'UORG0013 - REGISTROS PROCESSADOS: '
007326         WS-QTDE-PROCESSADA.
007336     DISPLAY 'UORG0013 - TRANSICOES RECUSADAS: '
007346         WS-QTDE-TRANSIC-INVAL.
007356     DISPLAY 'UORG0013 - ATUALIZADOS: ' WS-QTDE-ATUALIZADA
007366         ' INCLUIDOS: ' WS-QTDE-INCLUIDA
007376         ' CONFLITOS DE VERSAO: ' WS-QTDE-CONFLITO.
007386 7000-ENCERRAR-EXIT.
007396     EXIT.
007406******************************************************************
007416*    8000-LER-ENTRADA                                            *
007426******************************************************************
007436 8000-LER-ENTRADA               SECTION.
007446     READ REL-UORGS013 INTO UORGS013-REGISTRO
007456         AT END
007466             MOVE 'S' TO WS-SW-FIM-ARQUIVO
007476     END-READ.
007486     IF NOT WS-FIM-ARQUIVO
007496         COMPUTE WS-CHAVE-ATUAL =
007506             UORGS013-CPSSOA-JURID * 100000000
007516                 + UORGS013-NSEQ-UND-ORGNZ
007526     END-IF.
007536     IF WS-MODO-PARTICAO
007546         AND NOT WS-FIM-ARQUIVO
007556         AND UORGS013-CPSSOA-JURID > UORGK182-CPSSOA-JURID-FIM
007566         MOVE 'S' TO WS-SW-FIM-ARQUIVO
007576     END-IF.
007586 8000-LER-ENTRADA-EXIT.
007596     EXIT.
007606******************************************************************
007616*    9500-REGISTRAR-INICIO                                      *
007626*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH            *
007636******************************************************************
007646 9500-REGISTRAR-INICIO         SECTION.
007656     IF WS-MODO-PARTICAO
007666         GO TO 9500-REGISTRAR-INICIO-EXIT
007676     END-IF.
007686     MOVE 'I' TO UORGL043-FUNCTION.
007696     MOVE 'UORG0013' TO UORGL043-CPGM-BATCH.
007706     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
007716                  UORGL043-QTDE-REJEITADOS
007726                  UORGL043-CCOD-TERMINO.
007736     CALL 'UORG0043' USING UORGL043-PARMS.
007746     IF NOT UORGL043-OK
007756         DISPLAY 'UORG0013 - ERRO ' UORGL043-RETORNO
007766             ' NO REGISTRO DE INICIO DA EXECUCAO'
007776     END-IF.
007786 9500-REGISTRAR-INICIO-EXIT.
007796     EXIT.
007806******************************************************************
007816*    9600-REGISTRAR-FIM                                         *
007826*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO       *
007836******************************************************************
007846 9600-REGISTRAR-FIM            SECTION.
007856     IF WS-MODO-PARTICAO
007866         PERFORM 9650-ENCERRAR-PARTICAO
007876             THRU 9650-ENCERRAR-PARTICAO-EXIT
007886         GO TO 9600-REGISTRAR-FIM-EXIT
007896     END-IF.
007906     MOVE 'F' TO UORGL043-FUNCTION.
007916     MOVE WS-QTDE-PROCESSADA TO UORGL043-QTDE-LIDOS.
007926     COMPUTE UORGL043-QTDE-GRAVADOS =
007936         WS-QTDE-ATUALIZADA + WS-QTDE-INCLUIDA.
007946     COMPUTE UORGL043-QTDE-REJEITADOS =
007956         WS-QTDE-CONFLITO + WS-QTDE-TRANSIC-INVAL.
007958     IF WS-PARTICAO-INVALIDA
007960         MOVE 8 TO UORGL043-CCOD-TERMINO
007962     ELSE
007964         MOVE ZERO TO UORGL043-CCOD-TERMINO
007966     END-IF.
007976     CALL 'UORG0043' USING UORGL043-PARMS.
007986     IF NOT UORGL043-OK
007996         DISPLAY 'UORG0013 - ERRO ' UORGL043-RETORNO
008006             ' NO REGISTRO DE FIM DA EXECUCAO'
008016     END-IF.
008026     EXEC SQL
008036         COMMIT
008046     END-EXEC.
008056 9600-REGISTRAR-FIM-EXIT.
008066     EXIT.
008076******************************************************************
008086*    9650-ENCERRAR-PARTICAO                                      *
008096*    MARCA A PARTICAO COMO CONCLUIDA, COM OS TOTAIS FINAIS       *
008101*    E ENCERRA O PONTO DE CONTROLE NO MESMO COMMIT               *
008106******************************************************************
008116 9650-ENCERRAR-PARTICAO         SECTION.
008126     EXEC SQL
008136         UPDATE DB2PRD.TCTRL_PARTIC_BATCH
008146            SET QREG_LIDOS         = :WS-QTDE-PROCESSADA,
008156                QREG_ATUALIZADOS   = :WS-QTDE-ATUALIZADA,
008166                QREG_INCLUIDOS     = :WS-QTDE-INCLUIDA,
008176                QREG_CONFLITOS     = :WS-QTDE-CONFLITO,
008186                QREG_TRANSIC_INVAL = :WS-QTDE-TRANSIC-INVAL,
008196                HFIM_PARTIC        = CURRENT TIMESTAMP,
008206                CSIT_PARTIC        = 'C'
008216          WHERE CPGM_BATCH  = 'UORG0013'
008226            AND NPARTIC     = :UORGK182-NPARTIC
008236            AND CSIT_PARTIC = 'E'
008246     END-EXEC.
008256     IF SQLCODE NOT = ZERO
008266         DISPLAY 'UORG0013 - ERRO SQLCODE=' SQLCODE
008276             ' NO ENCERRAMENTO DA PARTICAO ' UORGK182-NPARTIC
008286             ' - A CONSOLIDACAO SERA RECUSADA'
008296         MOVE 'UPDATE TCTRL_PARTIC_BATCH' TO UORGL074-RPARAG
008306         MOVE UORGK182-NPARTIC TO UORGL074-RCHAVE
008316         PERFORM 9700-REGISTRAR-ERRO
008326             THRU 9700-REGISTRAR-ERRO-EXIT
008336     ELSE
008346         DISPLAY 'UORG0013 - PARTICAO ' UORGK182-NPARTIC
008356             ' CONCLUIDA'
008358         MOVE 'E' TO UORGL185-FUNCTION
008360         PERFORM 3200-GRAVAR-PONTO-CONTROLE
008362             THRU 3200-GRAVAR-PONTO-CONTROLE-EXIT
008366     END-IF.
008376     EXEC SQL
008386         COMMIT
008396     END-EXEC.
008406 9650-ENCERRAR-PARTICAO-EXIT.
008416     EXIT.
008426******************************************************************
008436*    9700-REGISTRAR-ERRO                                         *
008446*    GRAVA O SQLCODE INESPERADO NO LOG CENTRAL (UORG0074);       *
008456*    PARAGRAFO E CHAVE DEVEM ESTAR PREENCHIDOS PELO CHAMADOR     *
008466******************************************************************
008476 9700-REGISTRAR-ERRO            SECTION.
008486     MOVE 'UORG0013' TO UORGL074-CPGM.
008496     MOVE SQLCODE TO UORGL074-NSQLCODE.
008506     MOVE SQLERRMC TO UORGL074-RSQLERRM.
008516     CALL 'UORG0074' USING UORGL074-PARMS.
008526 9700-REGISTRAR-ERRO-EXIT.
008536     EXIT.
