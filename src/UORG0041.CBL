001884*                UORG0122 (TRAILER, RETRANSMISSAO E QUARENTENA)*
001886*                ANTES DA APLICACAO, COM CONFIRMACAO DA        *
001888*                RECEPCAO AO FINAL.                            *
001890* 14/10/2026 ES  REABERTURA AUTOMATICA RETIDA QUANDO FALTA      *
001892*                LICENCA OBRIGATORIA VIGENTE (UORG0163): A      *
001894*                UNIDADE CONTINUA SUSPENSA E SAI NO RELATORIO   *
001896*                DE EXCECAO.                                    *
001906* 15/10/2026 ES  SITE DO FACILITIES NO DETALHE TRADUZIDO PELA   *
001916*                UORG0213: SITE SEM CODIGO SAI NO RELATORIO DE  *
001926*                EXCECAO E REABERTURA DE UNIDADE FORA DO IMOVEL *
001936*                DO SITE E RETIDA.                              *
001999******************************************************************
002000*
002100*    FUNCAO: LE O ARQUIVO DE RETORNO DO SISTEMA DE CHAMADOS DE
002200*    FACILITIES (UORGS041, HEADER/DETALHE/TRAILER), GERADO EM
002900*    CASAM COM NENHUMA LINHA EM ABERTO SAO IMPRESSOS NO
003000*    RELATORIO DE EXCECAO UORGR041. AO FINAL, A QUANTIDADE DE
003100*    DETALHES LIDOS E CONFERIDA CONTRA O TRAILER DO ARQUIVO.
003110*    A REABERTURA AUTOMATICA DE UNIDADE SUSPENSA POR OBRA EXIGE
003120*    AS LICENCAS OBRIGATORIAS VIGENTES (UORG0163); SEM ELAS A
003130*    UNIDADE CONTINUA SUSPENSA, COM O VINCULO EM TSUSPN_OBRA
003140*    VIGENTE, E SAI NO RELATORIO DE EXCECAO PARA REABERTURA
003150*    MANUAL APOS A REGULARIZACAO.
003155*    O SITE DO FACILITIES, QUANDO INFORMADO NO DETALHE, E
003160*    TRADUZIDO PARA A UNIDADE PELA UORG0213 (SISTEMA 'FACIL');
003165*    SITE SEM CODIGO NA UO85 SAI NO RELATORIO DE EXCECAO, MAS A
003170*    SITUACAO E BAIXADA NORMALMENTE. A REABERTURA AUTOMATICA E
003175*    RETIDA QUANDO A UNIDADE SUSPENSA NAO TEM ENDERECO NO MESMO
003180*    IMOVEL (CPRDIO) DA UNIDADE DO SITE.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005700        88 WS-FIM-ARQUIVO             VALUE 'S'.
005710     05 WS-SW-ARQ-BLOQUEADO      PIC X(1) VALUE 'N'.
005720        88 WS-ARQ-BLOQUEADO           VALUE 'S'.
005730     05 WS-SW-SITE               PIC X(1) VALUE 'N'.
005740        88 WS-SITE-TRADUZIDO          VALUE 'S'.
005800 01  WS-CONTADORES.
005900     05 WS-QTDE-DETALHE          PIC S9(9) COMP VALUE ZERO.
006000     05 WS-QTDE-ENCERRADA        PIC S9(9) COMP VALUE ZERO.
006100     05 WS-QTDE-SEM-ABERTO       PIC S9(9) COMP VALUE ZERO.
006110     05 WS-QTDE-SITE-SEM-COD     PIC S9(9) COMP VALUE ZERO.
006200 01  WS-AREA-TRABALHO.
006300     05 WS-NSEQ-SOLTC-MANUT      PIC S9(10)V COMP-3.
006400     05 WS-CTPO-SIT-PRDIO        PIC S9(2)V COMP-3.
006640     05 WS-SUS-CCLASF            PIC S9(1)V COMP-3.
006642     05 WS-IREFER-HEADER         PIC X(10).
006644     05 WS-NSEQ-RECEPC           PIC S9(9)V COMP-3.
006645     05 WS-SITE-CPSSOA-JURID     PIC S9(10)V COMP-3.
006646     05 WS-SITE-NSEQ-UND         PIC S9(8)V COMP-3.
006647     05 WS-QTDE-MESMO-IMOVEL     PIC S9(9) COMP.
006648     05 WS-MENSAGEM-EXCECAO      PIC X(40).
006650 01  WS-CONTADOR-REABERTA        PIC S9(7) COMP VALUE ZERO.
006655 01  WS-CONTADOR-RETIDA          PIC S9(7) COMP VALUE ZERO.
006660 01  WS-INDICADORES.
006670     05 WS-IND-SUS-CCLASF        PIC S9(4) COMP-5.
006700 COPY UORGS041.
006820 COPY UORGL002.
006830 COPY UORGL090.
006840 COPY UORGL122.
006850 COPY UORGL163.
006860 COPY UORGL213.
006900 PROCEDURE DIVISION.
007000******************************************************************
007100*    0000-MAINLINE                                               *
012200            UORGS041-DATA-FECHTO(5:2) '-'
012300            UORGS041-DATA-FECHTO(7:2)
012400            DELIMITED BY SIZE INTO WS-DATA-FECHTO.
012410     PERFORM 3100-TRADUZIR-SITE
012420         THRU 3100-TRADUZIR-SITE-EXIT.
012500     PERFORM 4000-ENCERRAR-SITUACAO
012600         THRU 4000-ENCERRAR-SITUACAO-EXIT.
012700 3000-TRATAR-DETALHE-EXIT.
012800     EXIT.
012802******************************************************************
012804*    3100-TRADUZIR-SITE                                          *
012806*    SITE DO FACILITIES -> UNIDADE PELA TABELA DE CODIGOS        *
012808*    EXTERNOS; SEM CODIGO SO GERA LINHA DE EXCECAO               *
012810******************************************************************
012812 3100-TRADUZIR-SITE             SECTION.
012814     MOVE 'N' TO WS-SW-SITE.
012816     IF UORGS041-CSITE-FACIL = SPACES
012818         GO TO 3100-TRADUZIR-SITE-EXIT
012820     END-IF.
012822     MOVE 'I' TO UORGL213-FUNCTION.
012824     MOVE 'FACIL' TO UORGL213-CSIST-EXTER.
012826     MOVE UORGS041-CSITE-FACIL TO UORGL213-CIDENT-EXTER.
012828     CALL 'UORG0213' USING UORGL213-PARMS.
012830     EVALUATE TRUE
012832         WHEN UORGL213-OK
012834             MOVE 'S' TO WS-SW-SITE
012836             MOVE UORGL213-CPSSOA-JURID TO WS-SITE-CPSSOA-JURID
012838             MOVE UORGL213-NSEQ-UND-ORGNZ TO WS-SITE-NSEQ-UND
012840         WHEN UORGL213-SEM-MAPEAMENTO
012842             ADD 1 TO WS-QTDE-SITE-SEM-COD
012844             MOVE 'SITE FACILITIES SEM CODIGO NA UO85'
012846                 TO WS-MENSAGEM-EXCECAO
012848             PERFORM 6200-IMPRIMIR-SITE
012850                 THRU 6200-IMPRIMIR-SITE-EXIT
012852         WHEN OTHER
012854             DISPLAY 'UORG0041 - ERRO ' UORGL213-RETORNO
012856                 ' NA TRADUCAO DO SITE ' UORGS041-CSITE-FACIL
012858     END-EVALUATE.
012860 3100-TRADUZIR-SITE-EXIT.
012862     EXIT.
012900******************************************************************
013000*    4000-ENCERRAR-SITUACAO                                      *
013100*    BAIXA A SITUACAO EM ABERTO; SQLCODE 100 INDICA QUE NAO HA   *
015540     IF WS-IND-SUS-CCLASF < ZERO
015541         MOVE ZERO TO WS-SUS-CCLASF
015542     END-IF.
015543     IF WS-SITE-TRADUZIDO
015544        AND (WS-SITE-CPSSOA-JURID NOT = WS-SUS-CPSSOA-JURID
015545         OR  WS-SITE-NSEQ-UND NOT = WS-SUS-NSEQ-UND)
015546         PERFORM 5100-VERIFICAR-IMOVEL
015547             THRU 5100-VERIFICAR-IMOVEL-EXIT
015548         IF WS-QTDE-MESMO-IMOVEL = ZERO
015549             ADD 1 TO WS-CONTADOR-RETIDA
015550             MOVE 'REABERTURA RETIDA: SITE DE OUTRO IMOVEL'
015551                 TO WS-MENSAGEM-EXCECAO
015552             PERFORM 6200-IMPRIMIR-SITE
015553                 THRU 6200-IMPRIMIR-SITE-EXIT
015554             GO TO 5000-REABRIR-SUSPENSAO-EXIT
015555         END-IF
015556     END-IF.
015557     MOVE WS-SUS-CPSSOA-JURID TO UORGL163-CPSSOA-JURID.
015558     MOVE WS-SUS-NSEQ-UND TO UORGL163-NSEQ-UND-ORGNZ.
015559     CALL 'UORG0163' USING UORGL163-PARMS.
015560     IF NOT UORGL163-OK
015561         PERFORM 6100-IMPRIMIR-RETENCAO
015562             THRU 6100-IMPRIMIR-RETENCAO-EXIT
015563         GO TO 5000-REABRIR-SUSPENSAO-EXIT
015564     END-IF.
015565     MOVE 3 TO UORGL090-CSIT-ANT.
015566     MOVE 1 TO UORGL090-CSIT-NOVO.
015567     MOVE 'S' TO UORGL090-CINDCD-SUPVS.
015568     CALL 'UORG0090' USING UORGL090-PARMS.
015569     IF NOT UORGL090-OK
015570         DISPLAY 'UORG0041 - TRANSICAO 3->1 RECUSADA ('
015571             UORGL090-RETORNO ')'
015572         GO TO 5000-REABRIR-SUSPENSAO-EXIT
015573     END-IF.
015574     EXEC SQL
015575         UPDATE DB2PRD.TUND_ORGNZ
015576            SET CSIT_UND_ORGNZ = 1,
015577                HMANUT_REG = CURRENT TIMESTAMP,
015578                CUSUAR_MANUT = 'UORG0041'
015579          WHERE CPSSOA_JURID   = :WS-SUS-CPSSOA-JURID
015580            AND NSEQ_UND_ORGNZ = :WS-SUS-NSEQ-UND
015581     END-EXEC.
015582     IF SQLCODE NOT = ZERO
015583         DISPLAY 'UORG0041 - ERRO SQLCODE=' SQLCODE
015584             ' NA REABERTURA DA UNIDADE'
015585         GO TO 5000-REABRIR-SUSPENSAO-EXIT
015586     END-IF.
015587     MOVE WS-SUS-CPSSOA-JURID TO UORGL002-CPSSOA-JURID.
015588     MOVE WS-SUS-NSEQ-UND TO UORGL002-NSEQ-UND-ORGNZ.
015589     MOVE 3 TO UORGL002-CSIT-ANT.
015590     MOVE 1 TO UORGL002-CSIT-NOVO.
015591     MOVE WS-SUS-CCLASF TO UORGL002-CCLASF-ANT
015592                           UORGL002-CCLASF-NOVO.
015593     MOVE 'UORG0041' TO UORGL002-CUSUAR-MANUT.
015594     CALL 'UORG0002' USING UORGL002-PARMS.
015595     IF UORGL002-ERRO-SQL
015596         DISPLAY 'UORG0041 - ERRO NO HISTORICO DA REABERTURA'
015597     END-IF.
015598     EXEC SQL
015599         UPDATE DB2PRD.TSUSPN_OBRA
015600            SET CSIT_SUSPN = 0,
015601                HREABERT_REG = CURRENT TIMESTAMP
015602          WHERE NSEQ_SOLTC_MANUT = :WS-NSEQ-SOLTC-MANUT
015603            AND CTPO_SIT_PRDIO   = :WS-CTPO-SIT-PRDIO
015604            AND CSIT_SUSPN       = 1
015605     END-EXEC.
015606     IF SQLCODE NOT = ZERO
015607         DISPLAY 'UORG0041 - ERRO SQLCODE=' SQLCODE
015608             ' NO ENCERRAMENTO DA SUSPENSAO'
015609     END-IF.
015610     ADD 1 TO WS-CONTADOR-REABERTA.
015611 5000-REABRIR-SUSPENSAO-EXIT.
015612     EXIT.
015613******************************************************************
015614*    5100-VERIFICAR-IMOVEL                                       *
015615*    UNIDADE SUSPENSA COM ENDERECO NO IMOVEL DA UNIDADE DO SITE  *
015616******************************************************************
015617 5100-VERIFICAR-IMOVEL          SECTION.
015618     MOVE ZERO TO WS-QTDE-MESMO-IMOVEL.
015619     EXEC SQL
015620         SELECT COUNT(*)
015621           INTO :WS-QTDE-MESMO-IMOVEL
015622           FROM DB2PRD.TENDRC_UND_ORGNZ A,
015623                DB2PRD.TENDRC_UND_ORGNZ B
015624          WHERE A.CPSSOA_JURID   = :WS-SUS-CPSSOA-JURID
015625            AND A.NSEQ_UND_ORGNZ = :WS-SUS-NSEQ-UND
015626            AND B.CPSSOA_JURID   = :WS-SITE-CPSSOA-JURID
015627            AND B.NSEQ_UND_ORGNZ = :WS-SITE-NSEQ-UND
015628            AND A.CPRDIO         = B.CPRDIO
015629     END-EXEC.
015630     IF SQLCODE NOT = ZERO
015631         DISPLAY 'UORG0041 - ERRO SQLCODE=' SQLCODE
015632             ' NA VERIFICACAO DO IMOVEL DO SITE'
015633         MOVE ZERO TO WS-QTDE-MESMO-IMOVEL
015634     END-IF.
015635 5100-VERIFICAR-IMOVEL-EXIT.
015636     EXIT.
015637******************************************************************
015700*    6000-IMPRIMIR-EXCECAO                                       *
015800******************************************************************
015900 6000-IMPRIMIR-EXCECAO          SECTION.
016700     WRITE REL-UORGR041-REG FROM UORGR041-LINHA.
016800 6000-IMPRIMIR-EXCECAO-EXIT.
016900     EXIT.
016905******************************************************************
016910*    6100-IMPRIMIR-RETENCAO                                      *
016915*    REABERTURA RETIDA POR LICENCA OBRIGATORIA AUSENTE OU        *
016920*    VENCIDA: A UNIDADE CONTINUA SUSPENSA (SITUACAO 3)           *
016925******************************************************************
016930 6100-IMPRIMIR-RETENCAO         SECTION.
016935     ADD 1 TO WS-CONTADOR-RETIDA.
016940     MOVE SPACES TO UORGR041-LINHA.
016945     MOVE ' ' TO UORGR041-CTL-IMPRESSAO.
016950     MOVE WS-NSEQ-SOLTC-MANUT TO UORGR041-NSEQ-SOLTC.
016955     MOVE WS-CTPO-SIT-PRDIO TO UORGR041-CTPO-SIT-PRDIO.
016960     MOVE WS-DATA-FECHTO TO UORGR041-DATA-FECHTO.
016965     EVALUATE TRUE
016970         WHEN UORGL163-LICENCA-AUSENTE
016972             STRING 'REABERTURA RETIDA: ' UORGL163-RTPO-LICEN
016974                    DELIMITED BY '  '
016976                    ' AUSENTE' DELIMITED BY SIZE
016978                    INTO UORGR041-MENSAGEM
016980         WHEN UORGL163-LICENCA-VENCIDA
016982             STRING 'REABERTURA RETIDA: ' UORGL163-RTPO-LICEN
016984                    DELIMITED BY '  '
016986                    ' VENCIDO' DELIMITED BY SIZE
016988                    INTO UORGR041-MENSAGEM
016990         WHEN OTHER
016991             MOVE 'REABERTURA RETIDA: ERRO NA VERIFICACAO'
016992                 TO UORGR041-MENSAGEM
016993     END-EVALUATE.
016994     WRITE REL-UORGR041-REG FROM UORGR041-LINHA.
016995     DISPLAY 'UORG0041 - REABERTURA RETIDA ' WS-SUS-CPSSOA-JURID
016996         '/' WS-SUS-NSEQ-UND ' ' UORGR041-MENSAGEM.
016997 6100-IMPRIMIR-RETENCAO-EXIT.
016998     EXIT.
016999******************************************************************
017000*    6200-IMPRIMIR-SITE                                          *
017001*    EXCECAO DE SITE DO FACILITIES (SEM CODIGO OU DE OUTRO       *
017002*    IMOVEL), COM O SITE INFORMADO NO SYSOUT                     *
017003******************************************************************
017004 6200-IMPRIMIR-SITE             SECTION.
017005     MOVE SPACES TO UORGR041-LINHA.
017006     MOVE ' ' TO UORGR041-CTL-IMPRESSAO.
017007     MOVE WS-NSEQ-SOLTC-MANUT TO UORGR041-NSEQ-SOLTC.
017008     MOVE WS-CTPO-SIT-PRDIO TO UORGR041-CTPO-SIT-PRDIO.
017009     MOVE WS-DATA-FECHTO TO UORGR041-DATA-FECHTO.
017010     MOVE WS-MENSAGEM-EXCECAO TO UORGR041-MENSAGEM.
017011     WRITE REL-UORGR041-REG FROM UORGR041-LINHA.
017012     DISPLAY 'UORG0041 - SITE ' UORGS041-CSITE-FACIL ' '
017013         WS-MENSAGEM-EXCECAO.
017014 6200-IMPRIMIR-SITE-EXIT.
017015     EXIT.
017016******************************************************************
017100*    7000-ENCERRAR                                               *
017200******************************************************************
017300 7000-ENCERRAR                  SECTION.
018400         TO UORGR041-TOT-ROTULO.
018500     MOVE WS-QTDE-SEM-ABERTO TO UORGR041-TOT-QTDE.
018600     WRITE REL-UORGR041-REG FROM UORGR041-LINHA.
018610     MOVE SPACES TO UORGR041-LINHA.
018620     MOVE ' ' TO UORGR041-CTL-IMPRESSAO.
018630     MOVE 'TOTAL DE REABERTURAS RETIDAS...........:'
018640         TO UORGR041-TOT-ROTULO.
018650     MOVE WS-CONTADOR-RETIDA TO UORGR041-TOT-QTDE.
018660     WRITE REL-UORGR041-REG FROM UORGR041-LINHA.
018665     MOVE SPACES TO UORGR041-LINHA.
018670     MOVE ' ' TO UORGR041-CTL-IMPRESSAO.
018675     MOVE 'TOTAL DE SITES SEM CODIGO NA UO85......:'
018680         TO UORGR041-TOT-ROTULO.
018685     MOVE WS-QTDE-SITE-SEM-COD TO UORGR041-TOT-QTDE.
018690     WRITE REL-UORGR041-REG FROM UORGR041-LINHA.
018700     CLOSE RET-UORGS041 REL-UORGR041.
018800     DISPLAY 'UORG0041 - DETALHES PROCESSADOS: ' WS-QTDE-DETALHE.
018900     DISPLAY 'UORG0041 - SITUACOES ENCERRADAS: ' WS-QTDE-ENCERRADA
019000         ' SEM CASAMENTO: ' WS-QTDE-SEM-ABERTO.
019010     DISPLAY 'UORG0041 - UNIDADES REABERTAS DE SUSPENSAO: '
019020         WS-CONTADOR-REABERTA ' RETIDAS: ' WS-CONTADOR-RETIDA.
019100 7000-ENCERRAR-EXIT.
019200     EXIT.
019300******************************************************************
