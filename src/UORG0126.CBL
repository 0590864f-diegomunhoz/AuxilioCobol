001600*                NOME PARCIAL (IUND_ORGNZ/IABREV_UND_ORGNZ) EM   *
001700*                TODA A REDE, COM PAGINACAO PF7/PF8 E SALTO A    *
001800*                CONSULTA UO45 PELA SELECAO, NOS MOLDES DA UO47. *
001810* 14/10/2026 ES  TEXTO SO NUMERICO (ATE 6 POSICOES) E TRATADO    *
001820*                COMO CODIGO PUBLICO: ATUAL OU ANTIGO DE         *
001830*                UNIDADE RENUMERADA (TCUND_ANT_UND), EXIBINDO    *
001840*                A UNIDADE ATUAL; SEM ACHADO, BUSCA POR NOME.    *
001900******************************************************************
002000*
002100*    FUNCAO: TRANSACAO CICS DE LISTAGEM PSEUDO-CONVERSACIONAL.
002800*    CONTROLE E TRANSFERIDO (XCTL) A CONSULTA COMPOSTA UO45
002900*    (UORG0045) DA UNIDADE ESCOLHIDA. TEXTO NOVO DIGITADO
003000*    REINICIA A BUSCA DA PRIMEIRA PAGINA. PF3 ENCERRA.
003010*    TEXTO SO NUMERICO DE ATE 6 POSICOES E PROCURADO PRIMEIRO
003020*    COMO CODIGO PUBLICO CUND_ORGNZ, ATUAL OU ANTIGO (REFERENCIA
003030*    CRUZADA DE RENUMERACOES TCUND_ANT_UND, GRAVADA PELA
003040*    UORG0193); ACHADA A UNIDADE, E LISTADA SOZINHA NA PAGINA COM
003050*    O CODIGO ATUAL NA MENSAGEM. SEM ACHADO, SEGUE A BUSCA POR
003060*    NOME.
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
005700     05 WS-NSEQ-ED               PIC 9(8).
005800     05 WS-CSIT-ED               PIC 9(3).
005900     05 WS-LINHA-MONTADA         PIC X(70).
005910     05 WS-CUND-BUSCA-ED         PIC 9(6).
005920     05 WS-CUND-BUSCA            PIC S9(6)V COMP-3.
005930     05 WS-CUND-ATUAL            PIC S9(6)V COMP-3.
005940     05 WS-CUND-ATUAL-ED         PIC 9(6).
006000 01  WS-PAGINA-LIDA.
006100     05 WS-PAG-LINHA OCCURS 10 TIMES.
006200        10 WS-PAG-CPSSOA         PIC S9(10)V COMP-3.
014000     MOVE NOMEI TO WS-INOME-BUSCA.
014100     PERFORM 2500-MONTAR-PADRAO
014200         THRU 2500-MONTAR-PADRAO-EXIT.
014205     IF WS-TAM-NOME > ZERO AND WS-TAM-NOME NOT > 6
014210         AND WS-INOME-BUSCA (1:WS-TAM-NOME) IS NUMERIC
014215         PERFORM 2600-RESOLVER-CODIGO
014220             THRU 2600-RESOLVER-CODIGO-EXIT
014225         IF WS-QTDE-LIDAS > ZERO
014230             PERFORM 5000-MONTAR-TELA
014235                 THRU 5000-MONTAR-TELA-EXIT
014240             GO TO 2000-PROCESSAR-TELA-EXIT
014245         END-IF
014250     END-IF.
014300     EVALUATE TRUE
014400         WHEN NOMEI NOT = UORGL126-INOME-BUSCA
014500             MOVE ZERO TO WS-CPSSOA-REF WS-NSEQ-REF
023500     END-IF.
023600 2510-MEDIR-NOME-EXIT.
023700     EXIT.
023701******************************************************************
023702*    2600-RESOLVER-CODIGO                                       *
023703*    PROCURA O TEXTO NUMERICO COMO CODIGO PUBLICO ATUAL E, SE   *
023704*    NAO ACHAR, COMO CODIGO ANTIGO NA REFERENCIA CRUZADA DE     *
023705*    RENUMERACOES; ACHANDO, MONTA A PAGINA COM A UNIDADE ATUAL  *
023706******************************************************************
023707 2600-RESOLVER-CODIGO           SECTION.
023708     MOVE ZERO TO WS-QTDE-LIDAS.
023709     MOVE WS-INOME-BUSCA (1:WS-TAM-NOME) TO WS-CUND-BUSCA-ED.
023710     MOVE WS-CUND-BUSCA-ED TO WS-CUND-BUSCA.
023711     EXEC SQL
023712         SELECT CPSSOA_JURID, NSEQ_UND_ORGNZ,
023713                IABREV_UND_ORGNZ, CSIT_UND_ORGNZ, CUND_ORGNZ
023714           INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
023715                :WS-IABREV-UND-ORGNZ,
023716                :WS-CSIT-UND-ORGNZ:WS-IND-CSIT,
023717                :WS-CUND-ATUAL
023718           FROM DB2PRD.TUND_ORGNZ
023719          WHERE CUND_ORGNZ = :WS-CUND-BUSCA
023720          ORDER BY CPSSOA_JURID, NSEQ_UND_ORGNZ
023721          FETCH FIRST 1 ROW ONLY
023722     END-EXEC.
023723     IF SQLCODE = 100
023724         EXEC SQL
023725             SELECT U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ,
023726                    U.IABREV_UND_ORGNZ, U.CSIT_UND_ORGNZ,
023727                    U.CUND_ORGNZ
023728               INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
023729                    :WS-IABREV-UND-ORGNZ,
023730                    :WS-CSIT-UND-ORGNZ:WS-IND-CSIT,
023731                    :WS-CUND-ATUAL
023732               FROM DB2PRD.TCUND_ANT_UND R,
023733                    DB2PRD.TUND_ORGNZ U
023734              WHERE R.CUND_ORGNZ_ANT = :WS-CUND-BUSCA
023735                AND U.CPSSOA_JURID   = R.CPSSOA_JURID
023736                AND U.NSEQ_UND_ORGNZ = R.NSEQ_UND_ORGNZ
023737              ORDER BY R.HRENUM_REG DESC
023738              FETCH FIRST 1 ROW ONLY
023739         END-EXEC
023740     END-IF.
023741     IF SQLCODE NOT = ZERO
023742         GO TO 2600-RESOLVER-CODIGO-EXIT
023743     END-IF.
023744     IF WS-IND-CSIT < ZERO
023745         MOVE ZERO TO WS-CSIT-UND-ORGNZ
023746     END-IF.
023747     ADD 1 TO WS-QTDE-LIDAS.
023748     PERFORM 4100-MONTAR-LINHA
023749         THRU 4100-MONTAR-LINHA-EXIT.
023750     MOVE WS-CPSSOA-JURID TO WS-PAG-CPSSOA (1).
023751     MOVE WS-NSEQ-UND-ORGNZ TO WS-PAG-NSEQ (1).
023752     MOVE WS-LINHA-MONTADA TO WS-PAG-TEXTO (1).
023753     MOVE WS-CUND-ATUAL TO WS-CUND-ATUAL-ED.
023754     IF WS-CUND-ATUAL = WS-CUND-BUSCA
023755         STRING 'CODIGO PUBLICO ATUAL ' WS-CUND-ATUAL-ED
023756                DELIMITED BY SIZE INTO WS-MENSAGEM
023757     ELSE
023758         STRING 'CODIGO ANTIGO ' WS-CUND-BUSCA-ED
023759                ' - UNIDADE RENUMERADA PARA ' WS-CUND-ATUAL-ED
023760                DELIMITED BY SIZE INTO WS-MENSAGEM
023761     END-IF.
023762 2600-RESOLVER-CODIGO-EXIT.
023763     EXIT.
023800******************************************************************
023900*    3000-PAGINAR-FRENTE                                        *
024000*    LE ATE 10 UNIDADES COM CHAVE ACIMA DA REFERENCIA           *
