001700*                TCENARIO_REESTR E ITENS (ABERTURA/ENCERRAMENTO/ *
001800*                RECLASSIFICACAO) EM TITEM_CENARIO, COM          *
001900*                LIBERACAO POR SEGUNDO USUARIO PARA A UORG0093.  *
001910* 14/10/2026 ES  ITEM DE ENCERRAMENTO EXIGE A UNIDADE ATIVA DE   *
001920*                DESTINO DA CARTEIRA DE CLIENTES, GRAVADA EM     *
001930*                TITEM_CENARIO PARA A UORG0093.                  *
001940* 15/10/2026 ES  ITEM DE ABERTURA ACEITA, OPCIONAL, A UNIDADE    *
001950*                ATIVA QUE A ABERTURA VAI DESAFOGAR (MESMOS      *
001960*                CAMPOS DO DESTINO DA CARTEIRA), LIDA PELA       *
001970*                PROJECAO DE SUPERLOTACAO UORG0227.              *
002000******************************************************************
002100*
002200*    FUNCAO: TRANSACAO CICS DE MANUTENCAO PSEUDO-CONVERSACIONAL
002400*    (CSIT_CENARIO = 1, EM MONTAGEM); 'I' INCLUI ITEM NO CENARIO
002500*    EM MONTAGEM - ACAO 'A' (ABERTURA PLANEJADA, CHAVE AINDA
002600*    INEXISTENTE, COM TIPO, NOME, CLASSIFICACAO E DATA PREVISTA),
002700*    'E' (ENCERRAMENTO DE UNIDADE ATIVA, COM OUTRA UNIDADE ATIVA
002710*    COMO DESTINO DA CARTEIRA DE CLIENTES) OU 'R' (RECLASSIFICACAO
002800*    DE UNIDADE ATIVA PARA CLASSIFICACAO ATIVA DO CATALOGO);
002900*    'E' EXCLUI O ITEM INFORMADO; 'L' LIBERA O CENARIO PARA A
003000*    EFETIVACAO PELA UORG0093 (CSIT_CENARIO = 2), EXIGINDO
003300*    SIMULACAO EXISTENTES CONTINUAM INTOCADOS: O RETRATO
003400*    ANTES/DEPOIS DO CENARIO COMPLETO E DADO PELA UORG0092.
003500*    PF3 ENCERRA.
003510*    NO ITEM DE ABERTURA, OS CAMPOS DO DESTINO DA CARTEIRA SAO
003520*    OPCIONAIS E, QUANDO INFORMADOS, INDICAM A UNIDADE ATIVA QUE
003530*    A NOVA UNIDADE VAI DESAFOGAR (GRAVADA EM CPSSOA_JURID_DEST/
003540*    NSEQ_UND_DEST E LIDA PELA PROJECAO DE SUPERLOTACAO UORG0227;
003550*    A UORG0093 NAO USA ESSES CAMPOS NA ABERTURA).
003600*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
005800     05 WS-CTPO-UND-NOVO         PIC S9(3)V COMP-3.
005900     05 WS-IABREV-UND-NOVO       PIC X(40).
006000     05 WS-DPREVS-ABERT          PIC X(10).
006010     05 WS-CPSSOA-JURID-DEST     PIC S9(10)V COMP-3.
006020     05 WS-NSEQ-UND-DEST         PIC S9(8)V COMP-3.
006100     05 WS-NSEQ-ITEM             PIC S9(4)V COMP-3.
006200     05 WS-CSIT-UND-ORGNZ        PIC S9(3)V COMP-3.
006300     05 WS-CSIT-CLASF            PIC S9(1)V COMP-3.
021900     MOVE ACAOI TO WS-CTPO-ACAO.
022000     MOVE CPSSOAI TO WS-CPSSOA-JURID.
022100     MOVE NSEQUNDI TO WS-NSEQ-UND-ORGNZ.
022110     MOVE ZERO TO WS-CCLASF-UND-NOVO WS-CTPO-UND-NOVO
022120                  WS-CPSSOA-JURID-DEST WS-NSEQ-UND-DEST.
022300     MOVE SPACES TO WS-IABREV-UND-NOVO WS-DPREVS-ABERT.
022400     PERFORM 8100-VERIFICAR-UNIDADE
022500         THRU 8100-VERIFICAR-UNIDADE-EXIT.
025000     END-IF.
025100     EXEC SQL
025200         INSERT INTO DB2PRD.TITEM_CENARIO
025210                (CCENARIO, NSEQ_ITEM, CTPO_ACAO,
025220                 CPSSOA_JURID, NSEQ_UND_ORGNZ,
025230                 CCLASF_UND_NOVO, CTPO_UND_NOVO,
025240                 IABREV_UND_NOVO, DPREVS_ABERT,
025250                 CPSSOA_JURID_DEST, NSEQ_UND_DEST,
025260                 CUSUAR_INCL, HINCL_REG)
025270         VALUES (:WS-CCENARIO, :WS-NSEQ-ITEM, :WS-CTPO-ACAO,
025280                 :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
025290                 :WS-CCLASF-UND-NOVO, :WS-CTPO-UND-NOVO,
025300                 :WS-IABREV-UND-NOVO, :WS-DPREVS-ABERT,
025310                 :WS-CPSSOA-JURID-DEST, :WS-NSEQ-UND-DEST,
025320                 :WS-CUSUARIO, CURRENT TIMESTAMP)
026300     END-EXEC.
026400     IF SQLCODE = ZERO
026500         MOVE 'ITEM INCLUIDO NO CENARIO' TO WS-MENSAGEM
030500     MOVE CTPOUNDI TO WS-CTPO-UND-NOVO.
030600     MOVE IABREVI TO WS-IABREV-UND-NOVO.
030700     STRING DPREVI (1:4) '-' DPREVI (5:2) '-' DPREVI (7:2)
030705            DELIMITED BY SIZE INTO WS-DPREVS-ABERT.
030710     IF CARTCI = SPACES AND CARTNI = SPACES
030715         GO TO 4100-VALIDAR-ABERTURA-EXIT
030720     END-IF.
030725     IF CARTCI IS NOT NUMERIC OR CARTNI IS NOT NUMERIC
030730         MOVE 'UNIDADE A DESAFOGAR INVALIDA' TO WS-MENSAGEM
030735         GO TO 4100-VALIDAR-ABERTURA-EXIT
030740     END-IF.
030745     MOVE CARTCI TO WS-CPSSOA-JURID-DEST.
030750     MOVE CARTNI TO WS-NSEQ-UND-DEST.
030755     MOVE ZERO TO WS-QTDE-EXISTE.
030760     EXEC SQL
030765         SELECT COUNT(*)
030770           INTO :WS-QTDE-EXISTE
030775           FROM DB2PRD.TUND_ORGNZ
030780          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID-DEST
030785            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-DEST
030790            AND CSIT_UND_ORGNZ = 1
030795     END-EXEC.
030800     IF SQLCODE NOT = ZERO OR WS-QTDE-EXISTE = ZERO
030805         MOVE 'UNIDADE A DESAFOGAR NAO E UNIDADE ATIVA'
030810             TO WS-MENSAGEM
030815     END-IF.
030900 4100-VALIDAR-ABERTURA-EXIT.
031000     EXIT.
031100******************************************************************
031700             TO WS-MENSAGEM
031800         GO TO 4200-VALIDAR-ENCERRAMENTO-EXIT
031900     END-IF.
031910     IF WS-CSIT-UND-ORGNZ NOT = 1
031920         MOVE 'UNIDADE NAO ESTA ATIVA - ENCERRAMENTO RECUSADO'
031930             TO WS-MENSAGEM
031940         GO TO 4200-VALIDAR-ENCERRAMENTO-EXIT
031950     END-IF.
031960     IF CARTCI IS NOT NUMERIC OR CARTNI IS NOT NUMERIC
031970         MOVE 'INFORME A UNIDADE DESTINO DA CARTEIRA DE CLIENTES'
031980             TO WS-MENSAGEM
031990         GO TO 4200-VALIDAR-ENCERRAMENTO-EXIT
032000     END-IF.
032010     MOVE CARTCI TO WS-CPSSOA-JURID-DEST.
032020     MOVE CARTNI TO WS-NSEQ-UND-DEST.
032030     MOVE ZERO TO WS-QTDE-EXISTE.
032040     EXEC SQL
032050         SELECT COUNT(*)
032060           INTO :WS-QTDE-EXISTE
032070           FROM DB2PRD.TUND_ORGNZ
032080          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID-DEST
032090            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-DEST
032100            AND CSIT_UND_ORGNZ = 1
032110            AND NOT (CPSSOA_JURID   = :WS-CPSSOA-JURID
032120                 AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ)
032130     END-EXEC.
032140     IF SQLCODE NOT = ZERO OR WS-QTDE-EXISTE = ZERO
032150         MOVE 'DESTINO DA CARTEIRA NAO E OUTRA UNIDADE ATIVA'
032160             TO WS-MENSAGEM
032170     END-IF.
032400 4200-VALIDAR-ENCERRAMENTO-EXIT.
032500     EXIT.
032600******************************************************************
