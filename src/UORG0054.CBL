001930*                CONFERE O TRAILER E BARRA RETRANSMISSAO JA     *
001940*                APLICADA, COM QUARENTENA EM VEZ DE APLICACAO   *
001950*                PELA METADE.                                   *
001960* 15/10/2026 ES  BATIMENTO PELO CODIGO DE LOTACAO DO RH,        *
001970*                TRADUZIDO PELA TABELA DE CODIGOS EXTERNOS      *
001980*                (TIDENT_EXTER_UND), NO LUGAR DA CHAVE DA       *
001990*                UNIDADE INFORMADA NO ARQUIVO.                  *
001992* 15/10/2026 ES  EFETIVO DE CADA UNIDADE CASADA GRAVADO TAMBEM  *
001994*                NA SERIE MENSAL TEFETV_MENSAL_UND (MES DO      *
001996*                HEADER), BASE DA PROJECAO DA UORG0227.         *
002000******************************************************************
002100*
002200*    FUNCAO: BATIMENTO EM LINHA DE SALDO ENTRE O EXTRATO MENSAL
002300*    DE LOTACAO DO RH (UORGS054, CLASSIFICADO PELO CODIGO DE
002400*    LOTACAO) E AS UNIDADES ATIVAS DE TUND_ORGNZ NA MESMA
002500*    ORDEM. CHAVES CASADAS TEM QFUNC_ATUAL_UND_ORGNZ ATUALIZADO
002600*    COM AS COLUNAS DE AUDITORIA ESTAMPADAS; REGISTRO DO RH SEM
002700*    UNIDADE ATIVA E UNIDADE ATIVA NAO INFORMADA PELO RH SAO
002800*    IMPRESSOS NO RELATORIO DE EXCECOES UORGR054. AO FINAL, A
002900*    QUANTIDADE DE DETALHES LIDOS E CONFERIDA CONTRA O TRAILER.
003000*    COMMIT A CADA WS-INTERVALO-CKPT ATUALIZACOES.
003010*    A CHAVE DO BATIMENTO E O CODIGO DE LOTACAO DO RH: O ARQUIVO
003020*    VEM CLASSIFICADO POR CLOTAC-RH E O CURSOR LE AS UNIDADES
003030*    ATIVAS PELO CODIGO EXTERNO (TIDENT_EXTER_UND, SISTEMA 'RH')
003040*    NA MESMA ORDEM; A ATUALIZACAO USA A CHAVE DA UNIDADE LIDA
003050*    NO CURSOR. UNIDADE ATIVA SEM CODIGO DO RH NAO ENTRA NO
003060*    BATIMENTO E SAI NO RELATORIO DE LACUNAS (UORG0215).
003065*    O EFETIVO DE CADA UNIDADE CASADA E GRAVADO TAMBEM NA SERIE
003070*    MENSAL TEFETV_MENSAL_UND, CHAVE UNIDADE + MES DO HEADER
003075*    (AAMM_REFER); A LINHA JA EXISTENTE NO MES E ATUALIZADA, DE
003080*    MODO QUE A CARGA CORRIGIDA DO MESMO MES SUBSTITUI A ANTERIOR.
003085*    A SERIE E A BASE DA PROJECAO DE SUPERLOTACAO (UORG0227).
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
006500     05 WS-QTDE-TRAILER          PIC 9(9) VALUE ZERO.
006600 01  WS-CONSTANTES.
006700     05 WS-INTERVALO-CKPT        PIC S9(5) COMP VALUE 100.
006710     05 WS-CHAVE-ALTA            PIC X(10) VALUE HIGH-VALUES.
007000 01  WS-AREA-TRABALHO.
007010     05 WS-CHAVE-RH              PIC X(10).
007020     05 WS-CHAVE-UND             PIC X(10).
007030     05 WS-CLOTAC-RH             PIC X(10).
007900     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
008000     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
008100     05 WS-QFUNC-ATUAL           PIC S9(5)V COMP-3.
008200     05 WS-CUSUARIO              PIC X(9) VALUE 'UORG0054'.
008210     05 WS-IREFER-HEADER         PIC X(10).
008220     05 WS-NSEQ-RECEPC           PIC S9(9)V COMP-3.
008225     05 WS-AAMM-REFER            PIC S9(6)V COMP-3 VALUE ZERO.
008230 01  WS-SW-ARQ-BLOQUEADO         PIC X(1) VALUE 'N'.
008240     88 WS-ARQ-BLOQUEADO             VALUE 'S'.
008300 COPY UORGS054.
010046     EVALUATE TRUE
010047         WHEN UORGS054-REG-HEADER
010048             MOVE UORGS054-HDR-ANO-MES TO WS-IREFER-HEADER
010049             IF UORGS054-HDR-ANO-MES IS NUMERIC
010050                 MOVE UORGS054-HDR-ANO-MES TO WS-AAMM-REFER
010051             END-IF
010052         WHEN UORGS054-REG-TRAILER
010053             MOVE UORGS054-TRL-QTDE-REGS TO WS-QTDE-TRAILER
010054         WHEN UORGS054-REG-DETALHE
010055             ADD 1 TO WS-QTDE-DETALHE
010056         WHEN OTHER
010057             CONTINUE
010058     END-EVALUATE.
010059 0600-CONTAR-REGISTRO-EXIT.
010060     EXIT.
010200******************************************************************
010210*    1000-ABRIR-ARQUIVOS                                        *
010300******************************************************************
010600     OPEN OUTPUT REL-UORGR054.
010700     EXEC SQL
010800         DECLARE CUR-UORG0054 CURSOR FOR
010810         SELECT X.CIDENT_EXTER, U.CPSSOA_JURID, U.NSEQ_UND_ORGNZ
010820           FROM DB2PRD.TUND_ORGNZ U,
010830                DB2PRD.TIDENT_EXTER_UND X
010840          WHERE U.CSIT_UND_ORGNZ = 1
010850            AND X.CPSSOA_JURID   = U.CPSSOA_JURID
010860            AND X.NSEQ_UND_ORGNZ = U.NSEQ_UND_ORGNZ
010870            AND X.CSIST_EXTER    = 'RH'
010880          ORDER BY X.CIDENT_EXTER
011300     END-EXEC.
011400     EXEC SQL
011500         OPEN CUR-UORG0054
015100*    3000-ATUALIZAR-EFETIVO                                     *
015200******************************************************************
015300 3000-ATUALIZAR-EFETIVO         SECTION.
015600     EXEC SQL
015700         UPDATE DB2PRD.TUND_ORGNZ
015800            SET QFUNC_ATUAL_UND_ORGNZ = :WS-QFUNC-ATUAL,
016400     IF SQLCODE = ZERO
016500         ADD 1 TO WS-QTDE-ATUALIZADA
016600         ADD 1 TO WS-CONTADOR-CKPT
016610         PERFORM 3100-GRAVAR-EFETIVO-MES
016620             THRU 3100-GRAVAR-EFETIVO-MES-EXIT
016700         IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
016800             EXEC SQL
016900                 COMMIT
017200         END-IF
017300     ELSE
017400         DISPLAY 'UORG0054 - ERRO SQLCODE=' SQLCODE
017410             ' NO UPDATE DA UNIDADE ' WS-CPSSOA-JURID
017420             '/' WS-NSEQ-UND-ORGNZ
017700     END-IF.
017800 3000-ATUALIZAR-EFETIVO-EXIT.
017900     EXIT.
017902******************************************************************
017904*    3100-GRAVAR-EFETIVO-MES                                    *
017906*    SERIE MENSAL DO EFETIVO: ATUALIZA A LINHA DO MES OU INCLUI *
017908******************************************************************
017910 3100-GRAVAR-EFETIVO-MES        SECTION.
017912     IF WS-AAMM-REFER = ZERO
017914         GO TO 3100-GRAVAR-EFETIVO-MES-EXIT
017916     END-IF.
017918     EXEC SQL
017920         UPDATE DB2PRD.TEFETV_MENSAL_UND
017922            SET QFUNC_EFETV  = :WS-QFUNC-ATUAL,
017924                CUSUAR_MANUT = :WS-CUSUARIO,
017926                HMANUT_REG   = CURRENT TIMESTAMP
017928          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
017930            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
017932            AND AAMM_REFER     = :WS-AAMM-REFER
017934     END-EXEC.
017936     IF SQLCODE = 100
017938         EXEC SQL
017940             INSERT INTO DB2PRD.TEFETV_MENSAL_UND
017942                    (CPSSOA_JURID, NSEQ_UND_ORGNZ, AAMM_REFER,
017944                     QFUNC_EFETV, CUSUAR_INCL, HINCL_REG)
017946             VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
017948                     :WS-AAMM-REFER, :WS-QFUNC-ATUAL,
017950                     :WS-CUSUARIO, CURRENT TIMESTAMP)
017952         END-EXEC
017954     END-IF.
017956     IF SQLCODE NOT = ZERO
017958         DISPLAY 'UORG0054 - ERRO SQLCODE=' SQLCODE
017960             ' NA SERIE MENSAL DA UNIDADE ' WS-CPSSOA-JURID
017962             '/' WS-NSEQ-UND-ORGNZ
017964     END-IF.
017966 3100-GRAVAR-EFETIVO-MES-EXIT.
017968     EXIT.
018000******************************************************************
018100*    4000-EXCECAO-RH                                            *
018200******************************************************************
018400     ADD 1 TO WS-QTDE-RH-SEM-UND.
018500     MOVE SPACES TO UORGR054-LINHA.
018600     MOVE ' ' TO UORGR054-CTL-IMPRESSAO.
018610     MOVE WS-CHAVE-RH TO UORGR054-CLOTAC-RH.
018900     MOVE WS-QFUNC-ATUAL TO UORGR054-QFUNC-ATUAL.
019000     MOVE 'REGISTRO DO RH SEM UNIDADE ATIVA'
019100         TO UORGR054-MENSAGEM.
019900     ADD 1 TO WS-QTDE-UND-SEM-RH.
020000     MOVE SPACES TO UORGR054-LINHA.
020100     MOVE ' ' TO UORGR054-CTL-IMPRESSAO.
020110     MOVE WS-CPSSOA-JURID TO UORGR054-CPSSOA-JURID.
020120     MOVE WS-NSEQ-UND-ORGNZ TO UORGR054-NSEQ-UND-ORGNZ.
020130     MOVE WS-CHAVE-UND TO UORGR054-CLOTAC-RH.
020400     MOVE 'UNIDADE ATIVA NAO INFORMADA PELO RH'
020500         TO UORGR054-MENSAGEM.
020600     WRITE REL-UORGR054-REG FROM UORGR054-LINHA.
026800             GO TO 8000-LER-RH
026900         WHEN UORGS054-REG-DETALHE
027000             ADD 1 TO WS-QTDE-DETALHE
027010             MOVE UORGS054-CLOTAC-RH TO WS-CHAVE-RH
027300             MOVE UORGS054-QFUNC-ATUAL TO WS-QFUNC-ATUAL
027400         WHEN OTHER
027500             DISPLAY 'UORG0054 - TIPO DE REGISTRO INVALIDO: '
029000     END-IF.
029100     EXEC SQL
029200         FETCH CUR-UORG0054
029300          INTO :WS-CLOTAC-RH, :WS-CPSSOA-JURID,
029310               :WS-NSEQ-UND-ORGNZ
029400     END-EXEC.
029500     EVALUATE TRUE
029600         WHEN SQLCODE = 100
030200             MOVE 'S' TO WS-SW-FIM-CURSOR
030300             MOVE WS-CHAVE-ALTA TO WS-CHAVE-UND
030400         WHEN OTHER
030410             MOVE WS-CLOTAC-RH TO WS-CHAVE-UND
030700     END-EVALUATE.
030800 8100-LER-UNIDADE-EXIT.
030900     EXIT.
