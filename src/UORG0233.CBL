000100******************************************************************
000200*                                                                *
000300* PROGRAM-ID.  UORG0233                                         *
000400*                                                                *
000500******************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.              UORG0233.
000800 AUTHOR.                  E.SILVEIRA.
000900 INSTALLATION.            GEPES - GESTAO DE UNIDADES.
001000 DATE-WRITTEN.            15/10/2026.
001100 DATE-COMPILED.
001200******************************************************************
001300* MODIFICATION HISTORY                                          *
001400* ---------------------------------------------------------------*
001500* 15/10/2026 ES  CRIACAO - SOLICITACOES DE CORRECAO DO CADASTRO  *
001600*                DA UNIDADE PELOS GERENTES (INTRANET, UORGS233): *
001700*                VALIDACAO, FILA DE APROVACAO DA UO71 E RETORNO  *
001800*                AO SOLICITANTE (UORGS234).                      *
001900******************************************************************
002000*
002100*    FUNCAO: PROCESSAMENTO DIARIO DAS SOLICITACOES DE CORRECAO
002200*    DO CADASTRO DA UNIDADE ENVIADAS PELOS GERENTES NO
002300*    FORMULARIO DA INTRANET (ARQUIVO UORGS233), QUE SUBSTITUEM
002400*    O TELEFONEMA OU E-MAIL REDIGITADO NA UO98, NA UO56 E NO
002500*    ARQUIVO UORGS100.
002600*    1 - DEVOLVE NO RETORNO (UORGS234) AS SOLICITACOES DECIDIDAS
002700*        NA UO71 DESDE A EXECUCAO ANTERIOR: PENDENCIA APROVADA
002800*        ('A' - JA APLICADA NO CADASTRO PELA UO71) OU REJEITADA
002900*        ('N'); A SOLICITACAO FICA MARCADA COMO DEVOLVIDA.
003000*    2 - VALIDA CADA SOLICITACAO DO DIA COM AS MESMAS REGRAS DAS
003100*        TRANSACOES DE MANUTENCAO: UNIDADE EXISTENTE EM
003200*        TUND_ORGNZ; CONTATOS (TELEFONE, TELALTRN, EMAIL,
003300*        GERENTE, MATRGER) COMO NA UO98 - TELEFONE PRINCIPAL E
003400*        GERENTE NAO PODEM FICAR EM BRANCO E O CONTATO PRECISA
003500*        ESTAR CADASTRADO; HORARIO COMO NA UORG0100 (HHMM
003600*        PLAUSIVEIS, INICIO ANTERIOR AO FIM, FAIXA DO SABADO SO
003700*        COM INDICADOR 'S'); ENDERECO COMO NA UO56, COM O CEP
003800*        CONFERIDO NO DIRETORIO DOS CORREIOS (UORG0134); E NO
003900*        MAXIMO UMA SOLICITACAO EM ABERTO POR UNIDADE E CAMPO.
004000*        A RECUSADA VOLTA COM O MOTIVO ('R'); A VALIDA E GRAVADA
004100*        EM TSOLIC_MANUT_UND COM O VALOR COMPLETO E ENTRA NA FILA
004200*        DE APROVACAO TPEND_APRVC_MANUT (CTAB_DESTINO
004300*        'TSOLIC_MANUT_UND', NUMERO DA SOLICITACAO EM
004400*        CCOD_PRINCIPAL, UNIDADE EM CCOD_AUXILIAR/NSEQ_AUXILIAR,
004500*        CAMPO EM RCHAVE_TEXTO, RESUMO DO VALOR EM RDESCR_PEND,
004600*        MATRICULA DO GERENTE COMO SOLICITANTE), VOLTANDO COMO
004700*        'P' COM O NUMERO DA SOLICITACAO.
004800*    COMMIT A CADA WS-INTERVALO-CKPT SOLICITACOES. TERMINA COM
004900*    CODIGO 8 QUANDO HOUVER ERRO DE SQL.
005000*
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER.         IBM-390.
005400 OBJECT-COMPUTER.         IBM-390.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT ARQ-UORGS233 ASSIGN TO UORGS233
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT ARQ-UORGS234 ASSIGN TO UORGS234
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  ARQ-UORGS233
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  ARQ-UORGS233-REG            PIC X(200).
006700 FD  ARQ-UORGS234
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  ARQ-UORGS234-REG            PIC X(150).
007100 WORKING-STORAGE SECTION.
007200     EXEC SQL INCLUDE SQLCA END-EXEC.
007300 01  WS-SWITCHES.
007400     05 WS-SW-FIM-ARQUIVO        PIC X(1) VALUE 'N'.
007500        88 WS-FIM-ARQUIVO             VALUE 'S'.
007600     05 WS-SW-FIM-DECISAO        PIC X(1) VALUE 'N'.
007700        88 WS-FIM-DECISAO             VALUE 'S'.
007800     05 WS-SW-PEND-GRAVADA       PIC X(1) VALUE 'N'.
007900        88 WS-PEND-GRAVADA            VALUE 'S'.
008000 01  WS-CONTADORES.
008100     05 WS-QTDE-LIDA             PIC S9(7) COMP VALUE ZERO.
008200     05 WS-QTDE-REGISTRADA       PIC S9(7) COMP VALUE ZERO.
008300     05 WS-QTDE-RECUSADA         PIC S9(7) COMP VALUE ZERO.
008400     05 WS-QTDE-DECISAO          PIC S9(7) COMP VALUE ZERO.
008500     05 WS-QTDE-ERRO             PIC S9(7) COMP VALUE ZERO.
008600     05 WS-CONTADOR-CKPT         PIC S9(5) COMP VALUE ZERO.
008700     05 WS-QTDE-EXISTE           PIC S9(7) COMP VALUE ZERO.
008800 01  WS-CONSTANTES.
008900     05 WS-INTERVALO-CKPT        PIC S9(5) COMP VALUE 100.
009000     05 WS-CUSUARIO              PIC X(9)  VALUE 'UORG0233'.
009100 01  WS-AREA-TRABALHO.
009200     05 WS-NSEQ-SOLIC            PIC S9(10)V COMP-3.
009300     05 WS-NSEQ-PEND             PIC S9(10)V COMP-3.
009400     05 WS-NPROTOC-INTRANET      PIC S9(10)V COMP-3.
009500     05 WS-CMATR-SOLIC           PIC X(9).
009600     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
009700     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
009800     05 WS-CCAMPO-SOLIC          PIC X(8).
009900     05 WS-RVALOR-NOVO           PIC X(100).
010000     05 WS-RDESCR-PEND           PIC X(40).
010100     05 WS-RCHAVE-TEXTO          PIC X(24).
010200     05 WS-CSIT-PEND             PIC S9(1)V COMP-3.
010300     05 WS-CSIT-SOLIC            PIC X(1).
010400     05 WS-CUSUAR-APRVC          PIC X(9).
010500     05 WS-CENDRC-POSTAL         PIC S9(8)V COMP-3.
010600     05 WS-CMUNIC-IBGE           PIC S9(7)V COMP-3.
010700     05 WS-TAM-CAMPO             PIC S9(4) COMP VALUE ZERO.
010800     05 WS-MOTIVO                PIC X(60).
010900 COPY UORGS233.
011000 COPY UORGS234.
011100 COPY UORGL134.
011200 COPY UORGL043.
011300 PROCEDURE DIVISION.
011400******************************************************************
011500*    0000-MAINLINE                                               *
011600******************************************************************
011700 0000-MAINLINE                  SECTION.
011800     PERFORM 9500-REGISTRAR-INICIO
011900         THRU 9500-REGISTRAR-INICIO-EXIT.
012000     OPEN INPUT ARQ-UORGS233.
012100     OPEN OUTPUT ARQ-UORGS234.
012200     PERFORM 1000-DEVOLVER-DECISOES
012300         THRU 1000-DEVOLVER-DECISOES-EXIT.
012400     PERFORM 8000-LER-ARQUIVO
012500         THRU 8000-LER-ARQUIVO-EXIT.
012600     PERFORM 2000-PROCESSAR-SOLICITACAO
012700         THRU 2000-PROCESSAR-SOLICITACAO-EXIT
012800         UNTIL WS-FIM-ARQUIVO.
012900     CLOSE ARQ-UORGS233.
013000     CLOSE ARQ-UORGS234.
013100     DISPLAY 'UORG0233 - LIDAS: ' WS-QTDE-LIDA
013200         ' REGISTRADAS: ' WS-QTDE-REGISTRADA
013300         ' RECUSADAS: ' WS-QTDE-RECUSADA
013400         ' DECISOES DEVOLVIDAS: ' WS-QTDE-DECISAO.
013500     PERFORM 9600-REGISTRAR-FIM
013600         THRU 9600-REGISTRAR-FIM-EXIT.
013700     GOBACK.
013800 0000-MAINLINE-EXIT.
013900     EXIT.
014000******************************************************************
014100*    1000-DEVOLVER-DECISOES                                      *
014200*    SOLICITACOES AINDA NAO DEVOLVIDAS CUJA PENDENCIA JA FOI     *
014300*    APROVADA (1) OU REJEITADA (2) NA UO71                       *
014400******************************************************************
014500 1000-DEVOLVER-DECISOES         SECTION.
014600     EXEC SQL
014700         DECLARE CUR-DECISAO CURSOR FOR
014800         SELECT S.NSEQ_SOLIC_MANUT, S.NPROTOC_INTRANET,
014900                S.CMATR_SOLIC, S.CPSSOA_JURID,
015000                S.NSEQ_UND_ORGNZ, S.CCAMPO_SOLIC,
015100                P.CSIT_PEND, COALESCE(P.CUSUAR_APRVC, ' ')
015200           FROM DB2PRD.TSOLIC_MANUT_UND  S,
015300                DB2PRD.TPEND_APRVC_MANUT P
015400          WHERE S.CINDCD_DEVOLV   = 'N'
015500            AND P.NSEQ_PEND_APRVC = S.NSEQ_PEND_APRVC
015600            AND P.CSIT_PEND IN (1, 2)
015700          ORDER BY S.NSEQ_SOLIC_MANUT
015800     END-EXEC.
015900     EXEC SQL
016000         OPEN CUR-DECISAO
016100     END-EXEC.
016200     IF SQLCODE NOT = ZERO
016300         DISPLAY 'UORG0233 - ERRO SQLCODE=' SQLCODE
016400             ' NA ABERTURA DO CURSOR DE DECISOES'
016500         ADD 1 TO WS-QTDE-ERRO
016600         GO TO 1000-DEVOLVER-DECISOES-EXIT
016700     END-IF.
016800     PERFORM 8100-LER-DECISAO
016900         THRU 8100-LER-DECISAO-EXIT.
017000     PERFORM 1100-DEVOLVER-DECISAO
017100         THRU 1100-DEVOLVER-DECISAO-EXIT
017200         UNTIL WS-FIM-DECISAO.
017300     EXEC SQL
017400         CLOSE CUR-DECISAO
017500     END-EXEC.
017600     EXEC SQL
017700         COMMIT
017800     END-EXEC.
017900 1000-DEVOLVER-DECISOES-EXIT.
018000     EXIT.
018100******************************************************************
018200*    1100-DEVOLVER-DECISAO                                       *
018300*    GRAVA O RETORNO E MARCA A SOLICITACAO COMO DEVOLVIDA        *
018400******************************************************************
018500 1100-DEVOLVER-DECISAO          SECTION.
018600     MOVE SPACES TO UORGS234-REGISTRO.
018700     MOVE WS-NPROTOC-INTRANET TO UORGS234-NPROTOC-INTRANET.
018800     MOVE WS-CMATR-SOLIC TO UORGS234-CMATR-SOLIC.
018900     MOVE WS-CPSSOA-JURID TO UORGS234-CPSSOA-JURID.
019000     MOVE WS-NSEQ-UND-ORGNZ TO UORGS234-NSEQ-UND-ORGNZ.
019100     MOVE WS-CCAMPO-SOLIC TO UORGS234-CCAMPO-SOLIC.
019200     MOVE WS-NSEQ-SOLIC TO UORGS234-NSEQ-SOLIC-MANUT.
019300     MOVE WS-CUSUAR-APRVC TO UORGS234-CUSUAR-APRVC.
019400     IF WS-CSIT-PEND = 1
019500         MOVE 'A' TO WS-CSIT-SOLIC
019600         SET UORGS234-APROVADA TO TRUE
019700         MOVE 'APROVADA E APLICADA NO CADASTRO DA UNIDADE'
019800             TO UORGS234-RMOTIVO
019900     ELSE
020000         MOVE 'N' TO WS-CSIT-SOLIC
020100         SET UORGS234-NAO-APROVADA TO TRUE
020200         MOVE 'NAO APROVADA NA REVISAO DA GEPES'
020300             TO UORGS234-RMOTIVO
020400     END-IF.
020500     EXEC SQL
020600         UPDATE DB2PRD.TSOLIC_MANUT_UND
020700            SET CSIT_SOLIC    = :WS-CSIT-SOLIC,
020800                CINDCD_DEVOLV = 'S',
020900                CUSUAR_MANUT  = :WS-CUSUARIO,
021000                HMANUT_REG    = CURRENT TIMESTAMP
021100          WHERE NSEQ_SOLIC_MANUT = :WS-NSEQ-SOLIC
021200     END-EXEC.
021300     IF SQLCODE NOT = ZERO
021400         DISPLAY 'UORG0233 - ERRO SQLCODE=' SQLCODE
021500             ' NA DEVOLUCAO DA SOLICITACAO ' WS-NSEQ-SOLIC
021600         ADD 1 TO WS-QTDE-ERRO
021700     ELSE
021800         WRITE ARQ-UORGS234-REG FROM UORGS234-REGISTRO
021900         ADD 1 TO WS-QTDE-DECISAO
022000     END-IF.
022100     PERFORM 8100-LER-DECISAO
022200         THRU 8100-LER-DECISAO-EXIT.
022300 1100-DEVOLVER-DECISAO-EXIT.
022400     EXIT.
022500******************************************************************
022600*    2000-PROCESSAR-SOLICITACAO                                  *
022700******************************************************************
022800 2000-PROCESSAR-SOLICITACAO     SECTION.
022900     ADD 1 TO WS-QTDE-LIDA.
023000     MOVE SPACES TO WS-MOTIVO.
023100     PERFORM 3000-VALIDAR-SOLICITACAO
023200         THRU 3000-VALIDAR-SOLICITACAO-EXIT.
023300     IF WS-MOTIVO = SPACES
023400         PERFORM 4000-REGISTRAR-SOLICITACAO
023500             THRU 4000-REGISTRAR-SOLICITACAO-EXIT
023600     END-IF.
023700     PERFORM 5000-GRAVAR-RETORNO
023800         THRU 5000-GRAVAR-RETORNO-EXIT.
023900     ADD 1 TO WS-CONTADOR-CKPT.
024000     IF WS-CONTADOR-CKPT >= WS-INTERVALO-CKPT
024100         EXEC SQL
024200             COMMIT
024300         END-EXEC
024400         MOVE ZERO TO WS-CONTADOR-CKPT
024500     END-IF.
024600     PERFORM 8000-LER-ARQUIVO
024700         THRU 8000-LER-ARQUIVO-EXIT.
024800 2000-PROCESSAR-SOLICITACAO-EXIT.
024900     EXIT.
025000******************************************************************
025100*    3000-VALIDAR-SOLICITACAO                                    *
025200*    CHAVE, UNIDADE, REGRAS DO CAMPO E DUPLICIDADE; A RECUSA     *
025300*    DEIXA O MOTIVO EM WS-MOTIVO                                 *
025400******************************************************************
025500 3000-VALIDAR-SOLICITACAO       SECTION.
025600     IF UORGS233-NPROTOC-INTRANET IS NOT NUMERIC
025700         OR UORGS233-CPSSOA-JURID IS NOT NUMERIC
025800         OR UORGS233-NSEQ-UND-ORGNZ IS NOT NUMERIC
025900         OR UORGS233-CMATR-SOLIC = SPACES
026000         MOVE 'PROTOCOLO, UNIDADE OU MATRICULA INVALIDOS'
026100             TO WS-MOTIVO
026200         GO TO 3000-VALIDAR-SOLICITACAO-EXIT
026300     END-IF.
026400     MOVE UORGS233-NPROTOC-INTRANET TO WS-NPROTOC-INTRANET.
026500     MOVE UORGS233-CMATR-SOLIC TO WS-CMATR-SOLIC.
026600     MOVE UORGS233-CPSSOA-JURID TO WS-CPSSOA-JURID.
026700     MOVE UORGS233-NSEQ-UND-ORGNZ TO WS-NSEQ-UND-ORGNZ.
026800     MOVE UORGS233-CCAMPO-SOLIC TO WS-CCAMPO-SOLIC.
026900     MOVE ZERO TO WS-QTDE-EXISTE.
027000     EXEC SQL
027100         SELECT COUNT(*)
027200           INTO :WS-QTDE-EXISTE
027300           FROM DB2PRD.TUND_ORGNZ
027400          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
027500            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
027600     END-EXEC.
027700     IF SQLCODE NOT = ZERO
027800         PERFORM 3900-ERRO-VALIDACAO
027900             THRU 3900-ERRO-VALIDACAO-EXIT
028000         GO TO 3000-VALIDAR-SOLICITACAO-EXIT
028100     END-IF.
028200     IF WS-QTDE-EXISTE = ZERO
028300         MOVE 'UNIDADE NAO ENCONTRADA NO CADASTRO' TO WS-MOTIVO
028400         GO TO 3000-VALIDAR-SOLICITACAO-EXIT
028500     END-IF.
028600     EVALUATE TRUE
028700         WHEN UORGS233-CAMPO-TELEFONE
028800         WHEN UORGS233-CAMPO-TEL-ALTRN
028900         WHEN UORGS233-CAMPO-EMAIL
029000         WHEN UORGS233-CAMPO-GERENTE
029100         WHEN UORGS233-CAMPO-MATR-GERENTE
029200             PERFORM 3100-VALIDAR-CONTATO
029300                 THRU 3100-VALIDAR-CONTATO-EXIT
029400         WHEN UORGS233-CAMPO-HORARIO
029500             PERFORM 3200-VALIDAR-HORARIO
029600                 THRU 3200-VALIDAR-HORARIO-EXIT
029700         WHEN UORGS233-CAMPO-ENDERECO
029800             PERFORM 3300-VALIDAR-ENDERECO
029900                 THRU 3300-VALIDAR-ENDERECO-EXIT
030000         WHEN OTHER
030100             MOVE 'CAMPO SOLICITADO INVALIDO' TO WS-MOTIVO
030200     END-EVALUATE.
030300     IF WS-MOTIVO NOT = SPACES
030400         GO TO 3000-VALIDAR-SOLICITACAO-EXIT
030500     END-IF.
030600     PERFORM 3400-VERIFICAR-DUPLICIDADE
030700         THRU 3400-VERIFICAR-DUPLICIDADE-EXIT.
030800 3000-VALIDAR-SOLICITACAO-EXIT.
030900     EXIT.
031000******************************************************************
031100*    3100-VALIDAR-CONTATO                                        *
031200*    REGRAS DA UO98: TELEFONE PRINCIPAL E GERENTE OBRIGATORIOS;  *
031300*    VALOR NO TAMANHO DA COLUNA; CONTATO JA CADASTRADO           *
031400******************************************************************
031500 3100-VALIDAR-CONTATO           SECTION.
031600     EVALUATE TRUE
031700         WHEN UORGS233-CAMPO-TELEFONE
031800             IF UORGS233-RVALOR-NOVO = SPACES
031900                 MOVE 'TELEFONE PRINCIPAL NAO INFORMADO'
032000                     TO WS-MOTIVO
032100                 GO TO 3100-VALIDAR-CONTATO-EXIT
032200             END-IF
032300             MOVE 15 TO WS-TAM-CAMPO
032400         WHEN UORGS233-CAMPO-TEL-ALTRN
032500             MOVE 15 TO WS-TAM-CAMPO
032600         WHEN UORGS233-CAMPO-EMAIL
032700             MOVE 50 TO WS-TAM-CAMPO
032800         WHEN UORGS233-CAMPO-GERENTE
032900             IF UORGS233-RVALOR-NOVO = SPACES
033000                 MOVE 'NOME DO GERENTE NAO INFORMADO'
033100                     TO WS-MOTIVO
033200                 GO TO 3100-VALIDAR-CONTATO-EXIT
033300             END-IF
033400             MOVE 40 TO WS-TAM-CAMPO
033500         WHEN OTHER
033600             MOVE 9 TO WS-TAM-CAMPO
033700     END-EVALUATE.
033800     IF UORGS233-RVALOR-NOVO (WS-TAM-CAMPO + 1:) NOT = SPACES
033900         MOVE 'NOVO VALOR MAIOR QUE O TAMANHO DO CAMPO'
034000             TO WS-MOTIVO
034100         GO TO 3100-VALIDAR-CONTATO-EXIT
034200     END-IF.
034300     MOVE ZERO TO WS-QTDE-EXISTE.
034400     EXEC SQL
034500         SELECT COUNT(*)
034600           INTO :WS-QTDE-EXISTE
034700           FROM DB2PRD.TCONTT_UND_ORGNZ
034800          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
034900            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
035000     END-EXEC.
035100     IF SQLCODE NOT = ZERO
035200         PERFORM 3900-ERRO-VALIDACAO
035300             THRU 3900-ERRO-VALIDACAO-EXIT
035400         GO TO 3100-VALIDAR-CONTATO-EXIT
035500     END-IF.
035600     IF WS-QTDE-EXISTE = ZERO
035700         MOVE 'UNIDADE SEM CONTATO CADASTRADO - PROCURAR A GEPES'
035800             TO WS-MOTIVO
035900     END-IF.
036000 3100-VALIDAR-CONTATO-EXIT.
036100     EXIT.
036200******************************************************************
036300*    3200-VALIDAR-HORARIO                                        *
036400*    REGRAS DA UORG0100: HHMM PLAUSIVEIS E INICIO ANTERIOR AO    *
036500*    FIM; SEM SABADO, A FAIXA DO SABADO E ZERADA NO VALOR        *
036600******************************************************************
036700 3200-VALIDAR-HORARIO           SECTION.
036800     IF UORGS233-HINIC-SEMANA IS NOT NUMERIC
036900         OR UORGS233-HFIM-SEMANA IS NOT NUMERIC
037000         OR UORGS233-HINIC-SEMANA (1:2) > '23'
037100         OR UORGS233-HFIM-SEMANA (1:2) > '23'
037200         OR UORGS233-HINIC-SEMANA (3:2) > '59'
037300         OR UORGS233-HFIM-SEMANA (3:2) > '59'
037400         OR UORGS233-HINIC-SEMANA >= UORGS233-HFIM-SEMANA
037500         MOVE 'FAIXA DE SEGUNDA A SEXTA INVALIDA' TO WS-MOTIVO
037600         GO TO 3200-VALIDAR-HORARIO-EXIT
037700     END-IF.
037800     IF UORGS233-ABRE-SABADO
037900         IF UORGS233-HINIC-SABADO IS NOT NUMERIC
038000             OR UORGS233-HFIM-SABADO IS NOT NUMERIC
038100             OR UORGS233-HINIC-SABADO (1:2) > '23'
038200             OR UORGS233-HFIM-SABADO (1:2) > '23'
038300             OR UORGS233-HINIC-SABADO (3:2) > '59'
038400             OR UORGS233-HFIM-SABADO (3:2) > '59'
038500             OR UORGS233-HINIC-SABADO >= UORGS233-HFIM-SABADO
038600             MOVE 'FAIXA DE SABADO INVALIDA' TO WS-MOTIVO
038700             GO TO 3200-VALIDAR-HORARIO-EXIT
038800         END-IF
038900     ELSE
039000         MOVE 'N' TO UORGS233-CINDCD-SABADO
039100         MOVE ZERO TO UORGS233-HINIC-SABADO
039200                      UORGS233-HFIM-SABADO
039300     END-IF.
039400 3200-VALIDAR-HORARIO-EXIT.
039500     EXIT.
039600******************************************************************
039700*    3300-VALIDAR-ENDERECO                                       *
039800*    REGRAS DA UO56 E CEP NO DIRETORIO DOS CORREIOS (UORG0134)   *
039900******************************************************************
040000 3300-VALIDAR-ENDERECO          SECTION.
040100     IF UORGS233-IENDRC-LOGRD = SPACES
040200         MOVE 'LOGRADOURO NAO INFORMADO' TO WS-MOTIVO
040300         GO TO 3300-VALIDAR-ENDERECO-EXIT
040400     END-IF.
040500     IF UORGS233-CENDRC-POSTAL IS NOT NUMERIC
040600         MOVE 'CEP INVALIDO' TO WS-MOTIVO
040700         GO TO 3300-VALIDAR-ENDERECO-EXIT
040800     END-IF.
040900     IF UORGS233-CMUNIC-IBGE IS NOT NUMERIC
041000         MOVE 'CODIGO IBGE DO MUNICIPIO INVALIDO' TO WS-MOTIVO
041100         GO TO 3300-VALIDAR-ENDERECO-EXIT
041200     END-IF.
041300     IF UORGS233-CUF-UND-ORGNZ = SPACES
041400         MOVE 'UF NAO INFORMADA' TO WS-MOTIVO
041500         GO TO 3300-VALIDAR-ENDERECO-EXIT
041600     END-IF.
041700     MOVE UORGS233-CENDRC-POSTAL TO WS-CENDRC-POSTAL.
041800     MOVE UORGS233-CMUNIC-IBGE TO WS-CMUNIC-IBGE.
041900     MOVE WS-CENDRC-POSTAL TO UORGL134-CENDRC-POSTAL.
042000     MOVE WS-CMUNIC-IBGE TO UORGL134-CMUNIC-IBGE.
042100     CALL 'UORG0134' USING UORGL134-PARMS.
042200     EVALUATE TRUE
042300         WHEN UORGL134-CEP-INEXISTENTE
042400             MOVE 'CEP INEXISTENTE NO DIRETORIO DOS CORREIOS'
042500                 TO WS-MOTIVO
042600         WHEN UORGL134-MUNIC-DIVERGENTE
042700             MOVE 'CEP PERTENCE A OUTRO MUNICIPIO' TO WS-MOTIVO
042800         WHEN UORGL134-ERRO-SQL
042900             PERFORM 3900-ERRO-VALIDACAO
043000                 THRU 3900-ERRO-VALIDACAO-EXIT
043100         WHEN OTHER
043200             CONTINUE
043300     END-EVALUATE.
043400 3300-VALIDAR-ENDERECO-EXIT.
043500     EXIT.
043600******************************************************************
043700*    3400-VERIFICAR-DUPLICIDADE                                  *
043800*    NO MAXIMO UMA SOLICITACAO EM ABERTO POR UNIDADE E CAMPO     *
043900******************************************************************
044000 3400-VERIFICAR-DUPLICIDADE     SECTION.
044100     MOVE ZERO TO WS-QTDE-EXISTE.
044200     EXEC SQL
044300         SELECT COUNT(*)
044400           INTO :WS-QTDE-EXISTE
044500           FROM DB2PRD.TSOLIC_MANUT_UND
044600          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
044700            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
044800            AND CCAMPO_SOLIC   = :WS-CCAMPO-SOLIC
044900            AND CSIT_SOLIC     = 'P'
045000     END-EXEC.
045100     IF SQLCODE NOT = ZERO
045200         PERFORM 3900-ERRO-VALIDACAO
045300             THRU 3900-ERRO-VALIDACAO-EXIT
045400         GO TO 3400-VERIFICAR-DUPLICIDADE-EXIT
045500     END-IF.
045600     IF WS-QTDE-EXISTE > ZERO
045700         MOVE 'JA HA SOLICITACAO EM ABERTO PARA O CAMPO'
045800             TO WS-MOTIVO
045900     END-IF.
046000 3400-VERIFICAR-DUPLICIDADE-EXIT.
046100     EXIT.
046200******************************************************************
046300*    3900-ERRO-VALIDACAO                                         *
046400******************************************************************
046500 3900-ERRO-VALIDACAO            SECTION.
046600     DISPLAY 'UORG0233 - ERRO SQLCODE=' SQLCODE
046700         ' NA VALIDACAO DO PROTOCOLO ' UORGS233-NPROTOC-INTRANET.
046800     ADD 1 TO WS-QTDE-ERRO.
046900     MOVE 'ERRO NA VALIDACAO - REENVIAR A SOLICITACAO'
047000         TO WS-MOTIVO.
047100 3900-ERRO-VALIDACAO-EXIT.
047200     EXIT.
047300******************************************************************
047400*    4000-REGISTRAR-SOLICITACAO                                  *
047500*    QUATRO OLHOS: A SOLICITACAO VALIDADA NAO E APLICADA AQUI -  *
047600*    FICA PENDENTE EM TPEND_APRVC_MANUT ATE A APROVACAO NA UO71, *
047700*    QUE LE O VALOR COMPLETO EM TSOLIC_MANUT_UND; SE A           *
047800*    SOLICITACAO NAO PUDER SER GRAVADA, A PENDENCIA E DESFEITA   *
047900******************************************************************
048000 4000-REGISTRAR-SOLICITACAO     SECTION.
048100     MOVE 'N' TO WS-SW-PEND-GRAVADA.
048200     EXEC SQL
048300         SELECT COALESCE(MAX(NSEQ_PEND_APRVC), 0) + 1
048400           INTO :WS-NSEQ-PEND
048500           FROM DB2PRD.TPEND_APRVC_MANUT
048600     END-EXEC.
048700     IF SQLCODE = ZERO
048800         EXEC SQL
048900             SELECT COALESCE(MAX(NSEQ_SOLIC_MANUT), 0) + 1
049000               INTO :WS-NSEQ-SOLIC
049100               FROM DB2PRD.TSOLIC_MANUT_UND
049200         END-EXEC
049300     END-IF.
049400     IF SQLCODE NOT = ZERO
049500         GO TO 4000-REGISTRAR-SOLICITACAO-ERRO
049600     END-IF.
049700     MOVE UORGS233-RVALOR-NOVO TO WS-RVALOR-NOVO.
049800     PERFORM 4100-MONTAR-DESCRICAO
049900         THRU 4100-MONTAR-DESCRICAO-EXIT.
050000     MOVE SPACES TO WS-RCHAVE-TEXTO.
050100     MOVE WS-CCAMPO-SOLIC TO WS-RCHAVE-TEXTO (1:8).
050200     EXEC SQL
050300         INSERT INTO DB2PRD.TPEND_APRVC_MANUT
050400                (NSEQ_PEND_APRVC, CTAB_DESTINO, CFUNCAO_PEND,
050500                 CCOD_PRINCIPAL, CCOD_AUXILIAR, NSEQ_AUXILIAR,
050600                 RDESCR_PEND, RCHAVE_TEXTO, CSIT_PEND,
050700                 CUSUAR_SOLIC, HSOLIC_REG)
050800         VALUES (:WS-NSEQ-PEND, 'TSOLIC_MANUT_UND', 'A',
050900                 :WS-NSEQ-SOLIC, :WS-CPSSOA-JURID,
051000                 :WS-NSEQ-UND-ORGNZ, :WS-RDESCR-PEND,
051100                 :WS-RCHAVE-TEXTO, 0,
051200                 :WS-CMATR-SOLIC, CURRENT TIMESTAMP)
051300     END-EXEC.
051400     IF SQLCODE NOT = ZERO
051500         GO TO 4000-REGISTRAR-SOLICITACAO-ERRO
051600     END-IF.
051700     EXEC SQL
051800         INSERT INTO DB2PRD.TSOLIC_MANUT_UND
051900                (NSEQ_SOLIC_MANUT, NPROTOC_INTRANET, CMATR_SOLIC,
052000                 CPSSOA_JURID, NSEQ_UND_ORGNZ, CCAMPO_SOLIC,
052100                 RVALOR_NOVO, CSIT_SOLIC, NSEQ_PEND_APRVC,
052200                 CINDCD_DEVOLV, CUSUAR_INCL, HINCL_REG)
052300         VALUES (:WS-NSEQ-SOLIC, :WS-NPROTOC-INTRANET,
052400                 :WS-CMATR-SOLIC, :WS-CPSSOA-JURID,
052500                 :WS-NSEQ-UND-ORGNZ, :WS-CCAMPO-SOLIC,
052600                 :WS-RVALOR-NOVO, 'P', :WS-NSEQ-PEND,
052700                 'N', :WS-CUSUARIO, CURRENT TIMESTAMP)
052800     END-EXEC.
052900     IF SQLCODE = ZERO
053000         ADD 1 TO WS-QTDE-REGISTRADA
053100         GO TO 4000-REGISTRAR-SOLICITACAO-EXIT
053200     END-IF.
053300     MOVE 'S' TO WS-SW-PEND-GRAVADA.
053400 4000-REGISTRAR-SOLICITACAO-ERRO.
053500     DISPLAY 'UORG0233 - ERRO SQLCODE=' SQLCODE
053600         ' NO REGISTRO DO PROTOCOLO ' UORGS233-NPROTOC-INTRANET.
053700     ADD 1 TO WS-QTDE-ERRO.
053800     IF WS-PEND-GRAVADA
053900         EXEC SQL
054000             DELETE FROM DB2PRD.TPEND_APRVC_MANUT
054100              WHERE NSEQ_PEND_APRVC = :WS-NSEQ-PEND
054200         END-EXEC
054300     END-IF.
054400     MOVE 'ERRO NO REGISTRO - REENVIAR A SOLICITACAO'
054500         TO WS-MOTIVO.
054600 4000-REGISTRAR-SOLICITACAO-EXIT.
054700     EXIT.
054800******************************************************************
054900*    4100-MONTAR-DESCRICAO                                       *
055000*    RESUMO LEGIVEL DO NOVO VALOR PARA O APROVADOR (RDESCR_PEND) *
055100******************************************************************
055200 4100-MONTAR-DESCRICAO          SECTION.
055300     MOVE SPACES TO WS-RDESCR-PEND.
055400     EVALUATE TRUE
055500         WHEN UORGS233-CAMPO-HORARIO
055600             IF UORGS233-ABRE-SABADO
055700                 STRING 'SEG-SEX ' UORGS233-HINIC-SEMANA '-'
055800                        UORGS233-HFIM-SEMANA ' SAB '
055900                        UORGS233-HINIC-SABADO '-'
056000                        UORGS233-HFIM-SABADO
056100                        DELIMITED BY SIZE INTO WS-RDESCR-PEND
056200             ELSE
056300                 STRING 'SEG-SEX ' UORGS233-HINIC-SEMANA '-'
056400                        UORGS233-HFIM-SEMANA ' SAB FECHADA'
056500                        DELIMITED BY SIZE INTO WS-RDESCR-PEND
056600             END-IF
056700         WHEN UORGS233-CAMPO-ENDERECO
056800             STRING 'CEP ' UORGS233-CENDRC-POSTAL ' '
056900                    UORGS233-IENDRC-LOGRD
057000                    DELIMITED BY SIZE INTO WS-RDESCR-PEND
057100         WHEN OTHER
057200             MOVE WS-RVALOR-NOVO TO WS-RDESCR-PEND
057300     END-EVALUATE.
057400 4100-MONTAR-DESCRICAO-EXIT.
057500     EXIT.
057600******************************************************************
057700*    5000-GRAVAR-RETORNO                                         *
057800*    'R' COM O MOTIVO DA RECUSA OU 'P' COM O NUMERO ATRIBUIDO    *
057900******************************************************************
058000 5000-GRAVAR-RETORNO            SECTION.
058100     MOVE SPACES TO UORGS234-REGISTRO.
058200     MOVE UORGS233-NPROTOC-INTRANET TO UORGS234-NPROTOC-INTRANET.
058300     MOVE UORGS233-CMATR-SOLIC TO UORGS234-CMATR-SOLIC.
058400     MOVE UORGS233-CPSSOA-JURID TO UORGS234-CPSSOA-JURID.
058500     MOVE UORGS233-NSEQ-UND-ORGNZ TO UORGS234-NSEQ-UND-ORGNZ.
058600     MOVE UORGS233-CCAMPO-SOLIC TO UORGS234-CCAMPO-SOLIC.
058700     IF WS-MOTIVO = SPACES
058800         SET UORGS234-PENDENTE TO TRUE
058900         MOVE WS-NSEQ-SOLIC TO UORGS234-NSEQ-SOLIC-MANUT
059000         MOVE 'REGISTRADA PARA APROVACAO DA GEPES'
059100             TO UORGS234-RMOTIVO
059200     ELSE
059300         SET UORGS234-RECUSADA TO TRUE
059400         MOVE ZERO TO UORGS234-NSEQ-SOLIC-MANUT
059500         MOVE WS-MOTIVO TO UORGS234-RMOTIVO
059600         ADD 1 TO WS-QTDE-RECUSADA
059700     END-IF.
059800     WRITE ARQ-UORGS234-REG FROM UORGS234-REGISTRO.
059900 5000-GRAVAR-RETORNO-EXIT.
060000     EXIT.
060100******************************************************************
060200*    8000-LER-ARQUIVO                                            *
060300******************************************************************
060400 8000-LER-ARQUIVO               SECTION.
060500     READ ARQ-UORGS233 INTO UORGS233-REGISTRO
060600         AT END
060700             MOVE 'S' TO WS-SW-FIM-ARQUIVO
060800     END-READ.
060900 8000-LER-ARQUIVO-EXIT.
061000     EXIT.
061100******************************************************************
061200*    8100-LER-DECISAO                                            *
061300******************************************************************
061400 8100-LER-DECISAO               SECTION.
061500     EXEC SQL
061600         FETCH CUR-DECISAO
061700          INTO :WS-NSEQ-SOLIC, :WS-NPROTOC-INTRANET,
061800               :WS-CMATR-SOLIC, :WS-CPSSOA-JURID,
061900               :WS-NSEQ-UND-ORGNZ, :WS-CCAMPO-SOLIC,
062000               :WS-CSIT-PEND, :WS-CUSUAR-APRVC
062100     END-EXEC.
062200     IF SQLCODE = 100
062300         MOVE 'S' TO WS-SW-FIM-DECISAO
062400         GO TO 8100-LER-DECISAO-EXIT
062500     END-IF.
062600     IF SQLCODE NOT = ZERO
062700         DISPLAY 'UORG0233 - ERRO SQLCODE=' SQLCODE
062800             ' NA LEITURA DO CURSOR DE DECISOES'
062900         ADD 1 TO WS-QTDE-ERRO
063000         MOVE 'S' TO WS-SW-FIM-DECISAO
063100     END-IF.
063200 8100-LER-DECISAO-EXIT.
063300     EXIT.
063400******************************************************************
063500*    9500-REGISTRAR-INICIO                                       *
063600*    ABRE O REGISTRO DA EXECUCAO EM TCTRL_EXEC_BATCH             *
063700******************************************************************
063800 9500-REGISTRAR-INICIO          SECTION.
063900     MOVE 'I' TO UORGL043-FUNCTION.
064000     MOVE 'UORG0233' TO UORGL043-CPGM-BATCH.
064100     MOVE ZERO TO UORGL043-QTDE-LIDOS UORGL043-QTDE-GRAVADOS
064200                  UORGL043-QTDE-REJEITADOS
064300                  UORGL043-CCOD-TERMINO.
064400     CALL 'UORG0043' USING UORGL043-PARMS.
064500     IF NOT UORGL043-OK
064600         DISPLAY 'UORG0233 - ERRO ' UORGL043-RETORNO
064700             ' NO REGISTRO DE INICIO DA EXECUCAO'
064800     END-IF.
064900 9500-REGISTRAR-INICIO-EXIT.
065000     EXIT.
065100******************************************************************
065200*    9600-REGISTRAR-FIM                                          *
065300*    COMPLETA O REGISTRO DA EXECUCAO COM TOTAIS E TERMINO        *
065400******************************************************************
065500 9600-REGISTRAR-FIM             SECTION.
065600     MOVE 'F' TO UORGL043-FUNCTION.
065700     MOVE WS-QTDE-LIDA TO UORGL043-QTDE-LIDOS.
065800     COMPUTE UORGL043-QTDE-GRAVADOS =
065900         WS-QTDE-REGISTRADA + WS-QTDE-DECISAO.
066000     MOVE WS-QTDE-RECUSADA TO UORGL043-QTDE-REJEITADOS.
066100     IF WS-QTDE-ERRO > ZERO
066200         MOVE 8 TO UORGL043-CCOD-TERMINO
066300     ELSE
066400         MOVE ZERO TO UORGL043-CCOD-TERMINO
066500     END-IF.
066600     CALL 'UORG0043' USING UORGL043-PARMS.
066700     IF NOT UORGL043-OK
066800         DISPLAY 'UORG0233 - ERRO ' UORGL043-RETORNO
066900             ' NO REGISTRO DE FIM DA EXECUCAO'
067000     END-IF.
067100     EXEC SQL
067200         COMMIT
067300     END-EXEC.
067400 9600-REGISTRAR-FIM-EXIT.
067500     EXIT.
