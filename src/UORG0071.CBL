002085*                APLICA O PARAMETRO NA TABELA CENTRAL, COM A   *
002090*                CHAVE PROGRAMA/PARAMETRO EM RCHAVE_TEXTO E O  *
002095*                VALOR EM RDESCR_PEND.                         *
002096* 15/10/2026 ES  NOVO DESTINO TUND_ORGNZ_HIST (UO82):          *
002097*                APROVACAO EXECUTA A CORRECAO RETROATIVA       *
002098*                DO EVENTO PELO SERVICO UORG0206; EM ERRO      *
002099*                A UNIDADE DE TRABALHO E DESFEITA.             *
002109* 15/10/2026 ES  NOVO DESTINO TSOLIC_MANUT_UND                 *
002119*                (SOLICITACOES DOS GERENTES PELA               *
002129*                INTRANET, UORG0233): APROVACAO APLICA         *
002139*                CONTATO, HORARIO OU ENDERECO.                 *
002199******************************************************************
002200*
002300*    FUNCAO: TRANSACAO CICS PSEUDO-CONVERSACIONAL. SEM ACAO, A
002400*    PENDENCIA INFORMADA (OU A MAIS ANTIGA EM ABERTO) E EXIBIDA
002900*    TNATUZ_UND_ORGNZ, TACSSO_UND_ORGNZ OU TCLASF_AG - ESTA COM
003000*    A GUARDA DE USO DA UORG0028) E AMBOS OS USUARIOS FICAM
003100*    REGISTRADOS NA PENDENCIA. PF3 ENCERRA.
003110*    NO DESTINO TUND_ORGNZ_HIST (SOLICITADO PELA UO82) A
003120*    APROVACAO EXECUTA A CORRECAO RETROATIVA DO EVENTO PELO
003130*    SERVICO UORG0206 (MOTIVO EM CCOD_PRINCIPAL, UNIDADE EM
003140*    CCOD_AUXILIAR/NSEQ_AUXILIAR, MOMENTO DO EVENTO E NOVA DATA
003150*    EM RDESCR_PEND); SE O SERVICO RECUSAR OU FALHAR, TUDO O QUE
003160*    ELE GRAVOU E DESFEITO E A PENDENCIA CONTINUA EM ABERTO.
003162*    NO DESTINO TSOLIC_MANUT_UND (SOLICITACAO DE GERENTE PELA
003164*    INTRANET, REGISTRADA PELA UORG0233) O NUMERO DA SOLICITACAO
003166*    VEM EM CCOD_PRINCIPAL E O VALOR COMPLETO E LIDO EM
003168*    TSOLIC_MANUT_UND: CONTATO (TELEFONE, TELALTRN, EMAIL,
003170*    GERENTE, MATRGER) ATUALIZADO EM TCONTT_UND_ORGNZ; HORARIO
003172*    ATUALIZADO OU INCLUIDO EM THORAR_UND_ORGNZ; ENDERECO
003174*    ATUALIZADO OU INCLUIDO EM TENDRC_UND_ORGNZ. A SOLICITACAO
003176*    FICA APLICADA ('A') E A UORG0233 DEVOLVE A DECISAO AO
003178*    GERENTE; EM ERRO A UNIDADE DE TRABALHO E DESFEITA.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005600     05 WS-CTPO-ACSSO            PIC S9(2)V COMP-3.
005700     05 WS-QTDE-EXISTE           PIC S9(7) COMP VALUE ZERO.
005800     05 WS-QTDE-EM-USO           PIC S9(7) COMP VALUE ZERO.
005802     05 WS-CCAMPO-SOLIC          PIC X(8).
005804     05 WS-RVALOR-SOLIC          PIC X(100).
005806     05 WS-RVALOR-HORARIO REDEFINES WS-RVALOR-SOLIC.
005808        10 WS-SOL-HINIC-SEMANA   PIC 9(4).
005810        10 WS-SOL-HFIM-SEMANA    PIC 9(4).
005812        10 WS-SOL-CINDCD-SABADO  PIC X(1).
005814        10 WS-SOL-HINIC-SABADO   PIC 9(4).
005816        10 WS-SOL-HFIM-SABADO    PIC 9(4).
005818        10 FILLER                PIC X(83).
005820     05 WS-RVALOR-ENDERECO REDEFINES WS-RVALOR-SOLIC.
005822        10 WS-SOL-IENDRC-LOGRD   PIC X(40).
005824        10 WS-SOL-NENDRC-LOGRD   PIC X(6).
005826        10 WS-SOL-CENDRC-POSTAL  PIC 9(8).
005828        10 WS-SOL-CMUNIC-IBGE    PIC 9(7).
005830        10 WS-SOL-CUF-UND-ORGNZ  PIC X(2).
005832        10 FILLER                PIC X(37).
005834     05 WS-NTELEF-UND            PIC X(15).
005836     05 WS-IEMAIL-UND            PIC X(50).
005838     05 WS-IGERENTE-UND          PIC X(40).
005840     05 WS-CMATR-GERENTE         PIC X(9).
005842     05 WS-HINIC-SEMANA          PIC S9(4)V COMP-3.
005844     05 WS-HFIM-SEMANA           PIC S9(4)V COMP-3.
005846     05 WS-HINIC-SABADO          PIC S9(4)V COMP-3.
005848     05 WS-HFIM-SABADO           PIC S9(4)V COMP-3.
005850     05 WS-CENDRC-POSTAL         PIC S9(8)V COMP-3.
005852     05 WS-CMUNIC-IBGE           PIC S9(7)V COMP-3.
005900 01  WS-INDICADORES.
006000     05 WS-IND-AUXILIAR          PIC S9(4) COMP-5.
006100     05 WS-IND-SEQ-AUX           PIC S9(4) COMP-5.
006600 01  WS-TECLAS-PF.
006700     05 WS-PF3                   PIC X(1) VALUE '3'.
006800 COPY UORGM071.
006810 COPY UORGL206.
006900 LINKAGE SECTION.
007000     COPY UORGL071 REPLACING UORGL071-COMMAREA BY DFHCOMMAREA.
007100 PROCEDURE DIVISION.
021310         WHEN 'TPARAM_BATCH'
021320             PERFORM 4600-APLICAR-PARAMETRO
021330                 THRU 4600-APLICAR-PARAMETRO-EXIT
021340         WHEN 'TUND_ORGNZ_HIST'
021350             PERFORM 4700-APLICAR-CORRECAO-HIST
021360                 THRU 4700-APLICAR-CORRECAO-HIST-EXIT
021370         WHEN 'TSOLIC_MANUT_UND'
021380             PERFORM 4800-APLICAR-SOLICITACAO
021390                 THRU 4800-APLICAR-SOLICITACAO-EXIT
021400         WHEN OTHER
021410             MOVE 'TABELA DE DESTINO DESCONHECIDA'
021500                 TO WS-MENSAGEM
043086     END-EVALUATE.
043087 4600-APLICAR-PARAMETRO-EXIT.
043088     EXIT.
043089******************************************************************
043090*    4700-APLICAR-CORRECAO-HIST                                 *
043091*    DESTINO TUND_ORGNZ_HIST (UO82): RETROACAO ('R') OU         *
043092*    CANCELAMENTO ('C') DO EVENTO PELO SERVICO UORG0206         *
043093******************************************************************
043094 4700-APLICAR-CORRECAO-HIST     SECTION.
043095     MOVE WS-CCOD-AUXILIAR TO UORGL206-CPSSOA-JURID.
043096     MOVE WS-NSEQ-AUXILIAR TO UORGL206-NSEQ-UND-ORGNZ.
043097     MOVE WS-RDESCR (1:26) TO UORGL206-HEVENTO-HIST.
043098     MOVE WS-RDESCR (28:10) TO UORGL206-DNOVA-EVENTO.
043099     MOVE WS-CFUNCAO TO UORGL206-CTPO-CORRC.
043100     MOVE WS-CCOD-PRINCIPAL TO UORGL206-CMOTVO-CORRC.
043101     MOVE WS-NSEQ-PEND TO UORGL206-NSEQ-PEND-APRVC.
043102     MOVE WS-CUSUARIO TO UORGL206-CUSUAR-APRVC.
043103     CALL 'UORG0206' USING UORGL206-PARMS.
043104     IF UORGL206-OK
043105         MOVE 'S' TO WS-SW-APLICOU-OK
043106         GO TO 4700-APLICAR-CORRECAO-HIST-EXIT
043107     END-IF.
043108     EXEC CICS
043109         SYNCPOINT ROLLBACK
043110     END-EXEC.
043111     EVALUATE TRUE
043112         WHEN UORGL206-EVENTO-NAO-ACHADO
043113             MOVE 'EVENTO NAO ENCONTRADO OU JA CORRIGIDO'
043114                 TO WS-MENSAGEM
043115         WHEN UORGL206-DATA-FORA-INTERVALO
043116             MOVE 'NOVA DATA FORA DO INTERVALO DO EVENTO'
043117                 TO WS-MENSAGEM
043118         WHEN UORGL206-ULTIMO-EVENTO
043119             MOVE 'ULTIMO EVENTO NAO PODE SER CANCELADO'
043120                 TO WS-MENSAGEM
043121         WHEN UORGL206-MOTIVO-INVALIDO
043122             MOVE 'MOTIVO INEXISTENTE OU INATIVO' TO WS-MENSAGEM
043123         WHEN OTHER
043124             MOVE 'ERRO NA APLICACAO DA MANUTENCAO' TO WS-MENSAGEM
043125     END-EVALUATE.
043126 4700-APLICAR-CORRECAO-HIST-EXIT.
043127     EXIT.
043128******************************************************************
043129*    4800-APLICAR-SOLICITACAO                                   *
043130*    DESTINO TSOLIC_MANUT_UND (UORG0233): APLICA O CAMPO DA     *
043131*    SOLICITACAO DO GERENTE E MARCA A SOLICITACAO APLICADA      *
043132******************************************************************
043133 4800-APLICAR-SOLICITACAO       SECTION.
043134     EXEC SQL
043135         SELECT CCAMPO_SOLIC, RVALOR_NOVO
043136           INTO :WS-CCAMPO-SOLIC, :WS-RVALOR-SOLIC
043137           FROM DB2PRD.TSOLIC_MANUT_UND
043138          WHERE NSEQ_SOLIC_MANUT = :WS-CCOD-PRINCIPAL
043139            AND CSIT_SOLIC       = 'P'
043140     END-EXEC.
043141     IF SQLCODE NOT = ZERO
043142         MOVE 'SOLICITACAO NAO ENCONTRADA OU JA DECIDIDA'
043143             TO WS-MENSAGEM
043144         GO TO 4800-APLICAR-SOLICITACAO-EXIT
043145     END-IF.
043146     EVALUATE WS-CCAMPO-SOLIC
043147         WHEN 'HORARIO'
043148             PERFORM 4820-APLICAR-HORARIO
043149                 THRU 4820-APLICAR-HORARIO-EXIT
043150         WHEN 'ENDERECO'
043151             PERFORM 4830-APLICAR-ENDERECO
043152                 THRU 4830-APLICAR-ENDERECO-EXIT
043153         WHEN OTHER
043154             PERFORM 4810-APLICAR-CONTATO
043155                 THRU 4810-APLICAR-CONTATO-EXIT
043156     END-EVALUATE.
043157     IF NOT WS-APLICOU-OK
043158         GO TO 4800-APLICAR-SOLICITACAO-EXIT
043159     END-IF.
043160     EXEC SQL
043161         UPDATE DB2PRD.TSOLIC_MANUT_UND
043162            SET CSIT_SOLIC   = 'A',
043163                CUSUAR_MANUT = :WS-CUSUARIO,
043164                HMANUT_REG   = CURRENT TIMESTAMP
043165          WHERE NSEQ_SOLIC_MANUT = :WS-CCOD-PRINCIPAL
043166     END-EXEC.
043167     IF SQLCODE NOT = ZERO
043168         MOVE 'N' TO WS-SW-APLICOU-OK
043169         EXEC CICS
043170             SYNCPOINT ROLLBACK
043171         END-EXEC
043172         MOVE 'ERRO NA APLICACAO DA MANUTENCAO' TO WS-MENSAGEM
043173     END-IF.
043174 4800-APLICAR-SOLICITACAO-EXIT.
043175     EXIT.
043176******************************************************************
043177*    4810-APLICAR-CONTATO                                       *
043178*    UM CAMPO DE TCONTT_UND_ORGNZ (O CONTATO JA EXISTE - UO98)  *
043179******************************************************************
043180 4810-APLICAR-CONTATO           SECTION.
043181     EVALUATE WS-CCAMPO-SOLIC
043182         WHEN 'TELEFONE'
043183             MOVE WS-RVALOR-SOLIC TO WS-NTELEF-UND
043184             EXEC SQL
043185                 UPDATE DB2PRD.TCONTT_UND_ORGNZ
043186                    SET NTELEF_UND   = :WS-NTELEF-UND,
043187                        CUSUAR_MANUT = :WS-CUSUARIO,
043188                        HMANUT_REG   = CURRENT TIMESTAMP
043189                  WHERE CPSSOA_JURID   = :WS-CCOD-AUXILIAR
043190                    AND NSEQ_UND_ORGNZ = :WS-NSEQ-AUXILIAR
043191             END-EXEC
043192         WHEN 'TELALTRN'
043193             MOVE WS-RVALOR-SOLIC TO WS-NTELEF-UND
043194             EXEC SQL
043195                 UPDATE DB2PRD.TCONTT_UND_ORGNZ
043196                    SET NTELEF_ALTRN = :WS-NTELEF-UND,
043197                        CUSUAR_MANUT = :WS-CUSUARIO,
043198                        HMANUT_REG   = CURRENT TIMESTAMP
043199                  WHERE CPSSOA_JURID   = :WS-CCOD-AUXILIAR
043200                    AND NSEQ_UND_ORGNZ = :WS-NSEQ-AUXILIAR
043201             END-EXEC
043202         WHEN 'EMAIL'
043203             MOVE WS-RVALOR-SOLIC TO WS-IEMAIL-UND
043204             EXEC SQL
043205                 UPDATE DB2PRD.TCONTT_UND_ORGNZ
043206                    SET IEMAIL_UND   = :WS-IEMAIL-UND,
043207                        CUSUAR_MANUT = :WS-CUSUARIO,
043208                        HMANUT_REG   = CURRENT TIMESTAMP
043209                  WHERE CPSSOA_JURID   = :WS-CCOD-AUXILIAR
043210                    AND NSEQ_UND_ORGNZ = :WS-NSEQ-AUXILIAR
043211             END-EXEC
043212         WHEN 'GERENTE'
043213             MOVE WS-RVALOR-SOLIC TO WS-IGERENTE-UND
043214             EXEC SQL
043215                 UPDATE DB2PRD.TCONTT_UND_ORGNZ
043216                    SET IGERENTE_UND = :WS-IGERENTE-UND,
043217                        CUSUAR_MANUT = :WS-CUSUARIO,
043218                        HMANUT_REG   = CURRENT TIMESTAMP
043219                  WHERE CPSSOA_JURID   = :WS-CCOD-AUXILIAR
043220                    AND NSEQ_UND_ORGNZ = :WS-NSEQ-AUXILIAR
043221             END-EXEC
043222         WHEN 'MATRGER'
043223             MOVE WS-RVALOR-SOLIC TO WS-CMATR-GERENTE
043224             EXEC SQL
043225                 UPDATE DB2PRD.TCONTT_UND_ORGNZ
043226                    SET CMATR_GERENTE = :WS-CMATR-GERENTE,
043227                        CUSUAR_MANUT  = :WS-CUSUARIO,
043228                        HMANUT_REG    = CURRENT TIMESTAMP
043229                  WHERE CPSSOA_JURID   = :WS-CCOD-AUXILIAR
043230                    AND NSEQ_UND_ORGNZ = :WS-NSEQ-AUXILIAR
043231             END-EXEC
043232         WHEN OTHER
043233             MOVE 'CAMPO DA SOLICITACAO DESCONHECIDO'
043234                 TO WS-MENSAGEM
043235             GO TO 4810-APLICAR-CONTATO-EXIT
043236     END-EVALUATE.
043237     IF SQLCODE = 100
043238         MOVE 'CONTATO DA UNIDADE NAO CADASTRADO (UO98)'
043239             TO WS-MENSAGEM
043240     ELSE
043241         PERFORM 4950-AVALIAR-SQLCODE
043242             THRU 4950-AVALIAR-SQLCODE-EXIT
043243     END-IF.
043244 4810-APLICAR-CONTATO-EXIT.
043245     EXIT.
043246******************************************************************
043247*    4820-APLICAR-HORARIO                                       *
043248*    ATUALIZA OU INCLUI THORAR_UND_ORGNZ, COMO A UORG0100       *
043249******************************************************************
043250 4820-APLICAR-HORARIO           SECTION.
043251     MOVE WS-SOL-HINIC-SEMANA TO WS-HINIC-SEMANA.
043252     MOVE WS-SOL-HFIM-SEMANA TO WS-HFIM-SEMANA.
043253     MOVE WS-SOL-HINIC-SABADO TO WS-HINIC-SABADO.
043254     MOVE WS-SOL-HFIM-SABADO TO WS-HFIM-SABADO.
043255     EXEC SQL
043256         UPDATE DB2PRD.THORAR_UND_ORGNZ
043257            SET HINIC_SEMANA  = :WS-HINIC-SEMANA,
043258                HFIM_SEMANA   = :WS-HFIM-SEMANA,
043259                CINDCD_SABADO = :WS-SOL-CINDCD-SABADO,
043260                HINIC_SABADO  = :WS-HINIC-SABADO,
043261                HFIM_SABADO   = :WS-HFIM-SABADO,
043262                CUSUAR_MANUT  = :WS-CUSUARIO,
043263                HMANUT_REG    = CURRENT TIMESTAMP
043264          WHERE CPSSOA_JURID   = :WS-CCOD-AUXILIAR
043265            AND NSEQ_UND_ORGNZ = :WS-NSEQ-AUXILIAR
043266     END-EXEC.
043267     IF SQLCODE = 100
043268         EXEC SQL
043269             INSERT INTO DB2PRD.THORAR_UND_ORGNZ
043270                    (CPSSOA_JURID, NSEQ_UND_ORGNZ,
043271                     HINIC_SEMANA, HFIM_SEMANA,
043272                     CINDCD_SABADO, HINIC_SABADO, HFIM_SABADO,
043273                     CUSUAR_INCL, HINCL_REG)
043274             VALUES (:WS-CCOD-AUXILIAR, :WS-NSEQ-AUXILIAR,
043275                     :WS-HINIC-SEMANA, :WS-HFIM-SEMANA,
043276                     :WS-SOL-CINDCD-SABADO, :WS-HINIC-SABADO,
043277                     :WS-HFIM-SABADO,
043278                     :WS-CUSUARIO, CURRENT TIMESTAMP)
043279         END-EXEC
043280     END-IF.
043281     PERFORM 4950-AVALIAR-SQLCODE
043282         THRU 4950-AVALIAR-SQLCODE-EXIT.
043283 4820-APLICAR-HORARIO-EXIT.
043284     EXIT.
043285******************************************************************
043286*    4830-APLICAR-ENDERECO                                      *
043287*    ATUALIZA OU INCLUI TENDRC_UND_ORGNZ, COMO A UO56           *
043288******************************************************************
043289 4830-APLICAR-ENDERECO          SECTION.
043290     MOVE WS-SOL-CENDRC-POSTAL TO WS-CENDRC-POSTAL.
043291     MOVE WS-SOL-CMUNIC-IBGE TO WS-CMUNIC-IBGE.
043292     EXEC SQL
043293         UPDATE DB2PRD.TENDRC_UND_ORGNZ
043294            SET IENDRC_LOGRD  = :WS-SOL-IENDRC-LOGRD,
043295                NENDRC_LOGRD  = :WS-SOL-NENDRC-LOGRD,
043296                CENDRC_POSTAL = :WS-CENDRC-POSTAL,
043297                CMUNIC_IBGE   = :WS-CMUNIC-IBGE,
043298                CUF_UND_ORGNZ = :WS-SOL-CUF-UND-ORGNZ,
043299                HMANUT_REG = CURRENT TIMESTAMP,
043300                CUSUAR_MANUT = :WS-CUSUARIO
043301          WHERE CPSSOA_JURID   = :WS-CCOD-AUXILIAR
043302            AND NSEQ_UND_ORGNZ = :WS-NSEQ-AUXILIAR
043303     END-EXEC.
043304     IF SQLCODE = 100
043305         EXEC SQL
043306             INSERT INTO DB2PRD.TENDRC_UND_ORGNZ
043307                    (CPSSOA_JURID, NSEQ_UND_ORGNZ, IENDRC_LOGRD,
043308                     NENDRC_LOGRD, CENDRC_POSTAL, CMUNIC_IBGE,
043309                     CUF_UND_ORGNZ, HINCL_REG, CUSUAR_INCL)
043310             VALUES (:WS-CCOD-AUXILIAR, :WS-NSEQ-AUXILIAR,
043311                     :WS-SOL-IENDRC-LOGRD, :WS-SOL-NENDRC-LOGRD,
043312                     :WS-CENDRC-POSTAL, :WS-CMUNIC-IBGE,
043313                     :WS-SOL-CUF-UND-ORGNZ,
043314                     CURRENT TIMESTAMP, :WS-CUSUARIO)
043315         END-EXEC
043316     END-IF.
043317     PERFORM 4950-AVALIAR-SQLCODE
043318         THRU 4950-AVALIAR-SQLCODE-EXIT.
043319 4830-APLICAR-ENDERECO-EXIT.
043320     EXIT.
043321******************************************************************
043322*    4900-ENCERRAR-PENDENCIA                                    *
043323*    MARCA A PENDENCIA COMO APROVADA (1) OU REJEITADA (2) COM   *
043400*    OS DOIS USUARIOS REGISTRADOS                               *
043500******************************************************************
043600 4900-ENCERRAR-PENDENCIA        SECTION.
