001920*                FIM DE CURSOR: DESCARGA INCOMPLETA SUPRIME O   *
001930*                TRAILER E TERMINA COM CCOD_TERMINO 8, PARA QUE *
001940*                O ARQUIVO NUNCA PASSE NA CONFERENCIA UORG0139. *
001950* 14/10/2026 ES  DESCARGA PASSA A INCLUIR TCONTT_UND_ORGNZ       *
001960*                ('7') E TMANUT_EMPR_GRP ('8'), COM AS           *
001970*                CONTAGENS NO TRAILER, PARA A GERACAO DA         *
001980*                MASSA DE TESTES MASCARADA (UORG0198).           *
002000******************************************************************
002100*
002200*    FUNCAO: DESCARREGA, EM UMA UNICA UNIDADE DE TRABALHO SOMENTE
002300*    DE LEITURA (SEM COMMIT INTERMEDIARIO - O PONTO DE
002310*    CONSISTENCIA DA COPIA), AS OITO TABELAS DO NUCLEO:
002320*    TUND_ORGNZ ('1'), TACSSO_UND_ORGNZ ('2'), TAREA_CONSD_UND
002330*    ('3'), TENDRC_UND_ORGNZ ('4'), TUND_ORGNZ_HIST ('5'),
002340*    TREGRA_TRANSC_SIT ('6'), TCONTT_UND_ORGNZ ('7') E
002350*    TMANUT_EMPR_GRP ('8'), NO LAYOUT UORGS138 COM HEADER
002360*    DATADO E TRAILER COM A CONTAGEM DE CADA TABELA. AS DEMAIS
002370*    TABELAS (CATALOGOS E CONTROLES) SAO COBERTAS PELOS
002380*    UTILITARIOS DO DBA NA MESMA JANELA. A RECARGA E A PROVA DE
002390*    INTEGRIDADE NO SITIO DE CONTINGENCIA SAO FEITAS PELA
002400*    UORG0139; A COPIA MASCARADA PARA O AMBIENTE DE TESTES E
002410*    GERADA A PARTIR DESTE ARQUIVO PELA UORG0198.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
005700     05 WS-QTDE-ENDERECO         PIC S9(9) COMP VALUE ZERO.
005800     05 WS-QTDE-HISTORICO        PIC S9(9) COMP VALUE ZERO.
005900     05 WS-QTDE-REGRA            PIC S9(9) COMP VALUE ZERO.
005910     05 WS-QTDE-CONTATO          PIC S9(9) COMP VALUE ZERO.
005920     05 WS-QTDE-EMPRESA          PIC S9(9) COMP VALUE ZERO.
006000 01  WS-AREA-TRABALHO.
006100     05 WS-CPSSOA-JURID          PIC S9(10)V COMP-3.
006200     05 WS-NSEQ-UND-ORGNZ        PIC S9(8)V COMP-3.
009200     05 WS-CSIT-ORIGEM           PIC S9(3)V COMP-3.
009300     05 WS-CSIT-DESTINO          PIC S9(3)V COMP-3.
009400     05 WS-CINDCD-SUPVS          PIC X(1).
009402     05 WS-NTELEF-UND            PIC X(15).
009404     05 WS-NTELEF-ALTRN          PIC X(15).
009406     05 WS-IEMAIL-UND            PIC X(50).
009408     05 WS-IGERENTE-UND          PIC X(40).
009410     05 WS-CMATR-GERENTE         PIC X(9).
009412     05 WS-NSEQ-SOLTC-MANUT      PIC S9(10)V COMP-3.
009414     05 WS-CPSSOA-JURID-CONGL    PIC S9(10)V COMP-3.
009416     05 WS-CSIT-DOCTO-FSCAL      PIC S9(2)V COMP-3.
009418     05 WS-CTPO-PLANO-CTA        PIC S9(2)V COMP-3.
009420     05 WS-CTPO-PRTCP-EMPR       PIC S9(2)V COMP-3.
009422     05 WS-DATA-INSTA-EMPR       PIC X(10).
009424     05 WS-HINSTA-EMPR           PIC X(8).
009426     05 WS-NATA-INSTA-EMPR       PIC S9(10)V COMP-3.
009428     05 WS-DENCRR-CTBIL          PIC X(10).
009430     05 WS-DULT-ALT-ATA-INSTA    PIC X(10).
009432     05 WS-DENCRR-LEGAL          PIC X(10).
009434     05 WS-NARQ-ATA-INSTA-UND    PIC S9(12)V COMP-3.
009436     05 WS-NINSCR-REG-EMPR       PIC S9(11)V COMP-3.
009438     05 WS-DARQ-ATA-INSTA-UND    PIC X(10).
009440     05 WS-NARQ-ATA-SEDE         PIC S9(12)V COMP-3.
009442     05 WS-DARQ-INSTA-SEDE       PIC X(10).
009500 01  WS-INDICADORES.
009600     05 WS-IND-1                 PIC S9(4) COMP-5.
009700     05 WS-IND-2                 PIC S9(4) COMP-5.
010400     05 WS-IND-9                 PIC S9(4) COMP-5.
010410     05 WS-IND-10                PIC S9(4) COMP-5.
010420     05 WS-IND-11                PIC S9(4) COMP-5.
010430     05 WS-IND-12                PIC S9(4) COMP-5.
010440     05 WS-IND-13                PIC S9(4) COMP-5.
010450     05 WS-IND-14                PIC S9(4) COMP-5.
010500 COPY UORGS138.
010600 COPY UORGL043.
010700 PROCEDURE DIVISION.
013100         THRU 5000-DESCARREGAR-HISTORICO-EXIT.
013200     PERFORM 6000-DESCARREGAR-REGRAS
013300         THRU 6000-DESCARREGAR-REGRAS-EXIT.
013310     PERFORM 6300-DESCARREGAR-CONTATOS
013320         THRU 6300-DESCARREGAR-CONTATOS-EXIT.
013330     PERFORM 6600-DESCARREGAR-EMPRESAS
013340         THRU 6600-DESCARREGAR-EMPRESAS-EXIT.
013400     PERFORM 7000-ENCERRAR
013500         THRU 7000-ENCERRAR-EXIT.
013600     PERFORM 9600-REGISTRAR-FIM
052800         THRU 6100-LER-REGRA-EXIT.
052900 6200-GRAVAR-REGRA-EXIT.
053000     EXIT.
053001******************************************************************
053002*    6300-DESCARREGAR-CONTATOS                                  *
053003******************************************************************
053004 6300-DESCARREGAR-CONTATOS      SECTION.
053005     MOVE 'N' TO WS-SW-FIM-CURSOR.
053006     EXEC SQL
053007         DECLARE CUR-DSC-CTT CURSOR FOR
053008         SELECT CPSSOA_JURID, NSEQ_UND_ORGNZ, NTELEF_UND,
053009                NTELEF_ALTRN, IEMAIL_UND, IGERENTE_UND,
053010                CMATR_GERENTE
053011           FROM DB2PRD.TCONTT_UND_ORGNZ
053012          ORDER BY CPSSOA_JURID, NSEQ_UND_ORGNZ
053013     END-EXEC.
053014     EXEC SQL
053015         OPEN CUR-DSC-CTT
053016     END-EXEC.
053017     PERFORM 6400-LER-CONTATO
053018         THRU 6400-LER-CONTATO-EXIT.
053019     PERFORM 6500-GRAVAR-CONTATO
053020         THRU 6500-GRAVAR-CONTATO-EXIT
053021         UNTIL WS-FIM-CURSOR.
053022     EXEC SQL
053023         CLOSE CUR-DSC-CTT
053024     END-EXEC.
053025 6300-DESCARREGAR-CONTATOS-EXIT.
053026     EXIT.
053027******************************************************************
053028*    6400-LER-CONTATO                                           *
053029******************************************************************
053030 6400-LER-CONTATO               SECTION.
053031     MOVE SPACES TO WS-NTELEF-UND WS-NTELEF-ALTRN WS-IEMAIL-UND
053032                    WS-IGERENTE-UND WS-CMATR-GERENTE.
053033     EXEC SQL
053034         FETCH CUR-DSC-CTT
053035          INTO :WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
053036               :WS-NTELEF-UND:WS-IND-1,
053037               :WS-NTELEF-ALTRN:WS-IND-2,
053038               :WS-IEMAIL-UND:WS-IND-3,
053039               :WS-IGERENTE-UND:WS-IND-4,
053040               :WS-CMATR-GERENTE:WS-IND-5
053041     END-EXEC.
053042     IF SQLCODE = 100
053043         MOVE 'S' TO WS-SW-FIM-CURSOR
053044     ELSE
053045     IF SQLCODE NOT = ZERO
053046         DISPLAY 'UORG0138 - ERRO SQLCODE=' SQLCODE
053047             ' NO FETCH DE TCONTT_UND_ORGNZ'
053048         MOVE 'S' TO WS-SW-FIM-CURSOR
053049         MOVE 'S' TO WS-SW-ERRO-SQL
053050     END-IF
053051     END-IF.
053052 6400-LER-CONTATO-EXIT.
053053     EXIT.
053054******************************************************************
053055*    6500-GRAVAR-CONTATO                                        *
053056******************************************************************
053057 6500-GRAVAR-CONTATO            SECTION.
053058     MOVE SPACES TO UORGS138-REGISTRO.
053059     MOVE '7' TO UORGS138-TIPO-REG.
053060     MOVE WS-CPSSOA-JURID TO UORGS138-CTT-CPSSOA-JURID.
053061     MOVE WS-NSEQ-UND-ORGNZ TO UORGS138-CTT-NSEQ-UND.
053062     MOVE WS-NTELEF-UND TO UORGS138-CTT-NTELEF-UND.
053063     MOVE WS-NTELEF-ALTRN TO UORGS138-CTT-NTELEF-ALTRN.
053064     MOVE WS-IEMAIL-UND TO UORGS138-CTT-IEMAIL-UND.
053065     MOVE WS-IGERENTE-UND TO UORGS138-CTT-IGERENTE-UND.
053066     MOVE WS-CMATR-GERENTE TO UORGS138-CTT-CMATR-GERENTE.
053067     WRITE SAI-UORGS138-REG FROM UORGS138-REGISTRO.
053068     ADD 1 TO WS-QTDE-CONTATO.
053069     PERFORM 6400-LER-CONTATO
053070         THRU 6400-LER-CONTATO-EXIT.
053071 6500-GRAVAR-CONTATO-EXIT.
053072     EXIT.
053073******************************************************************
053074*    6600-DESCARREGAR-EMPRESAS                                  *
053075******************************************************************
053076 6600-DESCARREGAR-EMPRESAS      SECTION.
053077     MOVE 'N' TO WS-SW-FIM-CURSOR.
053078     EXEC SQL
053079         DECLARE CUR-DSC-EMP CURSOR FOR
053080         SELECT NSEQ_SOLTC_MANUT, CPSSOA_JURID_CONGL,
053081                CSIT_DOCTO_FSCAL, CTPO_PLANO_CTA,
053082                CTPO_PRTCP_EMPR, CHAR(DATA_INSTA_EMPR, ISO),
053083                CHAR(HINSTA_EMPR, ISO), NATA_INSTA_EMPR,
053084                CHAR(DENCRR_CTBIL, ISO),
053085                CHAR(DULT_ALT_ATA_INSTA, ISO),
053086                CHAR(DENCRR_LEGAL, ISO), NARQ_ATA_INSTA_UND,
053087                NINSCR_REG_EMPR, CHAR(DARQ_ATA_INSTA_UND, ISO),
053088                NARQ_ATA_SEDE, CHAR(DARQ_INSTA_SEDE, ISO)
053089           FROM DB2PRD.TMANUT_EMPR_GRP
053090          ORDER BY NSEQ_SOLTC_MANUT
053091     END-EXEC.
053092     EXEC SQL
053093         OPEN CUR-DSC-EMP
053094     END-EXEC.
053095     PERFORM 6700-LER-EMPRESA
053096         THRU 6700-LER-EMPRESA-EXIT.
053097     PERFORM 6800-GRAVAR-EMPRESA
053098         THRU 6800-GRAVAR-EMPRESA-EXIT
053099         UNTIL WS-FIM-CURSOR.
053100     EXEC SQL
053101         CLOSE CUR-DSC-EMP
053102     END-EXEC.
053103 6600-DESCARREGAR-EMPRESAS-EXIT.
053104     EXIT.
053105******************************************************************
053106*    6700-LER-EMPRESA                                           *
053107******************************************************************
053108 6700-LER-EMPRESA               SECTION.
053109     MOVE ZERO TO WS-CPSSOA-JURID-CONGL WS-CSIT-DOCTO-FSCAL
053110                  WS-CTPO-PLANO-CTA WS-CTPO-PRTCP-EMPR
053111                  WS-NATA-INSTA-EMPR WS-NARQ-ATA-INSTA-UND
053112                  WS-NARQ-ATA-SEDE.
053113     MOVE SPACES TO WS-DATA-INSTA-EMPR WS-HINSTA-EMPR
053114                    WS-DENCRR-CTBIL WS-DULT-ALT-ATA-INSTA
053115                    WS-DENCRR-LEGAL WS-DARQ-ATA-INSTA-UND
053116                    WS-DARQ-INSTA-SEDE.
053117     EXEC SQL
053118         FETCH CUR-DSC-EMP
053119          INTO :WS-NSEQ-SOLTC-MANUT,
053120               :WS-CPSSOA-JURID-CONGL:WS-IND-1,
053121               :WS-CSIT-DOCTO-FSCAL:WS-IND-2,
053122               :WS-CTPO-PLANO-CTA:WS-IND-3,
053123               :WS-CTPO-PRTCP-EMPR:WS-IND-4,
053124               :WS-DATA-INSTA-EMPR:WS-IND-5,
053125               :WS-HINSTA-EMPR:WS-IND-6,
053126               :WS-NATA-INSTA-EMPR:WS-IND-7,
053127               :WS-DENCRR-CTBIL:WS-IND-8,
053128               :WS-DULT-ALT-ATA-INSTA:WS-IND-9,
053129               :WS-DENCRR-LEGAL:WS-IND-10,
053130               :WS-NARQ-ATA-INSTA-UND:WS-IND-11,
053131               :WS-NINSCR-REG-EMPR,
053132               :WS-DARQ-ATA-INSTA-UND:WS-IND-12,
053133               :WS-NARQ-ATA-SEDE:WS-IND-13,
053134               :WS-DARQ-INSTA-SEDE:WS-IND-14
053135     END-EXEC.
053136     IF SQLCODE = 100
053137         MOVE 'S' TO WS-SW-FIM-CURSOR
053138     ELSE
053139     IF SQLCODE NOT = ZERO
053140         DISPLAY 'UORG0138 - ERRO SQLCODE=' SQLCODE
053141             ' NO FETCH DE TMANUT_EMPR_GRP'
053142         MOVE 'S' TO WS-SW-FIM-CURSOR
053143         MOVE 'S' TO WS-SW-ERRO-SQL
053144     END-IF
053145     END-IF.
053146 6700-LER-EMPRESA-EXIT.
053147     EXIT.
053148******************************************************************
053149*    6800-GRAVAR-EMPRESA                                        *
053150******************************************************************
053151 6800-GRAVAR-EMPRESA            SECTION.
053152     MOVE SPACES TO UORGS138-REGISTRO.
053153     MOVE '8' TO UORGS138-TIPO-REG.
053154     MOVE WS-NSEQ-SOLTC-MANUT TO UORGS138-EMP-NSEQ-SOLTC.
053155     MOVE WS-CPSSOA-JURID-CONGL TO UORGS138-EMP-CPSSOA-CONGL.
053156     MOVE WS-CSIT-DOCTO-FSCAL TO UORGS138-EMP-CSIT-DOCTO.
053157     MOVE WS-CTPO-PLANO-CTA TO UORGS138-EMP-CTPO-PLANO.
053158     MOVE WS-CTPO-PRTCP-EMPR TO UORGS138-EMP-CTPO-PRTCP.
053159     MOVE WS-DATA-INSTA-EMPR TO UORGS138-EMP-DATA-INSTA.
053160     MOVE WS-HINSTA-EMPR TO UORGS138-EMP-HINSTA.
053161     MOVE WS-NATA-INSTA-EMPR TO UORGS138-EMP-NATA-INSTA.
053162     MOVE WS-DENCRR-CTBIL TO UORGS138-EMP-DENCRR-CTBIL.
053163     MOVE WS-DULT-ALT-ATA-INSTA TO UORGS138-EMP-DULT-ALT-ATA.
053164     MOVE WS-DENCRR-LEGAL TO UORGS138-EMP-DENCRR-LEGAL.
053165     MOVE WS-NARQ-ATA-INSTA-UND TO UORGS138-EMP-NARQ-ATA-UND.
053166     MOVE WS-NINSCR-REG-EMPR TO UORGS138-EMP-NINSCR-REG.
053167     MOVE WS-DARQ-ATA-INSTA-UND TO UORGS138-EMP-DARQ-ATA-UND.
053168     MOVE WS-NARQ-ATA-SEDE TO UORGS138-EMP-NARQ-ATA-SEDE.
053169     MOVE WS-DARQ-INSTA-SEDE TO UORGS138-EMP-DARQ-SEDE.
053170     WRITE SAI-UORGS138-REG FROM UORGS138-REGISTRO.
053171     ADD 1 TO WS-QTDE-EMPRESA.
053172     PERFORM 6700-LER-EMPRESA
053173         THRU 6700-LER-EMPRESA-EXIT.
053174 6800-GRAVAR-EMPRESA-EXIT.
053175     EXIT.
053176******************************************************************
053200*    7000-ENCERRAR                                               *
053300******************************************************************
053400 7000-ENCERRAR                  SECTION.
054000     MOVE WS-QTDE-ENDERECO TO UORGS138-TRL-QTDE-ENDERECO.
054100     MOVE WS-QTDE-HISTORICO TO UORGS138-TRL-QTDE-HISTORICO.
054200     MOVE WS-QTDE-REGRA TO UORGS138-TRL-QTDE-REGRA.
054210     MOVE WS-QTDE-CONTATO TO UORGS138-TRL-QTDE-CONTATO.
054220     MOVE WS-QTDE-EMPRESA TO UORGS138-TRL-QTDE-EMPRESA.
054300     WRITE SAI-UORGS138-REG FROM UORGS138-REGISTRO.
054400     CLOSE SAI-UORGS138.
054500     DISPLAY 'UORG0138 - UNIDADES: ' WS-QTDE-UNIDADE
054800     DISPLAY 'UORG0138 - ENDERECOS: ' WS-QTDE-ENDERECO
054900         ' HISTORICO: ' WS-QTDE-HISTORICO
055000         ' REGRAS: ' WS-QTDE-REGRA.
055010     DISPLAY 'UORG0138 - CONTATOS: ' WS-QTDE-CONTATO
055020         ' EMPRESAS: ' WS-QTDE-EMPRESA.
055100 7000-ENCERRAR-EXIT.
055200     EXIT.
055300******************************************************************
057600     COMPUTE UORGL043-QTDE-LIDOS =
057700         WS-QTDE-UNIDADE + WS-QTDE-ACESSO + WS-QTDE-AREA
057800         + WS-QTDE-ENDERECO + WS-QTDE-HISTORICO
057810         + WS-QTDE-REGRA + WS-QTDE-CONTATO
057820         + WS-QTDE-EMPRESA.
058000     MOVE UORGL043-QTDE-LIDOS TO UORGL043-QTDE-GRAVADOS.
058100     MOVE ZERO TO UORGL043-QTDE-REJEITADOS.
058200     IF WS-ERRO-SQL
