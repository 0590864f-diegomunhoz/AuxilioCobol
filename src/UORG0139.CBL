001700*                (UORG0138), COM PROVA DE CONTAGENS E DE          *
001800*                INTEGRIDADE PAI/FILHO (NO ESPIRITO DA VARREDURA  *
001900*                UORG0068) ANTES DE DECLARAR A COPIA UTILIZAVEL.  *
001910* 14/10/2026 ES  RECARGA DE TCONTT_UND_ORGNZ ('7') E              *
001920*                TMANUT_EMPR_GRP ('8'), COM CONTAGENS E           *
001930*                ORFAOS DE CONTATO NA PROVA; AVISA QUANDO A       *
001940*                COPIA E A MASSA MASCARADA DA UORG0198.           *
002000******************************************************************
002100*
002200*    FUNCAO: NO SITIO DE CONTINGENCIA, RECUSA A EXECUCAO SE
002600*    WS-INTERVALO-CKPT. AO FINAL, PROVA A COPIA: AS CONTAGENS
002700*    INSERIDAS SAO CONFERIDAS CONTRA O TRAILER DA DESCARGA E AS
002800*    TABELAS FILHAS SAO VARRIDAS POR ORFAOS (LINHAS SEM A
002810*    UNIDADE-PAI), NO ESPIRITO DA UORG0068. SO COM AS OITO
002820*    CONTAGENS BATIDAS E ZERO ORFAOS A COPIA E DECLARADA
002830*    UTILIZAVEL NO SYSOUT; CASO CONTRARIO SAI 'COPIA NAO
002840*    UTILIZAVEL' COM O MOTIVO E CODIGO DE TERMINO 8. O MESMO
002850*    PROGRAMA CARREGA O AMBIENTE DE TESTES COM A COPIA
002860*    MASCARADA PELA UORG0198 (INDICADA NO HEADER).
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
006100     05 WS-QTDE-ENDERECO         PIC S9(9) COMP VALUE ZERO.
006200     05 WS-QTDE-HISTORICO        PIC S9(9) COMP VALUE ZERO.
006300     05 WS-QTDE-REGRA            PIC S9(9) COMP VALUE ZERO.
006310     05 WS-QTDE-CONTATO          PIC S9(9) COMP VALUE ZERO.
006320     05 WS-QTDE-EMPRESA          PIC S9(9) COMP VALUE ZERO.
006400     05 WS-QTDE-ERRO             PIC S9(9) COMP VALUE ZERO.
006500     05 WS-QTDE-ORFAO            PIC S9(9) COMP VALUE ZERO.
006600     05 WS-QTDE-EXISTE           PIC S9(9) COMP VALUE ZERO.
009300     05 WS-CSIT-DESTINO          PIC S9(3)V COMP-3.
009310     05 WS-DPREVS-ABERT          PIC X(10).
009320     05 WS-DENCER-UND            PIC X(10).
009321     05 WS-NSEQ-SOLTC-MANUT      PIC S9(10)V COMP-3.
009322     05 WS-CPSSOA-JURID-CONGL    PIC S9(10)V COMP-3.
009323     05 WS-CSIT-DOCTO-FSCAL      PIC S9(2)V COMP-3.
009324     05 WS-CTPO-PLANO-CTA        PIC S9(2)V COMP-3.
009325     05 WS-CTPO-PRTCP-EMPR       PIC S9(2)V COMP-3.
009326     05 WS-NATA-INSTA-EMPR       PIC S9(10)V COMP-3.
009327     05 WS-NARQ-ATA-INSTA-UND    PIC S9(12)V COMP-3.
009328     05 WS-NINSCR-REG-EMPR       PIC S9(11)V COMP-3.
009329     05 WS-NARQ-ATA-SEDE         PIC S9(12)V COMP-3.
009330 01  WS-INDICADORES.
009340     05 WS-IND-DPREVS            PIC S9(4) COMP-5.
009350     05 WS-IND-DENCER            PIC S9(4) COMP-5.
009352     05 WS-IND-CONGL             PIC S9(4) COMP-5.
009354     05 WS-IND-SITDOC            PIC S9(4) COMP-5.
009356     05 WS-IND-PLANO             PIC S9(4) COMP-5.
009358     05 WS-IND-PRTCP             PIC S9(4) COMP-5.
009360     05 WS-IND-DINST             PIC S9(4) COMP-5.
009362     05 WS-IND-HINST             PIC S9(4) COMP-5.
009364     05 WS-IND-NATA              PIC S9(4) COMP-5.
009366     05 WS-IND-DCTBIL            PIC S9(4) COMP-5.
009368     05 WS-IND-DALTAT            PIC S9(4) COMP-5.
009370     05 WS-IND-DLEGAL            PIC S9(4) COMP-5.
009372     05 WS-IND-NARQU             PIC S9(4) COMP-5.
009374     05 WS-IND-DARQU             PIC S9(4) COMP-5.
009376     05 WS-IND-NARQS             PIC S9(4) COMP-5.
009378     05 WS-IND-DARQS             PIC S9(4) COMP-5.
009400 COPY UORGS138.
009500 COPY UORGL043.
009600 PROCEDURE DIVISION.
014500                + (SELECT COUNT(*)
014600                     FROM DB2PRD.TUND_ORGNZ_HIST)
014700                + (SELECT COUNT(*)
014710                     FROM DB2PRD.TREGRA_TRANSC_SIT)
014720                + (SELECT COUNT(*)
014730                     FROM DB2PRD.TCONTT_UND_ORGNZ)
014740                + (SELECT COUNT(*)
014750                     FROM DB2PRD.TMANUT_EMPR_GRP)
014900           INTO :WS-QTDE-EXISTE
015000           FROM SYSIBM.SYSDUMMY1
015100     END-EXEC.
017600                 THRU 2500-INSERIR-HISTORICO-EXIT
017700         WHEN UORGS138-REG-REGRA
017800             PERFORM 2600-INSERIR-REGRA
017810                 THRU 2600-INSERIR-REGRA-EXIT
017820         WHEN UORGS138-REG-CONTATO
017830             PERFORM 2700-INSERIR-CONTATO
017840                 THRU 2700-INSERIR-CONTATO-EXIT
017850         WHEN UORGS138-REG-EMPRESA
017860             PERFORM 2800-INSERIR-EMPRESA
017870                 THRU 2800-INSERIR-EMPRESA-EXIT
017880         WHEN UORGS138-REG-HEADER
017890             IF UORGS138-COPIA-MASCARADA
017900                 DISPLAY 'UORG0139 - COPIA MASCARADA PARA TESTES'
017910             END-IF
018200         WHEN UORGS138-REG-TRAILER
018300             CONTINUE
018400         WHEN OTHER
037300     END-IF.
037400 2600-INSERIR-REGRA-EXIT.
037500     EXIT.
037501******************************************************************
037502*    2700-INSERIR-CONTATO                                       *
037503******************************************************************
037504 2700-INSERIR-CONTATO           SECTION.
037505     MOVE UORGS138-CTT-CPSSOA-JURID TO WS-CPSSOA-JURID.
037506     MOVE UORGS138-CTT-NSEQ-UND TO WS-NSEQ-UND-ORGNZ.
037507     EXEC SQL
037508         INSERT INTO DB2PRD.TCONTT_UND_ORGNZ
037509                (CPSSOA_JURID, NSEQ_UND_ORGNZ, NTELEF_UND,
037510                 NTELEF_ALTRN, IEMAIL_UND, IGERENTE_UND,
037511                 CMATR_GERENTE, HINCL_REG, CUSUAR_INCL)
037512         VALUES (:WS-CPSSOA-JURID, :WS-NSEQ-UND-ORGNZ,
037513                 :UORGS138-CTT-NTELEF-UND,
037514                 :UORGS138-CTT-NTELEF-ALTRN,
037515                 :UORGS138-CTT-IEMAIL-UND,
037516                 :UORGS138-CTT-IGERENTE-UND,
037517                 :UORGS138-CTT-CMATR-GERENTE,
037518                 CURRENT TIMESTAMP, 'UORG0139')
037519     END-EXEC.
037520     IF SQLCODE = ZERO
037521         ADD 1 TO WS-QTDE-CONTATO
037522     ELSE
037523         DISPLAY 'UORG0139 - ERRO SQLCODE=' SQLCODE
037524             ' NO INSERT DO CONTATO'
037525         ADD 1 TO WS-QTDE-ERRO
037526     END-IF.
037527 2700-INSERIR-CONTATO-EXIT.
037528     EXIT.
037529******************************************************************
037530*    2800-INSERIR-EMPRESA                                       *
037531*    CAMPOS OPCIONAIS ZERADOS OU EM BRANCO VOLTAM COMO NULOS    *
037532******************************************************************
037533 2800-INSERIR-EMPRESA           SECTION.
037534     MOVE UORGS138-EMP-NSEQ-SOLTC TO WS-NSEQ-SOLTC-MANUT.
037535     MOVE UORGS138-EMP-NINSCR-REG TO WS-NINSCR-REG-EMPR.
037536     MOVE UORGS138-EMP-CPSSOA-CONGL TO WS-CPSSOA-JURID-CONGL.
037537     MOVE UORGS138-EMP-CSIT-DOCTO TO WS-CSIT-DOCTO-FSCAL.
037538     MOVE UORGS138-EMP-CTPO-PLANO TO WS-CTPO-PLANO-CTA.
037539     MOVE UORGS138-EMP-CTPO-PRTCP TO WS-CTPO-PRTCP-EMPR.
037540     MOVE UORGS138-EMP-NATA-INSTA TO WS-NATA-INSTA-EMPR.
037541     MOVE UORGS138-EMP-NARQ-ATA-UND TO WS-NARQ-ATA-INSTA-UND.
037542     MOVE UORGS138-EMP-NARQ-ATA-SEDE TO WS-NARQ-ATA-SEDE.
037543     MOVE ZERO TO WS-IND-CONGL WS-IND-SITDOC WS-IND-PLANO
037544                  WS-IND-PRTCP WS-IND-DINST WS-IND-HINST
037545                  WS-IND-NATA WS-IND-DCTBIL WS-IND-DALTAT
037546                  WS-IND-DLEGAL WS-IND-NARQU WS-IND-DARQU
037547                  WS-IND-NARQS WS-IND-DARQS.
037548     IF WS-CPSSOA-JURID-CONGL = ZERO
037549         MOVE -1 TO WS-IND-CONGL
037550     END-IF.
037551     IF WS-CSIT-DOCTO-FSCAL = ZERO
037552         MOVE -1 TO WS-IND-SITDOC
037553     END-IF.
037554     IF WS-CTPO-PLANO-CTA = ZERO
037555         MOVE -1 TO WS-IND-PLANO
037556     END-IF.
037557     IF WS-CTPO-PRTCP-EMPR = ZERO
037558         MOVE -1 TO WS-IND-PRTCP
037559     END-IF.
037560     IF UORGS138-EMP-DATA-INSTA = SPACES
037561         MOVE -1 TO WS-IND-DINST
037562     END-IF.
037563     IF UORGS138-EMP-HINSTA = SPACES
037564         MOVE -1 TO WS-IND-HINST
037565     END-IF.
037566     IF WS-NATA-INSTA-EMPR = ZERO
037567         MOVE -1 TO WS-IND-NATA
037568     END-IF.
037569     IF UORGS138-EMP-DENCRR-CTBIL = SPACES
037570         MOVE -1 TO WS-IND-DCTBIL
037571     END-IF.
037572     IF UORGS138-EMP-DULT-ALT-ATA = SPACES
037573         MOVE -1 TO WS-IND-DALTAT
037574     END-IF.
037575     IF UORGS138-EMP-DENCRR-LEGAL = SPACES
037576         MOVE -1 TO WS-IND-DLEGAL
037577     END-IF.
037578     IF WS-NARQ-ATA-INSTA-UND = ZERO
037579         MOVE -1 TO WS-IND-NARQU
037580     END-IF.
037581     IF UORGS138-EMP-DARQ-ATA-UND = SPACES
037582         MOVE -1 TO WS-IND-DARQU
037583     END-IF.
037584     IF WS-NARQ-ATA-SEDE = ZERO
037585         MOVE -1 TO WS-IND-NARQS
037586     END-IF.
037587     IF UORGS138-EMP-DARQ-SEDE = SPACES
037588         MOVE -1 TO WS-IND-DARQS
037589     END-IF.
037590     EXEC SQL
037591         INSERT INTO DB2PRD.TMANUT_EMPR_GRP
037592                (NSEQ_SOLTC_MANUT, CPSSOA_JURID_CONGL,
037593                 CSIT_DOCTO_FSCAL, CTPO_PLANO_CTA,
037594                 CTPO_PRTCP_EMPR, DATA_INSTA_EMPR, HINSTA_EMPR,
037595                 NATA_INSTA_EMPR, DENCRR_CTBIL,
037596                 DULT_ALT_ATA_INSTA, DENCRR_LEGAL,
037597                 NARQ_ATA_INSTA_UND, NINSCR_REG_EMPR,
037598                 DARQ_ATA_INSTA_UND, NARQ_ATA_SEDE,
037599                 DARQ_INSTA_SEDE, HINCL_REG, CUSUAR_INCL)
037600         VALUES (:WS-NSEQ-SOLTC-MANUT,
037601                 :WS-CPSSOA-JURID-CONGL:WS-IND-CONGL,
037602                 :WS-CSIT-DOCTO-FSCAL:WS-IND-SITDOC,
037603                 :WS-CTPO-PLANO-CTA:WS-IND-PLANO,
037604                 :WS-CTPO-PRTCP-EMPR:WS-IND-PRTCP,
037605                 :UORGS138-EMP-DATA-INSTA:WS-IND-DINST,
037606                 :UORGS138-EMP-HINSTA:WS-IND-HINST,
037607                 :WS-NATA-INSTA-EMPR:WS-IND-NATA,
037608                 :UORGS138-EMP-DENCRR-CTBIL:WS-IND-DCTBIL,
037609                 :UORGS138-EMP-DULT-ALT-ATA:WS-IND-DALTAT,
037610                 :UORGS138-EMP-DENCRR-LEGAL:WS-IND-DLEGAL,
037611                 :WS-NARQ-ATA-INSTA-UND:WS-IND-NARQU,
037612                 :WS-NINSCR-REG-EMPR,
037613                 :UORGS138-EMP-DARQ-ATA-UND:WS-IND-DARQU,
037614                 :WS-NARQ-ATA-SEDE:WS-IND-NARQS,
037615                 :UORGS138-EMP-DARQ-SEDE:WS-IND-DARQS,
037616                 CURRENT TIMESTAMP, 'UORG0139')
037617     END-EXEC.
037618     IF SQLCODE = ZERO
037619         ADD 1 TO WS-QTDE-EMPRESA
037620     ELSE
037621         DISPLAY 'UORG0139 - ERRO SQLCODE=' SQLCODE
037622             ' NO INSERT DA SOLICITACAO '
037623             UORGS138-EMP-NSEQ-SOLTC
037624         ADD 1 TO WS-QTDE-ERRO
037625     END-IF.
037626 2800-INSERIR-EMPRESA-EXIT.
037627     EXIT.
037628******************************************************************
037700*    6000-PROVAR-COPIA                                          *
037800*    CONTAGENS CONTRA O TRAILER E VARREDURA DE ORFAOS           *
037900******************************************************************
039000            NOT = UORGS138-TRL-QTDE-ENDERECO
039100         OR WS-QTDE-HISTORICO
039200            NOT = UORGS138-TRL-QTDE-HISTORICO
039210         OR WS-QTDE-REGRA NOT = UORGS138-TRL-QTDE-REGRA
039220         OR WS-QTDE-CONTATO NOT = UORGS138-TRL-QTDE-CONTATO
039230         OR WS-QTDE-EMPRESA NOT = UORGS138-TRL-QTDE-EMPRESA
039400         DISPLAY 'UORG0139 - CONTAGENS DIVERGENTES DO TRAILER'
039500         MOVE 'N' TO WS-SW-COPIA-OK
039600     END-IF.
041900                            WHERE U.CPSSOA_JURID
042000                                  = E.CPSSOA_JURID
042100                              AND U.NSEQ_UND_ORGNZ
042110                                  = E.NSEQ_UND_ORGNZ))
042120                + (SELECT COUNT(*)
042130                     FROM DB2PRD.TCONTT_UND_ORGNZ C
042140                    WHERE NOT EXISTS
042150                          (SELECT 1 FROM DB2PRD.TUND_ORGNZ U
042160                            WHERE U.CPSSOA_JURID
042170                                  = C.CPSSOA_JURID
042180                              AND U.NSEQ_UND_ORGNZ
042190                                  = C.NSEQ_UND_ORGNZ))
042300           INTO :WS-QTDE-ORFAO
042400           FROM SYSIBM.SYSDUMMY1
042500     END-EXEC.
047200     COMPUTE UORGL043-QTDE-LIDOS =
047300         WS-QTDE-UNIDADE + WS-QTDE-ACESSO + WS-QTDE-AREA
047400         + WS-QTDE-ENDERECO + WS-QTDE-HISTORICO
047410         + WS-QTDE-REGRA + WS-QTDE-CONTATO
047420         + WS-QTDE-EMPRESA + WS-QTDE-ERRO.
047600     COMPUTE UORGL043-QTDE-GRAVADOS =
047700         WS-QTDE-UNIDADE + WS-QTDE-ACESSO + WS-QTDE-AREA
047800         + WS-QTDE-ENDERECO + WS-QTDE-HISTORICO
047810         + WS-QTDE-REGRA + WS-QTDE-CONTATO
047820         + WS-QTDE-EMPRESA.
048000     MOVE WS-QTDE-ERRO TO UORGL043-QTDE-REJEITADOS.
048100     IF WS-COPIA-OK
048200         MOVE ZERO TO UORGL043-CCOD-TERMINO
