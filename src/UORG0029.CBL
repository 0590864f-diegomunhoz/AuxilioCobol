001880* 22/08/2026 ES  GERACAO REGISTRADA NO CONTROLE DE TRANSMISSAO  *
001890*                TCTRL_TRANSM_ARQ VIA UORG0087 (SEQUENCIAL DO   *
001900*                ARQUIVO EXIBIDO NO SYSOUT).                    *
001905* 15/10/2026 ES  DETALHE TRAZ O CODIGO DO SITE NO FACILITIES,   *
001910*                PELO CPRDIO DA SITUACAO E PELA TABELA DE       *
001915*                CODIGOS EXTERNOS (TIDENT_EXTER_UND).           *
001925******************************************************************
001950*
001975*    FUNCAO: PARA CADA LINHA DE TMANUT_PRDIO_OCPDO AINDA EM
002300*    SITUACAO ESTA PENDENTE, GRAVANDO O RESULTADO NO LAYOUT
002400*    UORGS029 (HEADER/DETALHE/TRAILER, NOS MOLDES DE 011/021)
002500*    PARA ABERTURA DE CHAMADO NO SISTEMA DE FACILITIES.
002510*    O SITE DO FACILITIES SAI DO CODIGO EXTERNO (SISTEMA
002520*    'FACIL') DE UMA UNIDADE COM ENDERECO NO IMOVEL VINCULADO A
002530*    SITUACAO (CPRDIO, GRAVADO PELA UO96); SEM VINCULO OU SEM
002540*    CODIGO O CAMPO SAI EM BRANCO E E CONTADO NO SYSOUT.
002600*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004500        88 WS-FIM-CURSOR              VALUE 'S'.
004600 01  WS-CONTADORES.
004700     05 WS-QTDE-EXTRAIDA         PIC S9(9) COMP VALUE ZERO.
004710     05 WS-QTDE-SEM-SITE         PIC S9(9) COMP VALUE ZERO.
004800 01  WS-DATA-HOJE.
004900     05 WS-DATA-HOJE-AAAAMMDD    PIC 9(8).
005000 01  WS-AREA-TRABALHO.
005600     05 WS-DATA-INSTA-9          PIC 9(8).
005700     05 WS-QTDE-DIAS-ABERTO      PIC S9(5)V COMP-3.
005710     05 WS-DATA-HOJE-ISO         PIC X(10).
005720     05 WS-CPRDIO                PIC S9(7)V COMP-3.
005730     05 WS-CSITE-FACIL           PIC X(10).
005750 01  WS-INDICADORES.
005760     05 WS-IND-CPSSOA-JURID-CONGL PIC S9(4) COMP-5.
005770     05 WS-IND-CPRDIO            PIC S9(4) COMP-5.
005780     05 WS-IND-CSITE-FACIL       PIC S9(4) COMP-5.
005800 COPY UORGS029.
006460 COPY UORGL085.
006463 COPY UORGL043.
008500         DECLARE CUR-UORG0029 CURSOR FOR
008600         SELECT A.NSEQ_SOLTC_MANUT, B.CPSSOA_JURID_CONGL,
008700                A.CTPO_SIT_PRDIO, A.RTPO_SIT_PRDIO,
008800                B.DATA_INSTA_EMPR, A.CPRDIO
008900           FROM DB2PRD.TMANUT_PRDIO_OCPDO A,
009000                DB2PRD.TMANUT_EMPR_GRP B
009100          WHERE A.NSEQ_SOLTC_MANUT = B.NSEQ_SOLTC_MANUT
010500 2000-PROCESSAR-CURSOR          SECTION.
010600     PERFORM 2100-CALCULAR-DIAS-ABERTO
010700         THRU 2100-CALCULAR-DIAS-ABERTO-EXIT.
010710     PERFORM 2200-BUSCAR-SITE
010720         THRU 2200-BUSCAR-SITE-EXIT.
010800     PERFORM 3000-GRAVAR-DETALHE
010900         THRU 3000-GRAVAR-DETALHE-EXIT.
011000     ADD 1 TO WS-QTDE-EXTRAIDA.
012498     END-IF.
012500 2100-CALCULAR-DIAS-ABERTO-EXIT.
012600     EXIT.
012602******************************************************************
012604*    2200-BUSCAR-SITE                                            *
012606*    CODIGO DO SITE NO FACILITIES DE UMA UNIDADE DO IMOVEL       *
012608******************************************************************
012610 2200-BUSCAR-SITE               SECTION.
012612     MOVE SPACES TO WS-CSITE-FACIL.
012614     IF WS-CPRDIO = ZERO
012616         ADD 1 TO WS-QTDE-SEM-SITE
012618         GO TO 2200-BUSCAR-SITE-EXIT
012620     END-IF.
012622     EXEC SQL
012624         SELECT MIN(X.CIDENT_EXTER)
012626           INTO :WS-CSITE-FACIL:WS-IND-CSITE-FACIL
012628           FROM DB2PRD.TIDENT_EXTER_UND X,
012630                DB2PRD.TENDRC_UND_ORGNZ E
012632          WHERE E.CPRDIO         = :WS-CPRDIO
012634            AND X.CPSSOA_JURID   = E.CPSSOA_JURID
012636            AND X.NSEQ_UND_ORGNZ = E.NSEQ_UND_ORGNZ
012638            AND X.CSIST_EXTER    = 'FACIL'
012640     END-EXEC.
012642     IF SQLCODE NOT = ZERO
012644         DISPLAY 'UORG0029 - ERRO SQLCODE=' SQLCODE
012646             ' NA BUSCA DO SITE DO IMOVEL ' WS-CPRDIO
012648         MOVE SPACES TO WS-CSITE-FACIL
012650     ELSE
012652         IF WS-IND-CSITE-FACIL < ZERO
012654             MOVE SPACES TO WS-CSITE-FACIL
012656         END-IF
012658     END-IF.
012660     IF WS-CSITE-FACIL = SPACES
012662         ADD 1 TO WS-QTDE-SEM-SITE
012664     END-IF.
012666 2200-BUSCAR-SITE-EXIT.
012668     EXIT.
012700******************************************************************
012800*    3000-GRAVAR-DETALHE                                         *
012900******************************************************************
013800     MOVE WS-QTDE-DIAS-ABERTO TO UORGS029-QTDE-DIAS-ABERTO.
013810     MOVE UORGL085-QTDE-DIAS-UTEIS
013820         TO UORGS029-QTDE-DIAS-UTEIS.
013830     MOVE WS-CSITE-FACIL TO UORGS029-CSITE-FACIL.
013900     WRITE REL-UORGS029-REG FROM UORGS029-REGISTRO.
014000 3000-GRAVAR-DETALHE-EXIT.
014100     EXIT.
014811         DISPLAY 'UORG0029 - ERRO ' UORGL087-RETORNO
014812             ' NO REGISTRO DA GERACAO'
014813     END-IF.
014823     DISPLAY 'UORG0029 - SITUACOES SEM SITE NO FACILITIES: '
014833         WS-QTDE-SEM-SITE.
014900     WRITE REL-UORGS029-REG FROM UORGS029-REGISTRO.
015000     EXEC SQL
015100         CLOSE CUR-UORG0029
016150          INTO :WS-NSEQ-SOLTC-MANUT,
016180               :WS-CPSSOA-JURID-CONGL:WS-IND-CPSSOA-JURID-CONGL,
016300               :WS-CTPO-SIT-PRDIO, :WS-RTPO-SIT-PRDIO,
016400               :WS-DATA-INSTA-EMPR,
016410               :WS-CPRDIO:WS-IND-CPRDIO
016500     END-EXEC.
016600     IF SQLCODE = 100
016700         MOVE 'S' TO WS-SW-FIM-CURSOR
017250     ELSE
017260         IF WS-IND-CPSSOA-JURID-CONGL < ZERO
017270             MOVE ZERO TO WS-CPSSOA-JURID-CONGL
017272         END-IF
017274         IF WS-IND-CPRDIO < ZERO
017276             MOVE ZERO TO WS-CPRDIO
017280         END-IF
017300     END-IF
017400     END-IF.
