001933*                ATIVAS (ENCERRADAS/FECHADAS), COM A SITUACAO   *
001937*                NO DETALHE UORGS011, PARA QUE O ENCERRAMENTO   *
001941*                CHEGUE AO BACEN SEM ESPERAR A RESSINCRONIZACAO.*
001942* 14/10/2026 ES  DELTA INCLUI AS UNIDADES DA FILA               *
001943*                TFILA_REMSA_UND (DIVERGENCIAS DO BATIMENTO     *
001944*                UNICAD DA UORG0188); DEPENDENCIA SO EXISTENTE  *
001945*                NO BACEN SAI COMO ENCERRADA. FILA BAIXADA      *
001946*                COM O REGISTRO DA GERACAO.                     *
001947* 14/10/2026 ES  DETALHE DO DELTA TRAZ O CODIGO PUBLICO         *
001948*                ANTERIOR DA UNIDADE RENUMERADA APOS A          *
001949*                ULTIMA GERACAO CONFIRMADA (TCUND_ANT_UND,      *
001950*                GRAVADA PELA UORG0193).                        *
001951* 15/10/2026 ES  DETALHE TRAZ O NUMERO DA DEPENDENCIA NO BACEN, *
001952*                TRADUZIDO PELA UORG0213 (TIDENT_EXTER_UND);    *
001953*                UNIDADE SEM O CODIGO SAI COM ELE EM BRANCO E   *
001954*                E CONTADA NO SYSOUT (LACUNAS NA UORG0215).     *
001955******************************************************************
001956*
001975*    FUNCAO: LE AS UNIDADES ATIVAS (CSIT_UND_ORGNZ = 1) DE
002000*    TUND_ORGNZ E GRAVA O ARQUIVO DE REMESSA NO LAYOUT UORGS011,
002100*    COM REGISTRO HEADER (DATA DE PROCESSAMENTO E TIPO DE
002386*    ENCERRAMENTO CHEGUE AO BACEN NA PROPRIA GERACAO DELTA.
002388*    SEM GERACAO CONFIRMADA, O MODO DELTA
002390*    RECUA PARA CARGA COMPLETA, COM AVISO NO SYSOUT.
002391*    FILA DE DIVERGENCIAS (TFILA_REMSA_UND, CSIT_FILA = 0,
002392*    GRAVADA PELO BATIMENTO UNICAD DA UORG0188): NO MODO DELTA
002393*    AS UNIDADES DA FILA ENTRAM NA GERACAO; A DEPENDENCIA SO
002394*    EXISTENTE NO BACEN (SEM LINHA EM TUND_ORGNZ) SAI COM OS
002395*    DADOS GUARDADOS NA FILA E SITUACAO 0 (ENCERRADA). REGISTRADA
002396*    A GERACAO, A FILA ATE O INICIO DA EXTRACAO E BAIXADA
002397*    (CSIT_FILA = 1, COM O SEQUENCIAL DA GERACAO); UNIDADE AINDA
002398*    PLANEJADA FICA PENDENTE NA FILA.
002399*    UNIDADE RENUMERADA (UORG0193) ENTRA NO DELTA PELO
002400*    HMANUT_REG; O DETALHE LEVA TAMBEM O CODIGO PUBLICO E O
002401*    DIGITO QUE O BACEN CONHECIA (PRIMEIRA RENUMERACAO EM
002402*    TCUND_ANT_UND APOS A ULTIMA GERACAO CONFIRMADA), PARA QUE O
002403*    CADASTRO DE LA SEJA REGRAVADO SEM ABRIR UNIDADE NOVA. NA
002404*    CARGA COMPLETA O CODIGO ANTERIOR SAI ZERADO.
002405*    O NUMERO DA DEPENDENCIA NO BACEN (NDEPEND-BACEN) VEM DA
002406*    TABELA DE CODIGOS EXTERNOS PELA UORG0213 (SISTEMA 'BACEN');
002407*    SEM O CODIGO O CAMPO SAI EM BRANCO E A UNIDADE E CONTADA
002408*    NO SYSOUT, PARA CORRECAO NA UO85.
002409*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.         IBM-390.
004330 01  WS-FS-CONTROLE              PIC X(2).
004400 01  WS-CONTADORES.
004500     05 WS-QTDE-EXTRAIDA         PIC S9(9) COMP VALUE ZERO.
004510     05 WS-QTDE-SEM-DEPEND       PIC S9(9) COMP VALUE ZERO.
004600 01  WS-DATA-HOJE.
004700     05 WS-DATA-HOJE-AAAAMMDD    PIC 9(8).
004800 01  WS-AREA-TRABALHO.
005600     05 WS-CDIG-UND-ORGNZ        PIC X(1).
005700     05 WS-CLOGDR-CMBIO-ORGNZ    PIC S9(5)V COMP-3.
005710     05 WS-MARCA-GERACAO         PIC X(26).
005720     05 WS-HCORTE-FILA           PIC X(26).
005730     05 WS-CUND-ORGNZ-ANT        PIC S9(6)V COMP-3.
005740     05 WS-CDIG-UND-ORGNZ-ANT    PIC X(1).
005750 01  WS-INDICADORES.
005755     05 WS-IND-MARCA-GERACAO     PIC S9(4) COMP-5.
005760     05 WS-IND-CCLASF-UND-ORGNZ  PIC S9(4) COMP-5.
005780     05 WS-IND-CDIG-UND-ORGNZ    PIC S9(4) COMP-5.
005790     05 WS-IND-CLOGDR-CMBIO-ORGNZ PIC S9(4) COMP-5.
005795     05 WS-IND-CSIT-UND-ORGNZ    PIC S9(4) COMP-5.
005797     05 WS-IND-CDIG-UND-ORGNZ-ANT PIC S9(4) COMP-5.
005800 COPY UORGS011.
005801 COPY UORGK011.
005802 COPY UORGL043.
005898 COPY UORGL087.
005899 COPY UORGL213.
005900 PROCEDURE DIVISION.
006000******************************************************************
006100*    0000-MAINLINE                                               *
009098                            = A.NSEQ_UND_ORGNZ
009099                        AND R.CSIT_ACEIT_BACEN = 0
009100                        AND DATE(A.HMANUT_REG)
009101                            >= R.DRTRNO_BACEN)
009102                 OR EXISTS
009103                    (SELECT 1
009104                       FROM DB2PRD.TFILA_REMSA_UND F
009105                      WHERE F.CPSSOA_JURID = A.CPSSOA_JURID
009106                        AND F.NSEQ_UND_ORGNZ
009107                            = A.NSEQ_UND_ORGNZ
009108                        AND F.CSIT_FILA = 0))
009109         UNION ALL
009110         SELECT F.CPSSOA_JURID, F.NSEQ_UND_ORGNZ,
009111                0, 0, 0, F.IABREV_UND_ORGNZ,
009112                F.CUND_ORGNZ, F.CDIG_UND_ORGNZ,
009113                0, 0
009114           FROM DB2PRD.TFILA_REMSA_UND F
009115          WHERE F.CSIT_FILA = 0
009116            AND NOT EXISTS
009117                (SELECT 1
009118                   FROM DB2PRD.TUND_ORGNZ U
009119                  WHERE U.CPSSOA_JURID = F.CPSSOA_JURID
009120                    AND U.NSEQ_UND_ORGNZ = F.NSEQ_UND_ORGNZ)
009121          ORDER BY 1, 2
009122     END-EXEC.
009123     IF WS-MODO-DELTA
009124         EXEC SQL
009125             SET :WS-HCORTE-FILA = CURRENT TIMESTAMP
009126         END-EXEC
009127         EXEC SQL
009128             OPEN CUR-UORG0011-DLT
009129         END-EXEC
009130     ELSE
009131         EXEC SQL
009132             OPEN CUR-UORG0011
009133         END-EXEC
009134     END-IF.
009400     PERFORM 8000-LER-CURSOR
009500         THRU 8000-LER-CURSOR-EXIT.
009600 1000-ABRIR-ARQUIVOS-EXIT.
013200     MOVE WS-CDIG-UND-ORGNZ TO UORGS011-CDIG-UND-ORGNZ.
013300     MOVE WS-CLOGDR-CMBIO-ORGNZ TO UORGS011-CLOGDR-CMBIO-ORGNZ.
013310     MOVE WS-CSIT-UND-ORGNZ TO UORGS011-CSIT-UND-ORGNZ.
013320     MOVE ZERO TO UORGS011-CUND-ORGNZ-ANT.
013330     IF WS-MODO-DELTA
013340         PERFORM 4100-BUSCAR-CODIGO-ANTERIOR
013350             THRU 4100-BUSCAR-CODIGO-ANTERIOR-EXIT
013360     END-IF.
013370     PERFORM 4200-TRADUZIR-DEPENDENCIA
013380         THRU 4200-TRADUZIR-DEPENDENCIA-EXIT.
013400     WRITE REL-UORGS011-REG FROM UORGS011-REGISTRO.
013500 4000-IMPRIMIR-DETALHE-EXIT.
013600     EXIT.
013602******************************************************************
013604*    4100-BUSCAR-CODIGO-ANTERIOR                                *
013606*    CODIGO PUBLICO QUE A UNIDADE TINHA NA ULTIMA GERACAO       *
013608*    CONFIRMADA, SE FOI RENUMERADA DEPOIS DELA (TCUND_ANT_UND)  *
013610******************************************************************
013612 4100-BUSCAR-CODIGO-ANTERIOR    SECTION.
013614     EXEC SQL
013616         SELECT CUND_ORGNZ_ANT, CDIG_UND_ORGNZ_ANT
013618           INTO :WS-CUND-ORGNZ-ANT,
013620                :WS-CDIG-UND-ORGNZ-ANT
013622                    :WS-IND-CDIG-UND-ORGNZ-ANT
013624           FROM DB2PRD.TCUND_ANT_UND
013626          WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
013628            AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
013630            AND HRENUM_REG     > :WS-MARCA-GERACAO
013632          ORDER BY HRENUM_REG
013634          FETCH FIRST 1 ROW ONLY
013636     END-EXEC.
013638     IF SQLCODE = ZERO
013640         IF WS-IND-CDIG-UND-ORGNZ-ANT < ZERO
013642             MOVE SPACES TO WS-CDIG-UND-ORGNZ-ANT
013644         END-IF
013646         MOVE WS-CUND-ORGNZ-ANT TO UORGS011-CUND-ORGNZ-ANT
013648         MOVE WS-CDIG-UND-ORGNZ-ANT
013650             TO UORGS011-CDIG-UND-ORGNZ-ANT
013652     ELSE
013654     IF SQLCODE NOT = 100
013656         DISPLAY 'UORG0011 - ERRO SQLCODE=' SQLCODE
013658             ' NA LEITURA DE TCUND_ANT_UND'
013660     END-IF
013662     END-IF.
013664 4100-BUSCAR-CODIGO-ANTERIOR-EXIT.
013666     EXIT.
013667******************************************************************
013668*    4200-TRADUZIR-DEPENDENCIA                                  *
013669*    NUMERO DA DEPENDENCIA NO BACEN PELA TABELA DE CODIGOS       *
013670*    EXTERNOS (UORG0213); SEM O CODIGO O CAMPO FICA EM BRANCO    *
013671******************************************************************
013672 4200-TRADUZIR-DEPENDENCIA      SECTION.
013673     MOVE 'E' TO UORGL213-FUNCTION.
013674     MOVE 'BACEN' TO UORGL213-CSIST-EXTER.
013675     MOVE WS-CPSSOA-JURID TO UORGL213-CPSSOA-JURID.
013676     MOVE WS-NSEQ-UND-ORGNZ TO UORGL213-NSEQ-UND-ORGNZ.
013677     CALL 'UORG0213' USING UORGL213-PARMS.
013678     EVALUATE TRUE
013679         WHEN UORGL213-OK
013680             MOVE UORGL213-CIDENT-EXTER TO UORGS011-NDEPEND-BACEN
013681         WHEN UORGL213-SEM-MAPEAMENTO
013682             ADD 1 TO WS-QTDE-SEM-DEPEND
013683         WHEN OTHER
013684             DISPLAY 'UORG0011 - ERRO ' UORGL213-RETORNO
013685                 ' NA TRADUCAO DA DEPENDENCIA BACEN'
013686     END-EVALUATE.
013687 4200-TRADUZIR-DEPENDENCIA-EXIT.
013688     EXIT.
013700******************************************************************
013800*    7000-ENCERRAR                                               *
013900******************************************************************
014307     IF UORGL087-OK
014308         DISPLAY 'UORG0011 - GERACAO REGISTRADA: '
014309             UORGL087-NSEQ-GERACAO
014310         IF WS-MODO-DELTA
014311             PERFORM 7100-BAIXAR-FILA
014312                 THRU 7100-BAIXAR-FILA-EXIT
014313         END-IF
014314     ELSE
014315         DISPLAY 'UORG0011 - ERRO ' UORGL087-RETORNO
014316             ' NO REGISTRO DA GERACAO'
014317     END-IF.
014400     WRITE REL-UORGS011-REG FROM UORGS011-REGISTRO.
014500     IF WS-MODO-DELTA
014600         EXEC SQL
014660         END-EXEC
014700     END-IF.
014800     CLOSE REL-UORGS011.
014810     DISPLAY 'UORG0011 - UNIDADES SEM DEPENDENCIA BACEN: '
014820         WS-QTDE-SEM-DEPEND.
014900 7000-ENCERRAR-EXIT.
015000     EXIT.
015002******************************************************************
015004*    7100-BAIXAR-FILA                                            *
015006*    BAIXA AS DIVERGENCIAS DA FILA ENVIADAS NESTA GERACAO (A     *
015008*    UNIDADE PLANEJADA NAO SAI NO DELTA E CONTINUA PENDENTE)     *
015010******************************************************************
015012 7100-BAIXAR-FILA               SECTION.
015014     EXEC SQL
015016         UPDATE DB2PRD.TFILA_REMSA_UND F
015018            SET CSIT_FILA    = 1,
015020                NSEQ_GERACAO = :UORGL087-NSEQ-GERACAO,
015022                HENVIO_REG   = CURRENT TIMESTAMP
015024          WHERE F.CSIT_FILA  = 0
015026            AND F.HINCL_REG <= :WS-HCORTE-FILA
015028            AND NOT EXISTS
015030                (SELECT 1
015032                   FROM DB2PRD.TUND_ORGNZ U
015034                  WHERE U.CPSSOA_JURID = F.CPSSOA_JURID
015036                    AND U.NSEQ_UND_ORGNZ = F.NSEQ_UND_ORGNZ
015038                    AND U.CSIT_UND_ORGNZ = 2)
015040     END-EXEC.
015042     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
015044         DISPLAY 'UORG0011 - ERRO SQLCODE=' SQLCODE
015046             ' NA BAIXA DA FILA TFILA_REMSA_UND'
015048     ELSE
015050         DISPLAY 'UORG0011 - DIVERGENCIAS UNICAD BAIXADAS: '
015052             SQLERRD (3)
015054     END-IF.
015056 7100-BAIXAR-FILA-EXIT.
015058     EXIT.
015100******************************************************************
015200*    8000-LER-CURSOR                                            *
015300******************************************************************
