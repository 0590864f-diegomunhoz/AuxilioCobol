001600*                DATA PASSADA, REBOBINANDO TUND_ORGNZ_HIST       *
001700*                (UORG0002), COM MODO COMPARATIVO ENTRE DUAS     *
001800*                DATAS (ENTRADAS, SAIDAS E RECLASSIFICACOES).    *
001810* 15/10/2026 ES  EVENTOS SUPERADOS POR CORRECAO                  *
001820*                RETROATIVA (CINDCD_EVENTO_SUPERD)               *
001830*                IGNORADOS NA RECONSTRUCAO.                      *
001900******************************************************************
002000*
002100*    FUNCAO: LE A DATA-BASE (E A SEGUNDA DATA OPCIONAL) DO
022800                   FROM DB2PRD.TUND_ORGNZ_HIST
022900                  WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
023000                    AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
023100                    AND HEVENTO_HIST  <= :WS-TS-ALVO
023110                    AND COALESCE(CINDCD_EVENTO_SUPERD, 'N') = 'N')
023200     END-EXEC.
023300     IF SQLCODE = ZERO
023400         MOVE 'S' TO WS-SW-EXISTIA
025200                   FROM DB2PRD.TUND_ORGNZ_HIST
025300                  WHERE CPSSOA_JURID   = :WS-CPSSOA-JURID
025400                    AND NSEQ_UND_ORGNZ = :WS-NSEQ-UND-ORGNZ
025500                    AND HEVENTO_HIST   > :WS-TS-ALVO
025510                    AND COALESCE(CINDCD_EVENTO_SUPERD, 'N') = 'N')
025600     END-EXEC.
025700     IF SQLCODE = ZERO
025800         IF WS-IND-HINCL >= ZERO
