000200*     CADEIA INTERROMPIDA E ACUSADO).                            *
000210* SEM ACHADOS: RC=0 E RELATORIO LIMPO EM CHKRPT. QUALQUER        *
000220* ACHADO: RC=8, PARA O ESCALONADOR SEGURAR O JOB PRINCIPAL.      *
000222* ADICIONALMENTE CONFERE NO RUNREG SE A ULTIMA EXECUCAO BEM      *
000224* SUCEDIDA (N/R) E DO DIA UTIL ANTERIOR SEGUNDO O CALENDARIO     *
000226* (CALEND, VIA CALDIA). UMA LACUNA E ACHADO, SALVO COM O CARTAO  *
000228* ACEITA-LACUNA NA SYSIN (OPCIONAL), QUE A REBAIXA PARA AVISO.   *
000230*----------------------------------------------------------------*
000240* HISTORICO DE ALTERACOES                                        *
000250*----------------------------------------------------------------*
000260* DATA       AUTOR  DESCRICAO                                    *
000270* 2026-09-02 EQP    VERSAO INICIAL.                              *
000271* 2026-10-15 EQP    LAYOUT DO MSTPREV COM A DATA DA ULTIMA       *
000272*                   ATIVIDADE DA CONTA (MSTP-LAST-ACTIVITY).     *
000273* 2026-10-15 EQP    CONFERENCIA DO DIA UTIL ANTERIOR NO RUNREG   *
000274*                   (CALENDARIO CALEND) E CARTAO ACEITA-LACUNA   *
000275*                   NA SYSIN.                                    *
000276* 2026-10-15 EQP    LAYOUT DO RUNREG NO COPY RUNREG; EXECUCAO    *
000277*                   ESTORNADA (RUNBKO) NAO CONTA COMO DIA        *
000278*                   PROCESSADO.                                  *
000280*----------------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000440     SELECT CHK-REPORT-FILE ASSIGN TO 'CHKRPT'
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CHKRPT-STATUS.
000461     SELECT RUN-REG-FILE ASSIGN TO 'RUNREG'
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-RUNREG-STATUS.
000464     SELECT PARM-FILE ASSIGN TO 'SYSIN'
000465         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS WS-PARM-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000620     05  MSTP-STATUS             PIC X(01).
000630     05  MSTP-BALANCE            PIC S9(11)V99.
000640     05  MSTP-LIMIT              PIC 9(09)V99.
000645     05  MSTP-LAST-ACTIVITY      PIC 9(08).
000650
000660 FD  MOVTOT-FILE.
000670     COPY MOVTOT.
000680
000690 FD  CHK-REPORT-FILE.
000691 01  CHK-REPORT-LINE            PIC X(80).
000692
000694*----------------------------------------------------------------*
000695* RUNREG - REGISTRO ACUMULATIVO DE EXECUCOES DO PROGRA01 (SO     *
000696*          LEITURA)                                              *
000698*----------------------------------------------------------------*
000699 FD  RUN-REG-FILE.
000700     COPY RUNREG.
000702
000703*----------------------------------------------------------------*
000704* SYSIN - CARTAO OPCIONAL ACEITA-LACUNA                          *
000706*----------------------------------------------------------------*
000707 FD  PARM-FILE.
000708 01  PARM-RECORD                 PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------*
000840     88  WS-MOVTOT-EOF               VALUE '10'.
000850 77  WS-CHKRPT-STATUS        PIC X(02) VALUE SPACES.
000860     88  WS-CHKRPT-OK                VALUE '00'.
000861 77  WS-RUNREG-STATUS        PIC X(02) VALUE SPACES.
000862     88  WS-RUNREG-OK                VALUE '00'.
000863     88  WS-RUNREG-EOF               VALUE '10'.
000864     88  WS-RUNREG-NOT-FOUND         VALUE '35'.
000865 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
000866     88  WS-PARM-OK                  VALUE '00'.
000867     88  WS-PARM-EOF                 VALUE '10'.
000870
000880*----------------------------------------------------------------*
000890* AREA DA CAMINHADA CONTA A CONTA                                *
001070 77  WS-PG-COUNT             PIC 9(07) VALUE ZERO.
001080 77  WS-PG-AMOUNT            PIC 9(11)V99 VALUE ZERO.
001090 77  WS-RP-COUNT             PIC 9(07) VALUE ZERO.
001091 77  WS-RP-AMOUNT            PIC 9(11)V99 VALUE ZERO.
001092
001094
001095*----------------------------------------------------------------*
001096* AREA DA CONFERENCIA DO DIA UTIL ANTERIOR NO RUNREG             *
001098*----------------------------------------------------------------*
001099 77  WS-PREV-BUSINESS-DATE   PIC 9(08) VALUE ZERO.
001100 77  WS-LAST-RUN-DATE        PIC 9(08) VALUE ZERO.
001102 77  WS-GAP-PREFIX           PIC X(06) VALUE SPACES.
001103 77  WS-PREV-RUN-SWITCH      PIC X(01) VALUE 'N'.
001104     88  WS-PREV-RUN-FOUND           VALUE 'S'.
001106 77  WS-GAP-OVERRIDE-SWITCH  PIC X(01) VALUE 'N'.
001107     88  WS-GAP-OVERRIDE             VALUE 'S'.
001108     COPY CALPRM.
001110
001120*----------------------------------------------------------------*
001130* CONTADORES E AREAS DO RELATORIO                                *
001340     IF WS-ERROR-COUNT IS EQUAL TO ZERO
001350        PERFORM 3000-COMPARE-MASTERS THRU 3000-EXIT
001360        PERFORM 4000-CHECK-PRIOR-TOTALS THRU 4000-EXIT
001362        PERFORM 5000-CHECK-PREVIOUS-RUN THRU 5000-EXIT
001370     END-IF
001380     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001390 0000-EXIT.
003340            EVALUATE TOT-CLASS
003350                WHEN 'VL'
003360                    SET WS-VL-SEEN TO TRUE
003361                    MOVE TOT-COUNT  TO WS-VL-COUNT
003362                    MOVE TOT-AMOUNT TO WS-VL-AMOUNT
003363                WHEN 'PG'
003364                    SET WS-PG-SEEN TO TRUE
003365                    MOVE TOT-COUNT  TO WS-PG-COUNT
003366                    MOVE TOT-AMOUNT TO WS-PG-AMOUNT
003367                WHEN 'RP'
003368                    SET WS-RP-SEEN TO TRUE
003369                    MOVE TOT-COUNT  TO WS-RP-COUNT
003370                    MOVE TOT-AMOUNT TO WS-RP-AMOUNT
003371                WHEN OTHER
003372                    CONTINUE
003373            END-EVALUATE
003374     END-READ.
003375 4100-EXIT.
003376     EXIT.
003377
003378*----------------------------------------------------------------*
003379* 5000-CHECK-PREVIOUS-RUN - CONFERE NO RUNREG SE O DIA UTIL      *
003380*                           ANTERIOR (CALENDARIO) TEVE EXECUCAO  *
003381*                           BEM SUCEDIDA. SEM NENHUMA EXECUCAO   *
003383*                           ANTERIOR (PRIMEIRA EXECUCAO) A       *
003384*                           CONFERENCIA E DISPENSADA             *
003385*----------------------------------------------------------------*
003386 5000-CHECK-PREVIOUS-RUN.
003387     PERFORM 5100-READ-PARM-CARDS THRU 5100-EXIT
003388     MOVE 'AN' TO CALP-FUNCTION
003389     MOVE WS-CURRENT-DATE TO CALP-DATE-IN
003390     CALL 'CALDIA' USING CALENDAR-PARM-AREA
003391     IF CALP-UNAVAILABLE
003392        MOVE 'ERRO: CALENDARIO DE DIAS UTEIS INDISPONIVEL'
003393          TO CHK-REPORT-LINE
003394        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
003395        GO TO 5000-EXIT
003396     END-IF
003397     IF NOT CALP-OK
003398        MOVE SPACES TO CHK-REPORT-LINE
003399        STRING 'ERRO: DIA UTIL ANTERIOR A '
003400                                             DELIMITED BY SIZE
003401               WS-CURRENT-DATE               DELIMITED BY SIZE
003402               ' FORA DO CALENDARIO (CALEND)'
003403                                             DELIMITED BY SIZE
003405            INTO CHK-REPORT-LINE
003406        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
003407        GO TO 5000-EXIT
003408     END-IF
003409     MOVE CALP-DATE-OUT TO WS-PREV-BUSINESS-DATE
003410     OPEN INPUT RUN-REG-FILE
003411     IF WS-RUNREG-NOT-FOUND
003412        MOVE 'RUNREG INEXISTENTE - CONFERENCIA DO DIA UTIL'
003413          TO CHK-REPORT-LINE
003414        PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
003415        MOVE '  ANTERIOR DISPENSADA' TO CHK-REPORT-LINE
003416        PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
003417        GO TO 5000-EXIT
003418     END-IF
003419     IF NOT WS-RUNREG-OK
003420        MOVE SPACES TO CHK-REPORT-LINE
003421        STRING 'ERRO: FALHA AO ABRIR RUNREG - STATUS '
003422                                             DELIMITED BY SIZE
003423               WS-RUNREG-STATUS              DELIMITED BY SIZE
003424            INTO CHK-REPORT-LINE
003425        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
003426        GO TO 5000-EXIT
003428     END-IF
003429     PERFORM 5200-READ-ONE-RUN THRU 5200-EXIT
003430         UNTIL WS-RUNREG-EOF
003431     CLOSE RUN-REG-FILE
003432     IF WS-LAST-RUN-DATE IS EQUAL TO ZERO
003433        MOVE 'NENHUMA EXECUCAO ANTERIOR NO RUNREG - CONFERENCIA'
003434          TO CHK-REPORT-LINE
003435        PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
003436        MOVE '  DO DIA UTIL ANTERIOR DISPENSADA'
003437          TO CHK-REPORT-LINE
003438        PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
003439        GO TO 5000-EXIT
003440     END-IF
003441     IF WS-PREV-RUN-FOUND
003442        MOVE SPACES TO CHK-REPORT-LINE
003443        STRING 'DIA UTIL ANTERIOR '    DELIMITED BY SIZE
003444               WS-PREV-BUSINESS-DATE   DELIMITED BY SIZE
003445               ' PROCESSADO NO RUNREG' DELIMITED BY SIZE
003446            INTO CHK-REPORT-LINE
003447        PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
003448        GO TO 5000-EXIT
003450     END-IF
003451     IF WS-GAP-OVERRIDE
003452        MOVE 'AVISO:' TO WS-GAP-PREFIX
003453     ELSE
003454        MOVE 'ERRO:' TO WS-GAP-PREFIX
003455     END-IF
003456     MOVE SPACES TO CHK-REPORT-LINE
003457     STRING WS-GAP-PREFIX              DELIMITED BY SPACE
003458            ' DIA UTIL ANTERIOR '      DELIMITED BY SIZE
003459            WS-PREV-BUSINESS-DATE      DELIMITED BY SIZE
003460            ' SEM EXECUCAO NO RUNREG (ULTIMA EM '
003461                                       DELIMITED BY SIZE
003462            WS-LAST-RUN-DATE           DELIMITED BY SIZE
003463            ')'                        DELIMITED BY SIZE
003464         INTO CHK-REPORT-LINE
003465     IF WS-GAP-OVERRIDE
003466        DISPLAY 'MSTRCHK - ' CHK-REPORT-LINE
003467        PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
003468        MOVE '  LACUNA ACEITA PELO CARTAO ACEITA-LACUNA DA SYSIN'
003469          TO CHK-REPORT-LINE
003470        PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
003471     ELSE
003473        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
003474     END-IF.
003475 5000-EXIT.
003476     EXIT.
003477
003478*----------------------------------------------------------------*
003479* 5100-READ-PARM-CARDS - LE A SYSIN OPCIONAL; O CARTAO           *
003480*                        ACEITA-LACUNA REBAIXA A LACUNA DE DIA   *
003481*                        UTIL PARA AVISO (MESMO CARTAO DO        *
003482*                        PROGRA01)                               *
003483*----------------------------------------------------------------*
003484 5100-READ-PARM-CARDS.
003485     OPEN INPUT PARM-FILE
003486     IF NOT WS-PARM-OK
003487        GO TO 5100-EXIT
003488     END-IF
003489     PERFORM 5150-READ-ONE-CARD THRU 5150-EXIT
003490         UNTIL WS-PARM-EOF
003491     CLOSE PARM-FILE.
003492 5100-EXIT.
003493     EXIT.
003495
003496*----------------------------------------------------------------*
003497* 5150-READ-ONE-CARD - LE E INTERPRETA UM CARTAO DA SYSIN        *
003498*----------------------------------------------------------------*
003499 5150-READ-ONE-CARD.
003500     READ PARM-FILE
003501         AT END
003502            SET WS-PARM-EOF TO TRUE
003503         NOT AT END
003504            IF PARM-RECORD (1:13) IS EQUAL TO 'ACEITA-LACUNA'
003505               SET WS-GAP-OVERRIDE TO TRUE
003506            END-IF
003507     END-READ.
003508 5150-EXIT.
003509     EXIT.
003510
003511*----------------------------------------------------------------*
003512* 5200-READ-ONE-RUN - LE UMA LINHA DO RUNREG; SO CONTAM          *
003513*                     EXECUCOES NORMAIS E REINICIOS TERMINADOS   *
003514*                     COM RC=0 ANTES DE HOJE                     *
003515*----------------------------------------------------------------*
003516 5200-READ-ONE-RUN.
003518     READ RUN-REG-FILE
003519         AT END
003520            SET WS-RUNREG-EOF TO TRUE
003521         NOT AT END
003522            IF RR-RETURN-CODE IS EQUAL TO ZERO
003523               AND NOT RR-REVERSED
003524               AND (RR-TYPE-NORMAL OR RR-TYPE-RESTART)
003525               AND RR-BUSINESS-DATE IS LESS THAN WS-CURRENT-DATE
003526               IF RR-BUSINESS-DATE IS EQUAL TO
003527                                     WS-PREV-BUSINESS-DATE
003528                  SET WS-PREV-RUN-FOUND TO TRUE
003529               END-IF
003530               IF RR-BUSINESS-DATE IS GREATER THAN
003531                                     WS-LAST-RUN-DATE
003532                  MOVE RR-BUSINESS-DATE TO WS-LAST-RUN-DATE
003533               END-IF
003534            END-IF
003535     END-READ.
003536 5200-EXIT.
003537     EXIT.
003538
003540*-------------- SESSAO DE FINALIZACAO E RELATORIO ---------------*
003550 UTL-PROC SECTION.
003560*----------------------------------------------------------------*
