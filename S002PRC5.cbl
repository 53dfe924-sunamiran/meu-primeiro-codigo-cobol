000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. S002PRC5.
000030 AUTHOR. EQUIPE-SUPORTE-BATCH.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* S002PRC5 - ETAPA S002-PROC5: ENCARGOS DE SALDO DEVEDOR         *
000090*----------------------------------------------------------------*
000100* RODA DEPOIS DA POSTAGEM (S002-PROC2) E COBRA DAS CONTAS DO     *
000110* MESTRE POSTADO (MSTROUT):                                      *
000120*   - JUROS DIARIOS SOBRE O SALDO NEGATIVO DE FECHAMENTO (CONTA  *
000130*     NAO ENCERRADA), PELA TAXA MENSAL DO CARTAO TAXA-MES= EM MES*
000140*     COMERCIAL DE 30 DIAS - LANCAMENTO TIPO 'JR';               *
000150*   - UMA TARIFA FIXA (CARTAO TARIFA-07=) POR MOVIMENTO          *
000160*     REJEITADO NO DIA COM O MOTIVO 07 (SALDO INSUFICIENTE),     *
000170*     LIDOS DO MOVREJ E ORDENADOS POR CONTA - LANCAMENTO 'TF'.   *
000180* OS CARTOES VEM DO CHGPRM; ARQUIVO AUSENTE OU SEM O CARTAO DEIXA*
000190* A TAXA/TARIFA ZERADA (ENCARGO NAO COBRADO). OS ENCARGOS SAO    *
000200* DEBITOS REAIS: ALTERAM O SALDO, SAEM EM MOVDET (SALDO ANTES/   *
000210* DEPOIS, NATUREZA 'D') DEPOIS DOS MOVIMENTOS DA CONTA NO DIA E  *
000220* APARECEM NO EXTRATO. SAO COBRADOS MESMO QUE ULTRAPASSEM O      *
000230* LIMITE DE CREDITO. OS TOTAIS VAO PARA MOVTOT NAS CLASSES 'JR'  *
000240* E 'TF' (CONCILIACAO S002-PROC3 E INTERFACE CONTABIL S003-PROC2)*
000250* E O RELATORIO DE ENCARGOS POR CONTA SAI EM CHGRPT.             *
000260* O CALCULO GRAVA O MESTRE E A TRILHA NOS TRABALHOS MSTCHG E     *
000270* DETCHG, ACRESCENTA OS TOTAIS A MOVTOT E SO ENTAO REGRAVA       *
000280* MSTROUT E MOVDET A PARTIR DELES. NUMA RETOMADA DA ETAPA,       *
000290* TOTAIS 'JR' JA GRAVADOS DEPOIS DO ULTIMO 'PG' INDICAM CALCULO  *
000300* CONCLUIDO: SO A REGRAVACAO E REFEITA, SEM COBRAR DE NOVO.      *
000310* CHAMADO DINAMICAMENTE PELO PROGRA01 CONFORME O CATALOGO DE     *
000320* ETAPAS (STEPCAT), RECEBENDO O REGISTRO DE CONTROLE DE ETAPA    *
000330* (COPY STEPCTL).                                                *
000340*----------------------------------------------------------------*
000350* HISTORICO DE ALTERACOES                                        *
000360*----------------------------------------------------------------*
000370* DATA       AUTOR  DESCRICAO                                    *
000380* 2026-10-15 EQP    VERSAO INICIAL.                              *
000382* 2026-10-15 EQP    DATA DA ULTIMA ATIVIDADE PRESERVADA NO       *
000384*                   MSTCHG: ENCARGO NAO E MOVIMENTO DO CLIENTE E *
000386*                   NAO ALTERA A INATIVIDADE DA CONTA.           *
000387* 2026-10-15 EQP    REFERENCIA DE DISPUTA DO AJUSTE MANUAL NO    *
000388*                   DETCHG (LAYOUT DO MOVDET), EM BRANCO NOS     *
000389*                   LANCAMENTOS DE ENCARGO.                      *
000391* 2026-10-15 EQP    REGISTROS 'JR'/'TF' DA MOVTOT LIMPOS ANTES   *
000393*                   DE MONTAR (ORIGEM EM BRANCO).                *
000395*----------------------------------------------------------------*
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT MOVTOT-FILE ASSIGN TO 'MOVTOT'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-MOVTOT-STATUS.
000490     SELECT REJECT-FILE ASSIGN TO 'MOVREJ'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-MOVREJ-STATUS.
000520     SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK'.
000530     SELECT MASTER-FILE ASSIGN TO 'MSTROUT'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-MSTROUT-STATUS.
000560     SELECT DETAIL-FILE ASSIGN TO 'MOVDET'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-MOVDET-STATUS.
000590     SELECT MASTER-CHARGE-FILE ASSIGN TO 'MSTCHG'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-MSTCHG-STATUS.
000620     SELECT DETAIL-CHARGE-FILE ASSIGN TO 'DETCHG'
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-DETCHG-STATUS.
000650     SELECT CHARGE-PARM-FILE ASSIGN TO 'CHGPRM'
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CHGPRM-STATUS.
000680     SELECT CHARGE-REPORT-FILE ASSIGN TO 'CHGRPT'
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CHGRPT-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740
000750 FD  MOVTOT-FILE.
000760     COPY MOVTOT.
000770
000780 FD  REJECT-FILE.
000790     COPY MOVREJ.
000800
000810*----------------------------------------------------------------*
000820* AREA DE ORDENACAO DOS REJEITADOS POR SALDO INSUFICIENTE (UMA   *
000830* OCORRENCIA POR MOVIMENTO REJEITADO COM O MOTIVO 07)            *
000840*----------------------------------------------------------------*
000850 SD  SORT-WORK-FILE.
000860 01  SORT-WORK-RECORD.
000870     05  SRT-ACCOUNT             PIC 9(10).
000880
000890*----------------------------------------------------------------*
000900* MSTROUT - CADASTRO MESTRE POSTADO: LIDO NO CALCULO E REGRAVADO *
000910*           A PARTIR DO MSTCHG (LAYOUT DO MSTREC)                *
000920*----------------------------------------------------------------*
000930 FD  MASTER-FILE.
000940     COPY MSTREC.
000950
000960*----------------------------------------------------------------*
000970* MOVDET - TRILHA DE POSTAGEM: LIDA NO CALCULO E REGRAVADA A     *
000980*          PARTIR DO DETCHG                                      *
000990*----------------------------------------------------------------*
001000 FD  DETAIL-FILE.
001010     COPY MOVDET.
001020
001030*----------------------------------------------------------------*
001040* MSTCHG - CADASTRO MESTRE COM OS ENCARGOS DEBITADOS (MESMO      *
001050*          LAYOUT DO MSTREC)                                     *
001060*----------------------------------------------------------------*
001070 FD  MASTER-CHARGE-FILE.
001080 01  MASTER-CHARGE-RECORD.
001090     05  MSTC-ACCOUNT            PIC 9(10).
001100     05  MSTC-NAME               PIC X(30).
001110     05  MSTC-STATUS             PIC X(01).
001120     05  MSTC-BALANCE            PIC S9(11)V99.
001130     05  MSTC-LIMIT              PIC 9(09)V99.
001135     05  MSTC-LAST-ACTIVITY      PIC 9(08).
001140
001150*----------------------------------------------------------------*
001160* DETCHG - TRILHA DE POSTAGEM COM OS LANCAMENTOS DE ENCARGO APOS *
001170*          OS MOVIMENTOS DE CADA CONTA (MESMO LAYOUT DO MOVDET)  *
001180*----------------------------------------------------------------*
001190 FD  DETAIL-CHARGE-FILE.
001200 01  DETAIL-CHARGE-RECORD.
001210     05  DTC-ACCOUNT             PIC 9(10).
001220     05  DTC-TYPE                PIC X(02).
001230     05  DTC-AMOUNT              PIC 9(09)V99.
001240     05  DTC-DATE                PIC 9(08).
001250     05  DTC-BAL-BEFORE          PIC S9(11)V99.
001260     05  DTC-BAL-AFTER           PIC S9(11)V99.
001270     05  DTC-RUN-ID              PIC X(18).
001280     05  DTC-DC-INDICATOR        PIC X(01).
001290     05  DTC-CTR-ACCOUNT         PIC 9(10).
001295     05  DTC-ADJ-REF             PIC X(12).
001300
001310*----------------------------------------------------------------*
001320* CHGPRM - CARTOES DE PARAMETRO DOS ENCARGOS (TAXA-MES=...,      *
001330*          TARIFA-07=...)                                        *
001340*----------------------------------------------------------------*
001350 FD  CHARGE-PARM-FILE.
001360 01  CHARGE-PARM-RECORD          PIC X(80).
001370
001380 FD  CHARGE-REPORT-FILE.
001390 01  CHARGE-REPORT-LINE          PIC X(80).
001400
001410 WORKING-STORAGE SECTION.
001420*----------------------------------------------------------------*
001430* CHAVES DE ESTADO DOS ARQUIVOS                                  *
001440*----------------------------------------------------------------*
001450 77  WS-MOVTOT-STATUS        PIC X(02) VALUE SPACES.
001460     88  WS-MOVTOT-OK                VALUE '00'.
001470     88  WS-MOVTOT-EOF               VALUE '10'.
001480 77  WS-MOVREJ-STATUS        PIC X(02) VALUE SPACES.
001490     88  WS-MOVREJ-OK                VALUE '00'.
001500     88  WS-MOVREJ-EOF               VALUE '10'.
001510 77  WS-MSTROUT-STATUS       PIC X(02) VALUE SPACES.
001520     88  WS-MSTROUT-OK               VALUE '00'.
001530     88  WS-MSTROUT-EOF              VALUE '10'.
001540 77  WS-MOVDET-STATUS        PIC X(02) VALUE SPACES.
001550     88  WS-MOVDET-OK                VALUE '00'.
001560     88  WS-MOVDET-EOF               VALUE '10'.
001570 77  WS-MSTCHG-STATUS        PIC X(02) VALUE SPACES.
001580     88  WS-MSTCHG-OK                VALUE '00'.
001590     88  WS-MSTCHG-EOF               VALUE '10'.
001600 77  WS-DETCHG-STATUS        PIC X(02) VALUE SPACES.
001610     88  WS-DETCHG-OK                VALUE '00'.
001620     88  WS-DETCHG-EOF               VALUE '10'.
001630 77  WS-CHGPRM-STATUS        PIC X(02) VALUE SPACES.
001640     88  WS-CHGPRM-OK                VALUE '00'.
001650     88  WS-CHGPRM-NOT-FOUND         VALUE '35'.
001660 77  WS-CHGRPT-STATUS        PIC X(02) VALUE SPACES.
001670     88  WS-CHGRPT-OK                VALUE '00'.
001680 77  WS-FEE-EOF-SWITCH       PIC X(01) VALUE 'N'.
001690     88  WS-FEE-EOF                  VALUE 'Y'.
001700
001710*----------------------------------------------------------------*
001720* SITUACAO DOS ENCARGOS NESTA EXECUCAO, APURADA NO MOVTOT: SEM   *
001730* TOTAL 'PG' (POSTAGEM NAO EXECUTOU), SO POSTADO, OU TOTAIS 'JR' *
001740* JA GRAVADOS DEPOIS DO ULTIMO 'PG' (CALCULO CONCLUIDO)          *
001750*----------------------------------------------------------------*
001760 77  WS-CHARGE-STATE         PIC X(01) VALUE 'N'.
001770     88  WS-NOT-POSTED               VALUE 'N'.
001780     88  WS-POSTED-ONLY              VALUE 'P'.
001790     88  WS-CHARGES-DONE             VALUE 'C'.
001800
001810*----------------------------------------------------------------*
001820* PARAMETROS DOS ENCARGOS: TAXA MENSAL EM PERCENTUAL COM QUATRO  *
001830* DECIMAIS (TAXA-MES=080000 E 8,0000% AO MES) E TARIFA POR       *
001840* REJEICAO 07 COM DOIS DECIMAIS (TARIFA-07=000001500 E 15,00)    *
001850*----------------------------------------------------------------*
001860 77  WS-MONTHLY-RATE         PIC 9(02)V9(04) VALUE ZERO.
001870 77  WS-FEE-AMOUNT           PIC 9(07)V99 VALUE ZERO.
001880 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
001890 01  WS-EDIT-RATE-TEXT           PIC X(06) VALUE SPACES.
001900 01  WS-EDIT-RATE-NUM REDEFINES WS-EDIT-RATE-TEXT
001910                             PIC 9(02)V9(04).
001920 01  WS-EDIT-FEE-TEXT            PIC X(09) VALUE SPACES.
001930 01  WS-EDIT-FEE-NUM REDEFINES WS-EDIT-FEE-TEXT
001940                             PIC 9(07)V99.
001950
001960*----------------------------------------------------------------*
001970* AREA DE CALCULO E TOTAIS                                       *
001980*----------------------------------------------------------------*
001990 77  WS-WORK-BALANCE         PIC S9(11)V99 VALUE ZERO.
002000 77  WS-BAL-BEFORE           PIC S9(11)V99 VALUE ZERO.
002010 77  WS-NEG-BALANCE          PIC 9(11)V99 VALUE ZERO.
002020 77  WS-INTEREST             PIC 9(09)V99 VALUE ZERO.
002030 77  WS-ACCT-FEE-COUNT       PIC 9(05) VALUE ZERO.
002040 77  WS-ACCT-FEE-TOTAL       PIC 9(09)V99 VALUE ZERO.
002050 77  WS-INT-COUNT            PIC 9(07) VALUE ZERO.
002060 77  WS-INT-AMOUNT           PIC 9(11)V99 VALUE ZERO.
002070 77  WS-FEE-COUNT            PIC 9(07) VALUE ZERO.
002080 77  WS-FEE-TOTAL            PIC 9(11)V99 VALUE ZERO.
002090 77  WS-CHARGED-COUNT        PIC 9(07) VALUE ZERO.
002100
002110*----------------------------------------------------------------*
002120* AREA DO RELATORIO DE ENCARGOS                                  *
002130*----------------------------------------------------------------*
002140 01  WS-RPT-BAL-EDIT             PIC -ZZZZZZZZZZ9.99.
002150 01  WS-RPT-NEW-BAL-EDIT         PIC -ZZZZZZZZZZ9.99.
002160 01  WS-RPT-INT-EDIT             PIC ZZZZZZZZ9.99.
002170 01  WS-RPT-FEE-EDIT             PIC ZZZZZZZZ9.99.
002180 01  WS-RPT-QTY-EDIT             PIC ZZZ9.
002190 01  WS-RPT-TOT-EDIT             PIC ZZZZZZZZZZ9.99.
002200 01  WS-RPT-RATE-EDIT            PIC Z9.9999.
002210 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZ9.
002220 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
002230 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
002240 01  WS-TIMESTAMP-FIELD.
002250     05  WS-TS-DATE              PIC 9(08).
002260     05  FILLER                  PIC X(01) VALUE '-'.
002270     05  WS-TS-TIME              PIC 9(06).
002280
002290 LINKAGE SECTION.
002300*----------------------------------------------------------------*
002310* REGISTRO DE CONTROLE DA ETAPA, RECEBIDO DO PROGRA01            *
002320*----------------------------------------------------------------*
002330     COPY STEPCTL.
002340
002350 PROCEDURE DIVISION USING STEP-CONTROL-RECORD.
002360
002370*-------------- SESSAO PRINCIPAL --------------------------------*
002380 MAIN-PROC SECTION.
002390*----------------------------------------------------------------*
002400* 0000-MAINLINE - LE OS PARAMETROS, APURA NO MOVTOT SE O CALCULO *
002410*                 JA FOI FEITO NESTA EXECUCAO, CALCULA E DEBITA  *
002420*                 OS ENCARGOS (MSTCHG, DETCHG, CHGRPT, TOTAIS    *
002430*                 JR/TF) E REGRAVA MSTROUT E MOVDET              *
002440*----------------------------------------------------------------*
002450 0000-MAINLINE.
002460     MOVE 'S002-PROC5'         TO SC-STEP-NAME
002470     DISPLAY SC-STEP-NAME
002480     MOVE ZERO TO WS-INT-COUNT
002490     MOVE ZERO TO WS-INT-AMOUNT
002500     MOVE ZERO TO WS-FEE-COUNT
002510     MOVE ZERO TO WS-FEE-TOTAL
002520     MOVE ZERO TO WS-CHARGED-COUNT
002530     PERFORM 5100-READ-CHARGE-PARMS THRU 5100-EXIT
002540     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002550        GO TO 0000-EXIT
002560     END-IF
002570     PERFORM 5200-CHECK-CHARGE-STATE THRU 5200-EXIT
002580     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002590        GO TO 0000-EXIT
002600     END-IF
002610     IF WS-CHARGES-DONE
002620        DISPLAY 'S002PRC5 - ENCARGOS JA CALCULADOS NESTA EXECUCAO'
002630                ' - REFEITA SO A REGRAVACAO DE MSTROUT/MOVDET'
002640     ELSE
002650        PERFORM 5300-COMPUTE-CHARGES THRU 5300-EXIT
002660        IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002670           GO TO 0000-EXIT
002680        END-IF
002690        PERFORM 5450-APPEND-CHARGE-TOTALS THRU 5450-EXIT
002700        IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002710           GO TO 0000-EXIT
002720        END-IF
002730     END-IF
002740     PERFORM 7000-COPY-MASTER-BACK THRU 7000-EXIT
002750     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002760        GO TO 0000-EXIT
002770     END-IF
002780     PERFORM 7100-COPY-DETAIL-BACK THRU 7100-EXIT
002790     IF SC-RETURN-CODE IS EQUAL TO ZERO
002800        DISPLAY 'S002PRC5 - JUROS: ' WS-INT-COUNT
002810                ' LANCAMENTOS, TARIFAS: ' WS-FEE-COUNT
002820                ' LANCAMENTOS'
002830     END-IF.
002840 0000-EXIT.
002850     GOBACK.
002860
002870*----------------------------------------------------------------*
002880* 5100-READ-CHARGE-PARMS - LE OS CARTOES DE PARAMETRO DO CHGPRM. *
002890*                          ARQUIVO AUSENTE OU SEM CARTAO MANTEM A*
002900*                          TAXA/TARIFA ZERADA.                   *
002910*----------------------------------------------------------------*
002920 5100-READ-CHARGE-PARMS.
002930     OPEN INPUT CHARGE-PARM-FILE
002940     IF NOT WS-CHGPRM-OK
002950        IF WS-CHGPRM-NOT-FOUND
002960           DISPLAY 'S002PRC5 - SEM CHGPRM - ENCARGOS ZERADOS'
002970           GO TO 5100-EXIT
002980        END-IF
002990        DISPLAY 'S002PRC5 - ERRO AO ABRIR CHGPRM - '
003000                WS-CHGPRM-STATUS
003010        MOVE 16 TO SC-RETURN-CODE
003020        GO TO 5100-EXIT
003030     END-IF
003040     PERFORM 5150-READ-ONE-PARM THRU 5150-EXIT
003050         UNTIL WS-CHGPRM-STATUS IS NOT EQUAL TO '00'
003060     CLOSE CHARGE-PARM-FILE.
003070 5100-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------*
003110* 5150-READ-ONE-PARM - LE E CLASSIFICA UM CARTAO DO CHGPRM       *
003120*----------------------------------------------------------------*
003130 5150-READ-ONE-PARM.
003140     READ CHARGE-PARM-FILE
003150         AT END
003160            GO TO 5150-EXIT
003170     END-READ
003180     MOVE CHARGE-PARM-RECORD TO WS-PARM-TEXT
003190     EVALUATE TRUE
003200         WHEN WS-PARM-TEXT (1:9) IS EQUAL TO 'TAXA-MES='
003210             MOVE WS-PARM-TEXT (10:6) TO WS-EDIT-RATE-TEXT
003220             IF WS-EDIT-RATE-NUM IS NUMERIC
003230                MOVE WS-EDIT-RATE-NUM TO WS-MONTHLY-RATE
003240             ELSE
003250                DISPLAY 'S002PRC5 - CARTAO TAXA-MES= INVALIDO - '
003260                        WS-PARM-TEXT (1:30)
003270             END-IF
003280         WHEN WS-PARM-TEXT (1:10) IS EQUAL TO 'TARIFA-07='
003290             MOVE WS-PARM-TEXT (11:9) TO WS-EDIT-FEE-TEXT
003300             IF WS-EDIT-FEE-NUM IS NUMERIC
003310                MOVE WS-EDIT-FEE-NUM TO WS-FEE-AMOUNT
003320             ELSE
003330                DISPLAY 'S002PRC5 - CARTAO TARIFA-07= INVALIDO - '
003340                        WS-PARM-TEXT (1:30)
003350             END-IF
003360         WHEN WS-PARM-TEXT IS EQUAL TO SPACES
003370             CONTINUE
003380         WHEN OTHER
003390             DISPLAY 'S002PRC5 - CARTAO CHGPRM IGNORADO - '
003400                     WS-PARM-TEXT (1:30)
003410     END-EVALUATE.
003420 5150-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------*
003460* 5200-CHECK-CHARGE-STATE - PERCORRE O MOVTOT: SEM TOTAL 'PG' A  *
003470*                           POSTAGEM NAO EXECUTOU E O MSTROUT NAO*
003480*                           E DO DIA (RC 12); TOTAL 'JR'         *
003490*                           DEPOIS DO ULTIMO 'PG' INDICA CALCULO *
003500*                           CONCLUIDO                            *
003510*----------------------------------------------------------------*
003520 5200-CHECK-CHARGE-STATE.
003530     OPEN INPUT MOVTOT-FILE
003540     IF NOT WS-MOVTOT-OK
003550        DISPLAY 'S002PRC5 - ERRO AO ABRIR MOVTOT - '
003560                WS-MOVTOT-STATUS
003570        MOVE 16 TO SC-RETURN-CODE
003580        GO TO 5200-EXIT
003590     END-IF
003600     MOVE 'N' TO WS-CHARGE-STATE
003610     PERFORM 5250-READ-ONE-TOTAL THRU 5250-EXIT
003620         UNTIL WS-MOVTOT-EOF
003630     CLOSE MOVTOT-FILE
003640     IF WS-NOT-POSTED
003650        DISPLAY 'S002PRC5 - MOVTOT SEM TOTAL DE POSTAGEM (PG) - '
003660                'S002-PROC2 NAO EXECUTOU NESTA CADEIA'
003670        MOVE 12 TO SC-RETURN-CODE
003680     END-IF.
003690 5200-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------------*
003730* 5250-READ-ONE-TOTAL - LE UM REGISTRO DE MOVTOT E ATUALIZA A    *
003740*                       SITUACAO DOS ENCARGOS                    *
003750*----------------------------------------------------------------*
003760 5250-READ-ONE-TOTAL.
003770     READ MOVTOT-FILE
003780         AT END
003790            SET WS-MOVTOT-EOF TO TRUE
003800            GO TO 5250-EXIT
003810     END-READ
003820     EVALUATE TOT-CLASS
003830         WHEN 'PG'
003840             SET WS-POSTED-ONLY TO TRUE
003850         WHEN 'JR'
003860             IF WS-POSTED-ONLY
003870                SET WS-CHARGES-DONE TO TRUE
003880             END-IF
003890         WHEN OTHER
003900             CONTINUE
003910     END-EVALUATE.
003920 5250-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------------*
003960* 5300-COMPUTE-CHARGES - ORDENA POR CONTA OS REJEITADOS 07 DO DIA*
003970*                        E, NO PROCEDIMENTO DE SAIDA, CASA-OS    *
003980*                        COM O MESTRE POSTADO E A TRILHA,        *
003990*                        DEBITANDO OS ENCARGOS                   *
004000*----------------------------------------------------------------*
004010 5300-COMPUTE-CHARGES.
004020     SORT SORT-WORK-FILE
004030         ON ASCENDING KEY SRT-ACCOUNT
004040         INPUT PROCEDURE IS 5310-RELEASE-FEE-REJECTS
004050                       THRU 5310-EXIT
004060         OUTPUT PROCEDURE IS 6000-CHARGE-MASTERS
004070                       THRU 6000-EXIT
004080     IF SORT-RETURN IS NOT EQUAL TO ZERO
004090        DISPLAY 'S002PRC5 - FALHA NA ORDENACAO DOS REJEITADOS - '
004100                SORT-RETURN
004110        MOVE 16 TO SC-RETURN-CODE
004120     END-IF.
004130 5300-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------------*
004170* 5310-RELEASE-FEE-REJECTS - PROCEDIMENTO DE ENTRADA: LE O MOVREJ*
004180*                            DO DIA E LIBERA A CONTA DE CADA     *
004190*                            REJEITADO COM O MOTIVO 07           *
004200*----------------------------------------------------------------*
004210 5310-RELEASE-FEE-REJECTS.
004220     OPEN INPUT REJECT-FILE
004230     IF NOT WS-MOVREJ-OK
004240        DISPLAY 'S002PRC5 - ERRO AO ABRIR MOVREJ - '
004250                WS-MOVREJ-STATUS
004260        MOVE 16 TO SC-RETURN-CODE
004270        GO TO 5310-EXIT
004280     END-IF
004290     PERFORM 5315-RELEASE-ONE-REJECT THRU 5315-EXIT
004300         UNTIL WS-MOVREJ-EOF
004310     CLOSE REJECT-FILE.
004320 5310-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------*
004360* 5315-RELEASE-ONE-REJECT - LE UM REJEITADO E, SENDO SALDO       *
004370*                           INSUFICIENTE, LIBERA A CONTA         *
004380*----------------------------------------------------------------*
004390 5315-RELEASE-ONE-REJECT.
004400     READ REJECT-FILE
004410         AT END
004420            SET WS-MOVREJ-EOF TO TRUE
004430            GO TO 5315-EXIT
004440     END-READ
004450     ADD 1 TO SC-RECS-READ
004460     IF REJ-REASON-CODE IS NOT EQUAL TO '07'
004470        OR REJ-ACCOUNT IS NOT NUMERIC
004480        GO TO 5315-EXIT
004490     END-IF
004500     MOVE REJ-ACCOUNT TO SRT-ACCOUNT
004510     RELEASE SORT-WORK-RECORD.
004520 5315-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------------*
004560* 5450-APPEND-CHARGE-TOTALS - ACRESCENTA A MOVTOT OS TOTAIS DE   *
004570*                             JUROS ('JR') E DE TARIFAS ('TF')   *
004580*                             PARA A CONCILIACAO E A             *
004590*                             CONTABILIDADE                      *
004600*----------------------------------------------------------------*
004610 5450-APPEND-CHARGE-TOTALS.
004620     OPEN EXTEND MOVTOT-FILE
004630     IF NOT WS-MOVTOT-OK
004640        DISPLAY 'S002PRC5 - ERRO AO ABRIR MOVTOT - '
004650                WS-MOVTOT-STATUS
004660        MOVE 16 TO SC-RETURN-CODE
004670        GO TO 5450-EXIT
004680     END-IF
004685     MOVE SPACES            TO MOVTOT-RECORD
004690     MOVE 'JR'              TO TOT-CLASS
004700     MOVE WS-INT-COUNT      TO TOT-COUNT
004710     MOVE WS-INT-AMOUNT     TO TOT-AMOUNT
004720     WRITE MOVTOT-RECORD
004730     ADD 1 TO SC-RECS-WRITTEN
004735     MOVE SPACES            TO MOVTOT-RECORD
004740     MOVE 'TF'              TO TOT-CLASS
004750     MOVE WS-FEE-COUNT      TO TOT-COUNT
004760     MOVE WS-FEE-TOTAL      TO TOT-AMOUNT
004770     WRITE MOVTOT-RECORD
004780     ADD 1 TO SC-RECS-WRITTEN
004790     CLOSE MOVTOT-FILE.
004800 5450-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------------*
004840* 6000-CHARGE-MASTERS - PROCEDIMENTO DE SAIDA DA ORDENACAO: CASA *
004850*                       O MESTRE POSTADO COM A TRILHA E COM OS   *
004860*                       REJEITADOS 07 ORDENADOS, CONTA A CONTA,  *
004870*                       GRAVANDO MSTCHG, DETCHG E CHGRPT         *
004880*----------------------------------------------------------------*
004890 6000-CHARGE-MASTERS.
004900     PERFORM 6050-OPEN-CHARGE-FILES THRU 6050-EXIT
004910     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
004920        GO TO 6000-EXIT
004930     END-IF
004940     PERFORM 6060-WRITE-CHARGE-HEADER THRU 6060-EXIT
004950     MOVE 'N' TO WS-FEE-EOF-SWITCH
004960     PERFORM 6150-RETURN-FEE-REJECT THRU 6150-EXIT
004970     PERFORM 6160-READ-DETAIL THRU 6160-EXIT
004980     PERFORM 6100-CHARGE-ONE-MASTER THRU 6100-EXIT
004990         UNTIL WS-MSTROUT-EOF
005000            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
005010     IF SC-RETURN-CODE IS EQUAL TO ZERO
005020        AND (NOT WS-MOVDET-EOF OR NOT WS-FEE-EOF)
005030        DISPLAY 'S002PRC5 - DETALHE OU REJEITADO 07 SEM CONTA NO '
005040                'MESTRE - CONTA ' DET-ACCOUNT ' / ' SRT-ACCOUNT
005050        MOVE 12 TO SC-RETURN-CODE
005060     END-IF
005070     IF SC-RETURN-CODE IS EQUAL TO ZERO
005080        PERFORM 6070-WRITE-CHARGE-TRAILER THRU 6070-EXIT
005090     END-IF
005100     CLOSE MASTER-FILE DETAIL-FILE MASTER-CHARGE-FILE
005110           DETAIL-CHARGE-FILE CHARGE-REPORT-FILE.
005120 6000-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------------*
005160* 6050-OPEN-CHARGE-FILES - ABRE OS ARQUIVOS DO CALCULO           *
005170*----------------------------------------------------------------*
005180 6050-OPEN-CHARGE-FILES.
005190     OPEN INPUT MASTER-FILE
005200     IF NOT WS-MSTROUT-OK
005210        DISPLAY 'S002PRC5 - ERRO AO ABRIR MSTROUT - '
005220                WS-MSTROUT-STATUS
005230        MOVE 16 TO SC-RETURN-CODE
005240        GO TO 6050-EXIT
005250     END-IF
005260     OPEN INPUT DETAIL-FILE
005270     IF NOT WS-MOVDET-OK
005280        DISPLAY 'S002PRC5 - ERRO AO ABRIR MOVDET - '
005290                WS-MOVDET-STATUS
005300        MOVE 16 TO SC-RETURN-CODE
005310        CLOSE MASTER-FILE
005320        GO TO 6050-EXIT
005330     END-IF
005340     OPEN OUTPUT MASTER-CHARGE-FILE
005350     IF NOT WS-MSTCHG-OK
005360        DISPLAY 'S002PRC5 - ERRO AO ABRIR MSTCHG - '
005370                WS-MSTCHG-STATUS
005380        MOVE 16 TO SC-RETURN-CODE
005390        CLOSE MASTER-FILE DETAIL-FILE
005400        GO TO 6050-EXIT
005410     END-IF
005420     OPEN OUTPUT DETAIL-CHARGE-FILE
005430     IF NOT WS-DETCHG-OK
005440        DISPLAY 'S002PRC5 - ERRO AO ABRIR DETCHG - '
005450                WS-DETCHG-STATUS
005460        MOVE 16 TO SC-RETURN-CODE
005470        CLOSE MASTER-FILE DETAIL-FILE MASTER-CHARGE-FILE
005480        GO TO 6050-EXIT
005490     END-IF
005500     OPEN OUTPUT CHARGE-REPORT-FILE
005510     IF NOT WS-CHGRPT-OK
005520        DISPLAY 'S002PRC5 - ERRO AO ABRIR CHGRPT - '
005530                WS-CHGRPT-STATUS
005540        MOVE 16 TO SC-RETURN-CODE
005550        CLOSE MASTER-FILE DETAIL-FILE MASTER-CHARGE-FILE
005560              DETAIL-CHARGE-FILE
005570     END-IF.
005580 6050-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------------*
005620* 6060-WRITE-CHARGE-HEADER - CABECALHO DO RELATORIO DE ENCARGOS, *
005630*                            COM A TAXA E A TARIFA EM VIGOR      *
005640*----------------------------------------------------------------*
005650 6060-WRITE-CHARGE-HEADER.
005660     PERFORM 9200-BUILD-TIMESTAMP THRU 9200-EXIT
005670     MOVE SPACES TO CHARGE-REPORT-LINE
005680     STRING 'ENCARGOS DE SALDO DEVEDOR - S002PRC5 - '
005690                                             DELIMITED BY SIZE
005700            WS-TIMESTAMP-FIELD               DELIMITED BY SIZE
005710         INTO CHARGE-REPORT-LINE
005720     PERFORM 9100-WRITE-CHARGE-LINE THRU 9100-EXIT
005730     MOVE SPACES TO CHARGE-REPORT-LINE
005740     STRING 'EXECUCAO: '                     DELIMITED BY SIZE
005750            SC-RUN-ID                        DELIMITED BY SIZE
005760         INTO CHARGE-REPORT-LINE
005770     PERFORM 9100-WRITE-CHARGE-LINE THRU 9100-EXIT
005780     MOVE WS-MONTHLY-RATE TO WS-RPT-RATE-EDIT
005790     MOVE WS-FEE-AMOUNT   TO WS-RPT-FEE-EDIT
005800     MOVE SPACES TO CHARGE-REPORT-LINE
005810     STRING 'TAXA MENSAL (%): '              DELIMITED BY SIZE
005820            WS-RPT-RATE-EDIT                 DELIMITED BY SIZE
005830            '   TARIFA POR SALDO INSUFICIENTE: '
005840                                             DELIMITED BY SIZE
005850            WS-RPT-FEE-EDIT                  DELIMITED BY SIZE
005860         INTO CHARGE-REPORT-LINE
005870     PERFORM 9100-WRITE-CHARGE-LINE THRU 9100-EXIT
005880     MOVE SPACES TO CHARGE-REPORT-LINE
005890     PERFORM 9100-WRITE-CHARGE-LINE THRU 9100-EXIT
005900     MOVE SPACES TO CHARGE-REPORT-LINE
005910     STRING 'CONTA                SALDO        JUROS  QTD'
005920                                             DELIMITED BY SIZE
005930            '      TARIFAS     SALDO FINAL'  DELIMITED BY SIZE
005940         INTO CHARGE-REPORT-LINE
005950     PERFORM 9100-WRITE-CHARGE-LINE THRU 9100-EXIT.
005960 6060-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------*
006000* 6070-WRITE-CHARGE-TRAILER - TOTAIS DO RELATORIO DE ENCARGOS    *
006010*----------------------------------------------------------------*
006020 6070-WRITE-CHARGE-TRAILER.
006030     MOVE SPACES TO CHARGE-REPORT-LINE
006040     PERFORM 9100-WRITE-CHARGE-LINE THRU 9100-EXIT
006050     MOVE WS-CHARGED-COUNT TO WS-RPT-COUNT-EDIT
006060     MOVE SPACES TO CHARGE-REPORT-LINE
006070     STRING 'CONTAS COM ENCARGOS: '          DELIMITED BY SIZE
006080            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
006090         INTO CHARGE-REPORT-LINE
006100     PERFORM 9100-WRITE-CHARGE-LINE THRU 9100-EXIT
006110     MOVE WS-INT-COUNT  TO WS-RPT-COUNT-EDIT
006120     MOVE WS-INT-AMOUNT TO WS-RPT-TOT-EDIT
006130     MOVE SPACES TO CHARGE-REPORT-LINE
006140     STRING 'JUROS (JR) ...: '               DELIMITED BY SIZE
006150            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
006160            ' LANCAMENTOS  VALOR '           DELIMITED BY SIZE
006170            WS-RPT-TOT-EDIT                  DELIMITED BY SIZE
006180         INTO CHARGE-REPORT-LINE
006190     PERFORM 9100-WRITE-CHARGE-LINE THRU 9100-EXIT
006200     MOVE WS-FEE-COUNT  TO WS-RPT-COUNT-EDIT
006210     MOVE WS-FEE-TOTAL  TO WS-RPT-TOT-EDIT
006220     MOVE SPACES TO CHARGE-REPORT-LINE
006230     STRING 'TARIFAS (TF) .: '               DELIMITED BY SIZE
006240            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
006250            ' LANCAMENTOS  VALOR '           DELIMITED BY SIZE
006260            WS-RPT-TOT-EDIT                  DELIMITED BY SIZE
006270         INTO CHARGE-REPORT-LINE
006280     PERFORM 9100-WRITE-CHARGE-LINE THRU 9100-EXIT.
006290 6070-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------------*
006330* 6100-CHARGE-ONE-MASTER - LE UMA CONTA DO MESTRE POSTADO, COPIA *
006340*                          SEUS DETALHES DO DIA, CONTA OS        *
006350*                          REJEITADOS 07, DEBITA JUROS E TARIFAS *
006360*                          E GRAVA A CONTA EM MSTCHG             *
006370*----------------------------------------------------------------*
006380 6100-CHARGE-ONE-MASTER.
006390     READ MASTER-FILE
006400         AT END
006410            SET WS-MSTROUT-EOF TO TRUE
006420            GO TO 6100-EXIT
006430     END-READ
006440     ADD 1 TO SC-RECS-READ
006450     MOVE MSTI-BALANCE TO WS-WORK-BALANCE
006460     IF NOT WS-MOVDET-EOF
006470        AND DET-ACCOUNT IS LESS THAN MSTI-ACCOUNT
006480        DISPLAY 'S002PRC5 - MOVDET FORA DE ORDEM - CONTA '
006490                DET-ACCOUNT
006500        MOVE 12 TO SC-RETURN-CODE
006510        GO TO 6100-EXIT
006520     END-IF
006530     IF NOT WS-FEE-EOF
006540        AND SRT-ACCOUNT IS LESS THAN MSTI-ACCOUNT
006550        DISPLAY 'S002PRC5 - REJEITADO 07 SEM CONTA NO MESTRE - '
006560                'CONTA ' SRT-ACCOUNT
006570        MOVE 12 TO SC-RETURN-CODE
006580        GO TO 6100-EXIT
006590     END-IF
006600     PERFORM 6200-COPY-ONE-DETAIL THRU 6200-EXIT
006610         UNTIL WS-MOVDET-EOF
006620            OR DET-ACCOUNT IS NOT EQUAL TO MSTI-ACCOUNT
006630            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
006640     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
006650        GO TO 6100-EXIT
006660     END-IF
006670     MOVE ZERO TO WS-ACCT-FEE-COUNT
006680     PERFORM 6300-COUNT-ONE-FEE THRU 6300-EXIT
006690         UNTIL WS-FEE-EOF
006700            OR SRT-ACCOUNT IS NOT EQUAL TO MSTI-ACCOUNT
006710     MOVE ZERO TO WS-INTEREST
006720     IF MSTI-BALANCE IS LESS THAN ZERO
006730        AND MSTI-STATUS IS NOT EQUAL TO 'E'
006740        COMPUTE WS-NEG-BALANCE = ZERO - MSTI-BALANCE
006750        COMPUTE WS-INTEREST ROUNDED =
006760                WS-NEG-BALANCE * WS-MONTHLY-RATE / 3000
006770     END-IF
006780     IF WS-INTEREST IS GREATER THAN ZERO
006790        PERFORM 6400-POST-INTEREST THRU 6400-EXIT
006800     END-IF
006810     MOVE ZERO TO WS-ACCT-FEE-TOTAL
006820     IF WS-FEE-AMOUNT IS GREATER THAN ZERO
006830        PERFORM 6500-POST-ONE-FEE THRU 6500-EXIT
006840            WS-ACCT-FEE-COUNT TIMES
006850     END-IF
006860     IF WS-INTEREST IS GREATER THAN ZERO
006870        OR WS-ACCT-FEE-TOTAL IS GREATER THAN ZERO
006880        PERFORM 6600-WRITE-CHARGE-DETAIL THRU 6600-EXIT
006890     END-IF
006900     PERFORM 6700-WRITE-MASTER-CHARGE THRU 6700-EXIT.
006910 6100-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------------*
006950* 6150-RETURN-FEE-REJECT - DEVOLVE A PROXIMA CONTA DOS REJEITADOS*
006960*                          07 ORDENADOS                          *
006970*----------------------------------------------------------------*
006980 6150-RETURN-FEE-REJECT.
006990     RETURN SORT-WORK-FILE
007000         AT END
007010            SET WS-FEE-EOF TO TRUE
007020     END-RETURN.
007030 6150-EXIT.
007040     EXIT.
007050
007060*----------------------------------------------------------------*
007070* 6160-READ-DETAIL - LE O PROXIMO REGISTRO DA TRILHA DE POSTAGEM *
007080*----------------------------------------------------------------*
007090 6160-READ-DETAIL.
007100     READ DETAIL-FILE
007110         AT END
007120            SET WS-MOVDET-EOF TO TRUE
007130     END-READ.
007140 6160-EXIT.
007150     EXIT.
007160
007170*----------------------------------------------------------------*
007180* 6200-COPY-ONE-DETAIL - COPIA PARA DETCHG UM DETALHE DA CONTA E *
007190*                        LE O SEGUINTE                           *
007200*----------------------------------------------------------------*
007210 6200-COPY-ONE-DETAIL.
007220     MOVE MOVDET-RECORD TO DETAIL-CHARGE-RECORD
007230     PERFORM 6800-WRITE-DETAIL-CHARGE THRU 6800-EXIT
007240     PERFORM 6160-READ-DETAIL THRU 6160-EXIT.
007250 6200-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------------*
007290* 6300-COUNT-ONE-FEE - CONTA UM REJEITADO 07 DA CONTA E DEVOLVE O*
007300*                      SEGUINTE                                  *
007310*----------------------------------------------------------------*
007320 6300-COUNT-ONE-FEE.
007330     ADD 1 TO WS-ACCT-FEE-COUNT
007340     PERFORM 6150-RETURN-FEE-REJECT THRU 6150-EXIT.
007350 6300-EXIT.
007360     EXIT.
007370
007380*----------------------------------------------------------------*
007390* 6400-POST-INTEREST - DEBITA OS JUROS DO DIA E GRAVA O          *
007400*                      LANCAMENTO 'JR' NA TRILHA                 *
007410*----------------------------------------------------------------*
007420 6400-POST-INTEREST.
007430     MOVE WS-WORK-BALANCE TO WS-BAL-BEFORE
007440     SUBTRACT WS-INTEREST FROM WS-WORK-BALANCE
007450     MOVE 'JR'        TO DTC-TYPE
007460     MOVE WS-INTEREST TO DTC-AMOUNT
007470     PERFORM 6450-WRITE-CHARGE-ENTRY THRU 6450-EXIT
007480     ADD 1 TO WS-INT-COUNT
007490     ADD WS-INTEREST TO WS-INT-AMOUNT.
007500 6400-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------------*
007540* 6450-WRITE-CHARGE-ENTRY - COMPLETA E GRAVA NA TRILHA O         *
007550*                           LANCAMENTO DE ENCARGO (TIPO E VALOR  *
007560*                           JA PREENCHIDOS), COM A DATA-MOVIMENTO*
007570*                           DA EXECUCAO E O SALDO ANTES/DEPOIS   *
007580*----------------------------------------------------------------*
007590 6450-WRITE-CHARGE-ENTRY.
007600     MOVE MSTI-ACCOUNT     TO DTC-ACCOUNT
007610     MOVE SC-BUSINESS-DATE TO DTC-DATE
007620     MOVE WS-BAL-BEFORE    TO DTC-BAL-BEFORE
007630     MOVE WS-WORK-BALANCE  TO DTC-BAL-AFTER
007640     MOVE SC-RUN-ID        TO DTC-RUN-ID
007650     MOVE 'D'              TO DTC-DC-INDICATOR
007660     MOVE ZERO             TO DTC-CTR-ACCOUNT
007665     MOVE SPACES           TO DTC-ADJ-REF
007670     PERFORM 6800-WRITE-DETAIL-CHARGE THRU 6800-EXIT.
007680 6450-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------------*
007720* 6500-POST-ONE-FEE - DEBITA UMA TARIFA DE SALDO INSUFICIENTE E  *
007730*                     GRAVA O LANCAMENTO 'TF' NA TRILHA          *
007740*----------------------------------------------------------------*
007750 6500-POST-ONE-FEE.
007760     MOVE WS-WORK-BALANCE TO WS-BAL-BEFORE
007770     SUBTRACT WS-FEE-AMOUNT FROM WS-WORK-BALANCE
007780     MOVE 'TF'          TO DTC-TYPE
007790     MOVE WS-FEE-AMOUNT TO DTC-AMOUNT
007800     PERFORM 6450-WRITE-CHARGE-ENTRY THRU 6450-EXIT
007810     ADD WS-FEE-AMOUNT TO WS-ACCT-FEE-TOTAL
007820     ADD 1 TO WS-FEE-COUNT
007830     ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL.
007840 6500-EXIT.
007850     EXIT.
007860
007870*----------------------------------------------------------------*
007880* 6600-WRITE-CHARGE-DETAIL - UMA LINHA DO RELATORIO POR CONTA    *
007890*                            COBRADA: SALDO POSTADO, JUROS,      *
007900*                            QUANTIDADE E VALOR DAS TARIFAS E    *
007910*                            SALDO FINAL                         *
007920*----------------------------------------------------------------*
007930 6600-WRITE-CHARGE-DETAIL.
007940     MOVE MSTI-BALANCE      TO WS-RPT-BAL-EDIT
007950     MOVE WS-INTEREST       TO WS-RPT-INT-EDIT
007960     MOVE WS-ACCT-FEE-COUNT TO WS-RPT-QTY-EDIT
007970     MOVE WS-ACCT-FEE-TOTAL TO WS-RPT-FEE-EDIT
007980     MOVE WS-WORK-BALANCE   TO WS-RPT-NEW-BAL-EDIT
007990     MOVE SPACES TO CHARGE-REPORT-LINE
008000     STRING MSTI-ACCOUNT                     DELIMITED BY SIZE
008010            ' '                              DELIMITED BY SIZE
008020            WS-RPT-BAL-EDIT                  DELIMITED BY SIZE
008030            ' '                              DELIMITED BY SIZE
008040            WS-RPT-INT-EDIT                  DELIMITED BY SIZE
008050            ' '                              DELIMITED BY SIZE
008060            WS-RPT-QTY-EDIT                  DELIMITED BY SIZE
008070            ' '                              DELIMITED BY SIZE
008080            WS-RPT-FEE-EDIT                  DELIMITED BY SIZE
008090            ' '                              DELIMITED BY SIZE
008100            WS-RPT-NEW-BAL-EDIT              DELIMITED BY SIZE
008110         INTO CHARGE-REPORT-LINE
008120     PERFORM 9100-WRITE-CHARGE-LINE THRU 9100-EXIT
008130     ADD 1 TO WS-CHARGED-COUNT.
008140 6600-EXIT.
008150     EXIT.
008160
008170*----------------------------------------------------------------*
008180* 6700-WRITE-MASTER-CHARGE - GRAVA EM MSTCHG A CONTA COM O SALDO *
008190*                            APOS OS ENCARGOS                    *
008200*----------------------------------------------------------------*
008210 6700-WRITE-MASTER-CHARGE.
008220     MOVE MSTI-ACCOUNT    TO MSTC-ACCOUNT
008230     MOVE MSTI-NAME       TO MSTC-NAME
008240     MOVE MSTI-STATUS     TO MSTC-STATUS
008250     MOVE WS-WORK-BALANCE TO MSTC-BALANCE
008260     MOVE MSTI-LIMIT      TO MSTC-LIMIT
008265     MOVE MSTI-LAST-ACTIVITY TO MSTC-LAST-ACTIVITY
008270     WRITE MASTER-CHARGE-RECORD
008280     IF NOT WS-MSTCHG-OK
008290        DISPLAY 'S002PRC5 - ERRO AO GRAVAR MSTCHG - '
008300                WS-MSTCHG-STATUS
008310        MOVE 16 TO SC-RETURN-CODE
008320        GO TO 6700-EXIT
008330     END-IF
008340     ADD 1 TO SC-RECS-WRITTEN.
008350 6700-EXIT.
008360     EXIT.
008370
008380*----------------------------------------------------------------*
008390* 6800-WRITE-DETAIL-CHARGE - GRAVA UM REGISTRO EM DETCHG         *
008400*----------------------------------------------------------------*
008410 6800-WRITE-DETAIL-CHARGE.
008420     WRITE DETAIL-CHARGE-RECORD
008430     IF NOT WS-DETCHG-OK
008440        DISPLAY 'S002PRC5 - ERRO AO GRAVAR DETCHG - '
008450                WS-DETCHG-STATUS
008460        MOVE 16 TO SC-RETURN-CODE
008470        GO TO 6800-EXIT
008480     END-IF
008490     ADD 1 TO SC-RECS-WRITTEN.
008500 6800-EXIT.
008510     EXIT.
008520
008530*----------------------------------------------------------------*
008540* 7000-COPY-MASTER-BACK - REGRAVA MSTROUT A PARTIR DO MSTCHG     *
008550*----------------------------------------------------------------*
008560 7000-COPY-MASTER-BACK.
008570     OPEN INPUT MASTER-CHARGE-FILE
008580     IF NOT WS-MSTCHG-OK
008590        DISPLAY 'S002PRC5 - ERRO AO ABRIR MSTCHG - '
008600                WS-MSTCHG-STATUS
008610        MOVE 16 TO SC-RETURN-CODE
008620        GO TO 7000-EXIT
008630     END-IF
008640     OPEN OUTPUT MASTER-FILE
008650     IF NOT WS-MSTROUT-OK
008660        DISPLAY 'S002PRC5 - ERRO AO ABRIR MSTROUT - '
008670                WS-MSTROUT-STATUS
008680        MOVE 16 TO SC-RETURN-CODE
008690        CLOSE MASTER-CHARGE-FILE
008700        GO TO 7000-EXIT
008710     END-IF
008720     PERFORM 7050-COPY-ONE-MASTER THRU 7050-EXIT
008730         UNTIL WS-MSTCHG-EOF
008740            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
008750     CLOSE MASTER-CHARGE-FILE MASTER-FILE.
008760 7000-EXIT.
008770     EXIT.
008780
008790*----------------------------------------------------------------*
008800* 7050-COPY-ONE-MASTER - COPIA UMA CONTA DO MSTCHG PARA MSTROUT  *
008810*----------------------------------------------------------------*
008820 7050-COPY-ONE-MASTER.
008830     READ MASTER-CHARGE-FILE
008840         AT END
008850            SET WS-MSTCHG-EOF TO TRUE
008860            GO TO 7050-EXIT
008870     END-READ
008880     WRITE MASTER-IN-RECORD FROM MASTER-CHARGE-RECORD
008890     IF NOT WS-MSTROUT-OK
008900        DISPLAY 'S002PRC5 - ERRO AO GRAVAR MSTROUT - '
008910                WS-MSTROUT-STATUS
008920        MOVE 16 TO SC-RETURN-CODE
008930     END-IF.
008940 7050-EXIT.
008950     EXIT.
008960
008970*----------------------------------------------------------------*
008980* 7100-COPY-DETAIL-BACK - REGRAVA MOVDET A PARTIR DO DETCHG      *
008990*----------------------------------------------------------------*
009000 7100-COPY-DETAIL-BACK.
009010     OPEN INPUT DETAIL-CHARGE-FILE
009020     IF NOT WS-DETCHG-OK
009030        DISPLAY 'S002PRC5 - ERRO AO ABRIR DETCHG - '
009040                WS-DETCHG-STATUS
009050        MOVE 16 TO SC-RETURN-CODE
009060        GO TO 7100-EXIT
009070     END-IF
009080     OPEN OUTPUT DETAIL-FILE
009090     IF NOT WS-MOVDET-OK
009100        DISPLAY 'S002PRC5 - ERRO AO ABRIR MOVDET - '
009110                WS-MOVDET-STATUS
009120        MOVE 16 TO SC-RETURN-CODE
009130        CLOSE DETAIL-CHARGE-FILE
009140        GO TO 7100-EXIT
009150     END-IF
009160     PERFORM 7150-COPY-ONE-DETAIL THRU 7150-EXIT
009170         UNTIL WS-DETCHG-EOF
009180            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
009190     CLOSE DETAIL-CHARGE-FILE DETAIL-FILE.
009200 7100-EXIT.
009210     EXIT.
009220
009230*----------------------------------------------------------------*
009240* 7150-COPY-ONE-DETAIL - COPIA UM REGISTRO DO DETCHG PARA MOVDET *
009250*----------------------------------------------------------------*
009260 7150-COPY-ONE-DETAIL.
009270     READ DETAIL-CHARGE-FILE
009280         AT END
009290            SET WS-DETCHG-EOF TO TRUE
009300            GO TO 7150-EXIT
009310     END-READ
009320     WRITE MOVDET-RECORD FROM DETAIL-CHARGE-RECORD
009330     IF NOT WS-MOVDET-OK
009340        DISPLAY 'S002PRC5 - ERRO AO GRAVAR MOVDET - '
009350                WS-MOVDET-STATUS
009360        MOVE 16 TO SC-RETURN-CODE
009370     END-IF.
009380 7150-EXIT.
009390     EXIT.
009400
009410*----------------------------------------------------------------*
009420* 9100-WRITE-CHARGE-LINE - GRAVA UMA LINHA EM CHGRPT             *
009430*----------------------------------------------------------------*
009440 9100-WRITE-CHARGE-LINE.
009450     WRITE CHARGE-REPORT-LINE
009460     IF NOT WS-CHGRPT-OK
009470        DISPLAY 'S002PRC5 - ERRO AO GRAVAR CHGRPT - '
009480                WS-CHGRPT-STATUS
009490        MOVE 16 TO SC-RETURN-CODE
009500     END-IF.
009510 9100-EXIT.
009520     EXIT.
009530
009540*----------------------------------------------------------------*
009550* 9200-BUILD-TIMESTAMP - MONTA O CARIMBO DE DATA/HORA CORRENTE   *
009560*                        EM WS-TIMESTAMP-FIELD                   *
009570*----------------------------------------------------------------*
009580 9200-BUILD-TIMESTAMP.
009590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
009600     ACCEPT WS-CURRENT-TIME FROM TIME
009610     MOVE WS-CURRENT-DATE       TO WS-TS-DATE
009620     DIVIDE WS-CURRENT-TIME BY 100 GIVING WS-TS-TIME.
009630 9200-EXIT.
009640     EXIT.
009650
009660 END PROGRAM S002PRC5.
