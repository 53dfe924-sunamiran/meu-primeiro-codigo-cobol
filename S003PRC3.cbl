000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. S003PRC3.
000030 AUTHOR. EQUIPE-SUPORTE-BATCH.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* S003PRC3 - ETAPA S003-PROC3: MONITORACAO DE ATIVIDADE SUSPEITA *
000090*----------------------------------------------------------------*
000100* RODA DEPOIS DA POSTAGEM E DOS ENCARGOS, SOBRE A TRILHA DE      *
000110* POSTAGEM DO DIA (MOVDET) E O MOVIMENTO CLASSIFICADO (MOVCLS),  *
000120* E APONTA PARA A AREA DE COMPLIANCE, CONTA A CONTA:             *
000130*   - ESTRUTURACAO (ES): PELO MENOS QTD-ESTRUT= MOVIMENTOS DO    *
000140*     MOVCLS NA FAIXA DE FAIXA-ESTRUT= POR CENTO LOGO ABAIXO DO  *
000150*     VALOR DE GRANDE MONTANTE (VALOR-GRANDE=, O MESMO LIMITE DAS*
000160*     CLASSES DG/CG DA S001-PROC2);                              *
000170*   - QUANTIDADE (QA) OU VOLUME (VA) DIARIO ATIPICO: QUANTIDADE  *
000180*     OU SOMA DOS MOVIMENTOS POSTADOS NO DIA ACIMA DE            *
000190*     FATOR-ATIPICO= VEZES A MEDIA DA PROPRIA CONTA NO PERFIL    *
000200*     HISTORICO (MONHIS), QUANDO O PERFIL JA TEM PELO MENOS      *
000210*     HIST-MIN-DIAS= DIAS COM MOVIMENTO;                         *
000220*   - ENTRADA E SAIDA RAPIDA (ER): CREDITO DE PELO MENOS         *
000230*     CREDITO-RAPIDO= E DEBITOS NO MESMO DIA SOMANDO PELO MENOS  *
000240*     PCT-SAIDA= POR CENTO DO MAIOR CREDITO.                     *
000250* OS LANCAMENTOS DE ENCARGO (JR/TF) NAO CONTAM COMO ATIVIDADE DO *
000260* CLIENTE. OS LIMITES VEM DOS CARTOES DO MONPRM; ARQUIVO AUSENTE *
000270* OU SEM O CARTAO MANTEM O VALOR PADRAO. CADA REGRA DISPARADA    *
000280* GERA UM CASO NO ARQUIVO DE LAYOUT FIXO SUSCAS (COPY SUSCAS) E  *
000290* UMA LINHA NO RELATORIO DE ALERTAS SUSRPT. O PERFIL HISTORICO E *
000300* LIDO DA GERACAO CORRENTE (HISIN) E REGRAVADO, COM O DIA, NO    *
000310* TRABALHO HISOUT (COPY MONHIS); UMA RETOMADA DA ETAPA REFAZ     *
000320* TUDO A PARTIR DAS MESMAS ENTRADAS.                             *
000330* CHAMADO DINAMICAMENTE PELO PROGRA01 CONFORME O CATALOGO DE     *
000340* ETAPAS (STEPCAT), RECEBENDO O REGISTRO DE CONTROLE DE ETAPA    *
000350* (COPY STEPCTL).                                                *
000360*----------------------------------------------------------------*
000370* HISTORICO DE ALTERACOES                                        *
000380*----------------------------------------------------------------*
000390* DATA       AUTOR  DESCRICAO                                    *
000400* 2026-10-15 EQP    VERSAO INICIAL.                              *
000410*----------------------------------------------------------------*
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT MOVCLS-FILE ASSIGN TO 'MOVCLS'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-MOVCLS-STATUS.
000510     SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK'.
000520     SELECT DETAIL-FILE ASSIGN TO 'MOVDET'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-MOVDET-STATUS.
000550     SELECT HISTORY-IN-FILE ASSIGN TO 'HISIN'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-HISIN-STATUS.
000580     SELECT HISTORY-OUT-FILE ASSIGN TO 'HISOUT'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-HISOUT-STATUS.
000610     SELECT CASE-FILE ASSIGN TO 'SUSCAS'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-SUSCAS-STATUS.
000640     SELECT MONITOR-PARM-FILE ASSIGN TO 'MONPRM'
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-MONPRM-STATUS.
000670     SELECT ALERT-REPORT-FILE ASSIGN TO 'SUSRPT'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-SUSRPT-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730
000740 FD  MOVCLS-FILE.
000750     COPY MOVCLS.
000760
000770*----------------------------------------------------------------*
000780* AREA DE ORDENACAO DOS MOVIMENTOS NA FAIXA DE ESTRUTURACAO (UMA *
000790* OCORRENCIA POR MOVIMENTO DO MOVCLS LOGO ABAIXO DO VALOR DE     *
000800* GRANDE MONTANTE)                                               *
000810*----------------------------------------------------------------*
000820 SD  SORT-WORK-FILE.
000830 01  SORT-WORK-RECORD.
000840     05  SRT-ACCOUNT             PIC 9(10).
000850     05  SRT-AMOUNT              PIC 9(09)V99.
000860
000870 FD  DETAIL-FILE.
000880     COPY MOVDET.
000890
000900*----------------------------------------------------------------*
000910* HISIN - GERACAO CORRENTE DO PERFIL HISTORICO (LAYOUT MONHIS)   *
000920*----------------------------------------------------------------*
000930 FD  HISTORY-IN-FILE.
000940 01  HISTORY-IN-RECORD.
000950     05  HSI-ACCOUNT             PIC 9(10).
000960     05  HSI-DAYS                PIC 9(03).
000970     05  HSI-AVG-COUNT           PIC 9(05)V99.
000980     05  HSI-AVG-AMOUNT          PIC 9(11)V99.
000990     05  HSI-LAST-DATE           PIC 9(08).
001000
001010*----------------------------------------------------------------*
001020* HISOUT - PERFIL HISTORICO ATUALIZADO COM O DIA (COPY MONHIS)   *
001030*----------------------------------------------------------------*
001040 FD  HISTORY-OUT-FILE.
001050     COPY MONHIS.
001060
001070 FD  CASE-FILE.
001080     COPY SUSCAS.
001090
001100*----------------------------------------------------------------*
001110* MONPRM - CARTOES DE PARAMETRO DA MONITORACAO (VALOR-GRANDE=,   *
001120*          FAIXA-ESTRUT=, QTD-ESTRUT=, HIST-DIAS=,               *
001130*          HIST-MIN-DIAS=, FATOR-ATIPICO=, CREDITO-RAPIDO=,      *
001140*          PCT-SAIDA=)                                           *
001150*----------------------------------------------------------------*
001160 FD  MONITOR-PARM-FILE.
001170 01  MONITOR-PARM-RECORD         PIC X(80).
001180
001190 FD  ALERT-REPORT-FILE.
001200 01  ALERT-REPORT-LINE           PIC X(80).
001210
001220 WORKING-STORAGE SECTION.
001230*----------------------------------------------------------------*
001240* CHAVES DE ESTADO DOS ARQUIVOS                                  *
001250*----------------------------------------------------------------*
001260 77  WS-MOVCLS-STATUS        PIC X(02) VALUE SPACES.
001270     88  WS-MOVCLS-OK                VALUE '00'.
001280     88  WS-MOVCLS-EOF               VALUE '10'.
001290 77  WS-MOVDET-STATUS        PIC X(02) VALUE SPACES.
001300     88  WS-MOVDET-OK                VALUE '00'.
001310     88  WS-MOVDET-EOF               VALUE '10'.
001320 77  WS-HISIN-STATUS         PIC X(02) VALUE SPACES.
001330     88  WS-HISIN-OK                 VALUE '00'.
001340     88  WS-HISIN-EOF                VALUE '10'.
001350     88  WS-HISIN-NOT-FOUND          VALUE '35'.
001360 77  WS-HISOUT-STATUS        PIC X(02) VALUE SPACES.
001370     88  WS-HISOUT-OK                VALUE '00'.
001380 77  WS-SUSCAS-STATUS        PIC X(02) VALUE SPACES.
001390     88  WS-SUSCAS-OK                VALUE '00'.
001400 77  WS-MONPRM-STATUS        PIC X(02) VALUE SPACES.
001410     88  WS-MONPRM-OK                VALUE '00'.
001420     88  WS-MONPRM-NOT-FOUND         VALUE '35'.
001430 77  WS-SUSRPT-STATUS        PIC X(02) VALUE SPACES.
001440     88  WS-SUSRPT-OK                VALUE '00'.
001450 77  WS-STRUCT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001460     88  WS-STRUCT-EOF               VALUE 'Y'.
001470 77  WS-HIS-EOF-SWITCH       PIC X(01) VALUE 'N'.
001480     88  WS-HIS-EOF                  VALUE 'Y'.
001490
001500*----------------------------------------------------------------*
001510* PARAMETROS DA MONITORACAO, COM OS VALORES PADRAO:              *
001520*   VALOR-GRANDE=00010000000   (9(09)V99 - 100.000,00)           *
001530*   FAIXA-ESTRUT=10            (POR CENTO ABAIXO DO VALOR GRANDE)*
001540*   QTD-ESTRUT=03              (MOVIMENTOS NA FAIXA NO DIA)      *
001550*   HIST-DIAS=030              (JANELA DA MEDIA MOVEL)           *
001560*   HIST-MIN-DIAS=010          (DIAS DE PERFIL PARA AVALIAR)     *
001570*   FATOR-ATIPICO=0300         (9(02)V99 - 3,00 VEZES A MEDIA)   *
001580*   CREDITO-RAPIDO=00001000000 (9(09)V99 - 10.000,00)            *
001590*   PCT-SAIDA=090              (POR CENTO DO MAIOR CREDITO)      *
001600*----------------------------------------------------------------*
001610 77  WS-LARGE-AMOUNT-LIMIT   PIC 9(09)V99 VALUE 100000.
001620 77  WS-STRUCT-PCT           PIC 9(02) VALUE 10.
001630 77  WS-STRUCT-MIN-COUNT     PIC 9(02) VALUE 3.
001640 77  WS-HIST-WINDOW          PIC 9(03) VALUE 30.
001650 77  WS-HIST-MIN-DAYS        PIC 9(03) VALUE 10.
001660 77  WS-UNUSUAL-FACTOR       PIC 9(02)V99 VALUE 3.
001670 77  WS-RAPID-CREDIT-MIN     PIC 9(09)V99 VALUE 10000.
001680 77  WS-RAPID-OUT-PCT        PIC 9(03) VALUE 90.
001690 77  WS-STRUCT-FLOOR         PIC 9(09)V99 VALUE ZERO.
001700 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
001710 01  WS-EDIT-AMT-TEXT            PIC X(11) VALUE SPACES.
001720 01  WS-EDIT-AMT-NUM REDEFINES WS-EDIT-AMT-TEXT
001730                             PIC 9(09)V99.
001740 01  WS-EDIT-PCT2-TEXT           PIC X(02) VALUE SPACES.
001750 01  WS-EDIT-PCT2-NUM REDEFINES WS-EDIT-PCT2-TEXT
001760                             PIC 9(02).
001770 01  WS-EDIT-DAYS-TEXT           PIC X(03) VALUE SPACES.
001780 01  WS-EDIT-DAYS-NUM REDEFINES WS-EDIT-DAYS-TEXT
001790                             PIC 9(03).
001800 01  WS-EDIT-FACTOR-TEXT         PIC X(04) VALUE SPACES.
001810 01  WS-EDIT-FACTOR-NUM REDEFINES WS-EDIT-FACTOR-TEXT
001820                             PIC 9(02)V99.
001830
001840*----------------------------------------------------------------*
001850* AREA DO CASAMENTO CONTA A CONTA (MOVDET, FAIXA DE ESTRUTURACAO *
001860* ORDENADA E PERFIL HISTORICO): CONTA CORRENTE E ACUMULADORES DO *
001870* DIA                                                            *
001880*----------------------------------------------------------------*
001890 77  WS-CUR-ACCOUNT          PIC 9(10) VALUE ZERO.
001900 77  WS-PREV-DET-ACCOUNT     PIC 9(10) VALUE ZERO.
001910 77  WS-PREV-HIS-ACCOUNT     PIC 9(10) VALUE ZERO.
001920 77  WS-STRUCT-COUNT         PIC 9(05) VALUE ZERO.
001930 77  WS-STRUCT-AMOUNT        PIC 9(11)V99 VALUE ZERO.
001940 77  WS-DAY-COUNT            PIC 9(05) VALUE ZERO.
001950 77  WS-DAY-AMOUNT           PIC 9(11)V99 VALUE ZERO.
001960 77  WS-MAX-CREDIT           PIC 9(09)V99 VALUE ZERO.
001970 77  WS-DEBIT-COUNT          PIC 9(05) VALUE ZERO.
001980 77  WS-DEBIT-AMOUNT         PIC 9(11)V99 VALUE ZERO.
001990 77  WS-RAPID-OUT-MIN        PIC 9(11)V99 VALUE ZERO.
002000 77  WS-UNUSUAL-COUNT-LIMIT  PIC 9(07)V99 VALUE ZERO.
002010 77  WS-UNUSUAL-AMOUNT-LIMIT PIC 9(13)V99 VALUE ZERO.
002020 77  WS-WEIGHT               PIC 9(03) VALUE ZERO.
002030 01  WS-PROFILE.
002040     05  WS-PRF-DAYS             PIC 9(03).
002050     05  WS-PRF-AVG-COUNT        PIC 9(05)V99.
002060     05  WS-PRF-AVG-AMOUNT       PIC 9(11)V99.
002070     05  WS-PRF-LAST-DATE        PIC 9(08).
002080
002090*----------------------------------------------------------------*
002100* CONTADORES DE CASOS POR REGRA                                  *
002110*----------------------------------------------------------------*
002120 77  WS-CASE-COUNT           PIC 9(07) VALUE ZERO.
002130 77  WS-ES-COUNT             PIC 9(07) VALUE ZERO.
002140 77  WS-QA-COUNT             PIC 9(07) VALUE ZERO.
002150 77  WS-VA-COUNT             PIC 9(07) VALUE ZERO.
002160 77  WS-ER-COUNT             PIC 9(07) VALUE ZERO.
002170 77  WS-ACCOUNT-COUNT        PIC 9(07) VALUE ZERO.
002180
002190*----------------------------------------------------------------*
002200* AREA DO RELATORIO DE ALERTAS                                   *
002210*----------------------------------------------------------------*
002220 01  WS-RPT-AMT-EDIT             PIC ZZZZZZZZZZ9.99.
002230 01  WS-RPT-REF-EDIT             PIC ZZZZZZZZZZ9.99.
002240 01  WS-RPT-QTY-EDIT             PIC ZZZZ9.
002250 01  WS-RPT-REF-QTY-EDIT         PIC ZZZZ9.99.
002260 01  WS-RPT-FACTOR-EDIT          PIC Z9.99.
002270 01  WS-RPT-PCT-EDIT             PIC ZZ9.
002280 01  WS-RPT-DAYS-EDIT            PIC ZZ9.
002290 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZ9.
002300 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
002310 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
002320 01  WS-TIMESTAMP-FIELD.
002330     05  WS-TS-DATE              PIC 9(08).
002340     05  FILLER                  PIC X(01) VALUE '-'.
002350     05  WS-TS-TIME              PIC 9(06).
002360
002370 LINKAGE SECTION.
002380*----------------------------------------------------------------*
002390* REGISTRO DE CONTROLE DA ETAPA, RECEBIDO DO PROGRA01            *
002400*----------------------------------------------------------------*
002410     COPY STEPCTL.
002420
002430 PROCEDURE DIVISION USING STEP-CONTROL-RECORD.
002440
002450*-------------- SESSAO PRINCIPAL --------------------------------*
002460 MAIN-PROC SECTION.
002470*----------------------------------------------------------------*
002480* 0000-MAINLINE - LE OS PARAMETROS, ORDENA POR CONTA OS          *
002490*                 MOVIMENTOS NA FAIXA DE ESTRUTURACAO E, NO      *
002500*                 PROCEDIMENTO DE SAIDA, AVALIA AS REGRAS CONTA  *
002510*                 A CONTA                                        *
002520*----------------------------------------------------------------*
002530 0000-MAINLINE.
002540     MOVE 'S003-PROC3'         TO SC-STEP-NAME
002550     DISPLAY SC-STEP-NAME
002560     MOVE ZERO TO WS-CASE-COUNT
002570     MOVE ZERO TO WS-ES-COUNT
002580     MOVE ZERO TO WS-QA-COUNT
002590     MOVE ZERO TO WS-VA-COUNT
002600     MOVE ZERO TO WS-ER-COUNT
002610     MOVE ZERO TO WS-ACCOUNT-COUNT
002620     PERFORM 5100-READ-MONITOR-PARMS THRU 5100-EXIT
002630     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002640        GO TO 0000-EXIT
002650     END-IF
002660     COMPUTE WS-STRUCT-FLOOR ROUNDED =
002670             WS-LARGE-AMOUNT-LIMIT * (100 - WS-STRUCT-PCT) / 100
002680     SORT SORT-WORK-FILE
002690         ON ASCENDING KEY SRT-ACCOUNT
002700         INPUT PROCEDURE IS 5200-RELEASE-STRUCT-ITEMS
002710                       THRU 5200-EXIT
002720         OUTPUT PROCEDURE IS 6000-MONITOR-ACCOUNTS
002730                       THRU 6000-EXIT
002740     IF SORT-RETURN IS NOT EQUAL TO ZERO
002750        DISPLAY 'S003PRC3 - FALHA NA ORDENACAO DO MOVCLS - '
002760                SORT-RETURN
002770        MOVE 16 TO SC-RETURN-CODE
002780     END-IF
002790     IF SC-RETURN-CODE IS EQUAL TO ZERO
002800        DISPLAY 'S003PRC3 - CASOS GERADOS: ' WS-CASE-COUNT
002810     END-IF.
002820 0000-EXIT.
002830     GOBACK.
002840
002850*----------------------------------------------------------------*
002860* 5100-READ-MONITOR-PARMS - LE OS CARTOES DE PARAMETRO DO MONPRM.*
002870*                           ARQUIVO AUSENTE OU SEM CARTAO        *
002880*                           MANTEM O VALOR PADRAO.               *
002890*----------------------------------------------------------------*
002900 5100-READ-MONITOR-PARMS.
002910     OPEN INPUT MONITOR-PARM-FILE
002920     IF NOT WS-MONPRM-OK
002930        IF WS-MONPRM-NOT-FOUND
002940           DISPLAY 'S003PRC3 - SEM MONPRM - LIMITES PADRAO'
002950           GO TO 5100-EXIT
002960        END-IF
002970        DISPLAY 'S003PRC3 - ERRO AO ABRIR MONPRM - '
002980                WS-MONPRM-STATUS
002990        MOVE 16 TO SC-RETURN-CODE
003000        GO TO 5100-EXIT
003010     END-IF
003020     PERFORM 5150-READ-ONE-PARM THRU 5150-EXIT
003030         UNTIL WS-MONPRM-STATUS IS NOT EQUAL TO '00'
003040     CLOSE MONITOR-PARM-FILE.
003050 5100-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------------*
003090* 5150-READ-ONE-PARM - LE E CLASSIFICA UM CARTAO DO MONPRM. VALOR*
003100*                      NAO NUMERICO OU ZERO MANTEM O PADRAO.     *
003110*----------------------------------------------------------------*
003120 5150-READ-ONE-PARM.
003130     READ MONITOR-PARM-FILE
003140         AT END
003150            GO TO 5150-EXIT
003160     END-READ
003170     MOVE MONITOR-PARM-RECORD TO WS-PARM-TEXT
003180     EVALUATE TRUE
003190         WHEN WS-PARM-TEXT (1:13) IS EQUAL TO 'VALOR-GRANDE='
003200             MOVE WS-PARM-TEXT (14:11) TO WS-EDIT-AMT-TEXT
003210             IF WS-EDIT-AMT-NUM IS NUMERIC
003220                AND WS-EDIT-AMT-NUM IS GREATER THAN ZERO
003230                MOVE WS-EDIT-AMT-NUM TO WS-LARGE-AMOUNT-LIMIT
003240             ELSE
003250                PERFORM 5190-INVALID-PARM THRU 5190-EXIT
003260             END-IF
003270         WHEN WS-PARM-TEXT (1:13) IS EQUAL TO 'FAIXA-ESTRUT='
003280             MOVE WS-PARM-TEXT (14:2) TO WS-EDIT-PCT2-TEXT
003290             IF WS-EDIT-PCT2-NUM IS NUMERIC
003300                AND WS-EDIT-PCT2-NUM IS GREATER THAN ZERO
003310                MOVE WS-EDIT-PCT2-NUM TO WS-STRUCT-PCT
003320             ELSE
003330                PERFORM 5190-INVALID-PARM THRU 5190-EXIT
003340             END-IF
003350         WHEN WS-PARM-TEXT (1:11) IS EQUAL TO 'QTD-ESTRUT='
003360             MOVE WS-PARM-TEXT (12:2) TO WS-EDIT-PCT2-TEXT
003370             IF WS-EDIT-PCT2-NUM IS NUMERIC
003380                AND WS-EDIT-PCT2-NUM IS GREATER THAN ZERO
003390                MOVE WS-EDIT-PCT2-NUM TO WS-STRUCT-MIN-COUNT
003400             ELSE
003410                PERFORM 5190-INVALID-PARM THRU 5190-EXIT
003420             END-IF
003430         WHEN WS-PARM-TEXT (1:10) IS EQUAL TO 'HIST-DIAS='
003440             MOVE WS-PARM-TEXT (11:3) TO WS-EDIT-DAYS-TEXT
003450             IF WS-EDIT-DAYS-NUM IS NUMERIC
003460                AND WS-EDIT-DAYS-NUM IS GREATER THAN ZERO
003470                MOVE WS-EDIT-DAYS-NUM TO WS-HIST-WINDOW
003480             ELSE
003490                PERFORM 5190-INVALID-PARM THRU 5190-EXIT
003500             END-IF
003510         WHEN WS-PARM-TEXT (1:14) IS EQUAL TO 'HIST-MIN-DIAS='
003520             MOVE WS-PARM-TEXT (15:3) TO WS-EDIT-DAYS-TEXT
003530             IF WS-EDIT-DAYS-NUM IS NUMERIC
003540                AND WS-EDIT-DAYS-NUM IS GREATER THAN ZERO
003550                MOVE WS-EDIT-DAYS-NUM TO WS-HIST-MIN-DAYS
003560             ELSE
003570                PERFORM 5190-INVALID-PARM THRU 5190-EXIT
003580             END-IF
003590         WHEN WS-PARM-TEXT (1:14) IS EQUAL TO 'FATOR-ATIPICO='
003600             MOVE WS-PARM-TEXT (15:4) TO WS-EDIT-FACTOR-TEXT
003610             IF WS-EDIT-FACTOR-NUM IS NUMERIC
003620                AND WS-EDIT-FACTOR-NUM IS GREATER THAN ZERO
003630                MOVE WS-EDIT-FACTOR-NUM TO WS-UNUSUAL-FACTOR
003640             ELSE
003650                PERFORM 5190-INVALID-PARM THRU 5190-EXIT
003660             END-IF
003670         WHEN WS-PARM-TEXT (1:15) IS EQUAL TO 'CREDITO-RAPIDO='
003680             MOVE WS-PARM-TEXT (16:11) TO WS-EDIT-AMT-TEXT
003690             IF WS-EDIT-AMT-NUM IS NUMERIC
003700                AND WS-EDIT-AMT-NUM IS GREATER THAN ZERO
003710                MOVE WS-EDIT-AMT-NUM TO WS-RAPID-CREDIT-MIN
003720             ELSE
003730                PERFORM 5190-INVALID-PARM THRU 5190-EXIT
003740             END-IF
003750         WHEN WS-PARM-TEXT (1:10) IS EQUAL TO 'PCT-SAIDA='
003760             MOVE WS-PARM-TEXT (11:3) TO WS-EDIT-DAYS-TEXT
003770             IF WS-EDIT-DAYS-NUM IS NUMERIC
003780                AND WS-EDIT-DAYS-NUM IS GREATER THAN ZERO
003790                MOVE WS-EDIT-DAYS-NUM TO WS-RAPID-OUT-PCT
003800             ELSE
003810                PERFORM 5190-INVALID-PARM THRU 5190-EXIT
003820             END-IF
003830         WHEN WS-PARM-TEXT IS EQUAL TO SPACES
003840             CONTINUE
003850         WHEN OTHER
003860             DISPLAY 'S003PRC3 - CARTAO MONPRM IGNORADO - '
003870                     WS-PARM-TEXT (1:30)
003880     END-EVALUATE.
003890 5150-EXIT.
003900     EXIT.
003910
003920*----------------------------------------------------------------*
003930* 5190-INVALID-PARM - AVISA O CARTAO INVALIDO (PADRAO MANTIDO)   *
003940*----------------------------------------------------------------*
003950 5190-INVALID-PARM.
003960     DISPLAY 'S003PRC3 - CARTAO MONPRM INVALIDO - '
003970             WS-PARM-TEXT (1:30).
003980 5190-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------------*
004020* 5200-RELEASE-STRUCT-ITEMS - PROCEDIMENTO DE ENTRADA: LE O      *
004030*                             MOVCLS DO DIA E LIBERA CONTA E     *
004040*                             VALOR DE CADA MOVIMENTO NA FAIXA   *
004050*                             DE ESTRUTURACAO                    *
004060*----------------------------------------------------------------*
004070 5200-RELEASE-STRUCT-ITEMS.
004080     OPEN INPUT MOVCLS-FILE
004090     IF NOT WS-MOVCLS-OK
004100        DISPLAY 'S003PRC3 - ERRO AO ABRIR MOVCLS - '
004110                WS-MOVCLS-STATUS
004120        MOVE 16 TO SC-RETURN-CODE
004130        GO TO 5200-EXIT
004140     END-IF
004150     PERFORM 5250-RELEASE-ONE-ITEM THRU 5250-EXIT
004160         UNTIL WS-MOVCLS-EOF
004170     CLOSE MOVCLS-FILE.
004180 5200-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------------*
004220* 5250-RELEASE-ONE-ITEM - LE UM MOVIMENTO CLASSIFICADO E, ESTANDO*
004230*                         NA FAIXA (PISO ATE O VALOR GRANDE, SEM *
004240*                         INCLUI-LO), LIBERA-O PARA A ORDENACAO  *
004250*----------------------------------------------------------------*
004260 5250-RELEASE-ONE-ITEM.
004270     READ MOVCLS-FILE
004280         AT END
004290            SET WS-MOVCLS-EOF TO TRUE
004300            GO TO 5250-EXIT
004310     END-READ
004320     ADD 1 TO SC-RECS-READ
004330     IF MVC-AMOUNT IS LESS THAN WS-STRUCT-FLOOR
004340        OR MVC-AMOUNT IS NOT LESS THAN WS-LARGE-AMOUNT-LIMIT
004350        GO TO 5250-EXIT
004360     END-IF
004370     MOVE MVC-ACCOUNT TO SRT-ACCOUNT
004380     MOVE MVC-AMOUNT  TO SRT-AMOUNT
004390     RELEASE SORT-WORK-RECORD.
004400 5250-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------------*
004440* 6000-MONITOR-ACCOUNTS - PROCEDIMENTO DE SAIDA DA ORDENACAO:    *
004450*                         CASA A FAIXA DE ESTRUTURACAO           *
004460*                         ORDENADA, A TRILHA DE POSTAGEM E O     *
004470*                         PERFIL HISTORICO, CONTA A CONTA,       *
004480*                         GRAVANDO SUSCAS, SUSRPT E HISOUT       *
004490*----------------------------------------------------------------*
004500 6000-MONITOR-ACCOUNTS.
004510     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
004520        GO TO 6000-EXIT
004530     END-IF
004540     PERFORM 6050-OPEN-MONITOR-FILES THRU 6050-EXIT
004550     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
004560        GO TO 6000-EXIT
004570     END-IF
004580     PERFORM 6060-WRITE-ALERT-HEADER THRU 6060-EXIT
004590     MOVE 'N' TO WS-STRUCT-EOF-SWITCH
004600     MOVE ZERO TO WS-PREV-DET-ACCOUNT
004610     MOVE ZERO TO WS-PREV-HIS-ACCOUNT
004620     PERFORM 6150-RETURN-STRUCT-ITEM THRU 6150-EXIT
004630     PERFORM 6160-READ-DETAIL THRU 6160-EXIT
004640     PERFORM 6170-READ-HISTORY THRU 6170-EXIT
004650     PERFORM 6100-MONITOR-ONE-ACCOUNT THRU 6100-EXIT
004660         UNTIL (WS-STRUCT-EOF AND WS-MOVDET-EOF AND WS-HIS-EOF)
004670            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
004680     IF SC-RETURN-CODE IS EQUAL TO ZERO
004690        PERFORM 6070-WRITE-ALERT-TRAILER THRU 6070-EXIT
004700     END-IF
004710     CLOSE DETAIL-FILE HISTORY-OUT-FILE CASE-FILE
004720           ALERT-REPORT-FILE
004730     IF NOT WS-HISIN-NOT-FOUND
004740        CLOSE HISTORY-IN-FILE
004750     END-IF.
004760 6000-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------------*
004800* 6050-OPEN-MONITOR-FILES - ABRE OS ARQUIVOS DA AVALIACAO. HISIN *
004810*                           AUSENTE (PRIMEIRA EXECUCAO) E PERFIL *
004820*                           VAZIO.                               *
004830*----------------------------------------------------------------*
004840 6050-OPEN-MONITOR-FILES.
004850     OPEN INPUT DETAIL-FILE
004860     IF NOT WS-MOVDET-OK
004870        DISPLAY 'S003PRC3 - ERRO AO ABRIR MOVDET - '
004880                WS-MOVDET-STATUS
004890        MOVE 16 TO SC-RETURN-CODE
004900        GO TO 6050-EXIT
004910     END-IF
004920     MOVE 'N' TO WS-HIS-EOF-SWITCH
004930     OPEN INPUT HISTORY-IN-FILE
004940     IF NOT WS-HISIN-OK
004950        IF WS-HISIN-NOT-FOUND
004960           DISPLAY 'S003PRC3 - SEM HISIN - PERFIL HISTORICO VAZIO'
004970           SET WS-HIS-EOF TO TRUE
004980        ELSE
004990           DISPLAY 'S003PRC3 - ERRO AO ABRIR HISIN - '
005000                   WS-HISIN-STATUS
005010           MOVE 16 TO SC-RETURN-CODE
005020           CLOSE DETAIL-FILE
005030           GO TO 6050-EXIT
005040        END-IF
005050     END-IF
005060     OPEN OUTPUT HISTORY-OUT-FILE
005070     IF NOT WS-HISOUT-OK
005080        DISPLAY 'S003PRC3 - ERRO AO ABRIR HISOUT - '
005090                WS-HISOUT-STATUS
005100        MOVE 16 TO SC-RETURN-CODE
005110        PERFORM 6090-CLOSE-INPUTS THRU 6090-EXIT
005120        GO TO 6050-EXIT
005130     END-IF
005140     OPEN OUTPUT CASE-FILE
005150     IF NOT WS-SUSCAS-OK
005160        DISPLAY 'S003PRC3 - ERRO AO ABRIR SUSCAS - '
005170                WS-SUSCAS-STATUS
005180        MOVE 16 TO SC-RETURN-CODE
005190        PERFORM 6090-CLOSE-INPUTS THRU 6090-EXIT
005200        CLOSE HISTORY-OUT-FILE
005210        GO TO 6050-EXIT
005220     END-IF
005230     OPEN OUTPUT ALERT-REPORT-FILE
005240     IF NOT WS-SUSRPT-OK
005250        DISPLAY 'S003PRC3 - ERRO AO ABRIR SUSRPT - '
005260                WS-SUSRPT-STATUS
005270        MOVE 16 TO SC-RETURN-CODE
005280        PERFORM 6090-CLOSE-INPUTS THRU 6090-EXIT
005290        CLOSE HISTORY-OUT-FILE CASE-FILE
005300     END-IF.
005310 6050-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------------*
005350* 6060-WRITE-ALERT-HEADER - CABECALHO DO RELATORIO DE ALERTAS,   *
005360*                           COM OS LIMITES EM VIGOR              *
005370*----------------------------------------------------------------*
005380 6060-WRITE-ALERT-HEADER.
005390     PERFORM 9200-BUILD-TIMESTAMP THRU 9200-EXIT
005400     MOVE SPACES TO ALERT-REPORT-LINE
005410     STRING 'ALERTAS DE ATIVIDADE SUSPEITA - S003PRC3 - '
005420                                             DELIMITED BY SIZE
005430            WS-TIMESTAMP-FIELD               DELIMITED BY SIZE
005440         INTO ALERT-REPORT-LINE
005450     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT
005460     MOVE SPACES TO ALERT-REPORT-LINE
005470     STRING 'EXECUCAO: '                     DELIMITED BY SIZE
005480            SC-RUN-ID                        DELIMITED BY SIZE
005490            '   DATA-MOVIMENTO: '            DELIMITED BY SIZE
005500            SC-BUSINESS-DATE                 DELIMITED BY SIZE
005510         INTO ALERT-REPORT-LINE
005520     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT
005530     MOVE WS-LARGE-AMOUNT-LIMIT TO WS-RPT-AMT-EDIT
005540     MOVE WS-STRUCT-PCT         TO WS-RPT-PCT-EDIT
005550     MOVE WS-STRUCT-MIN-COUNT   TO WS-RPT-QTY-EDIT
005560     MOVE SPACES TO ALERT-REPORT-LINE
005570     STRING 'ESTRUTURACAO: VALOR GRANDE '    DELIMITED BY SIZE
005580            WS-RPT-AMT-EDIT                  DELIMITED BY SIZE
005590            ' FAIXA (%) '                    DELIMITED BY SIZE
005600            WS-RPT-PCT-EDIT                  DELIMITED BY SIZE
005610            ' QTD MINIMA '                   DELIMITED BY SIZE
005620            WS-RPT-QTY-EDIT                  DELIMITED BY SIZE
005630         INTO ALERT-REPORT-LINE
005640     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT
005650     MOVE WS-UNUSUAL-FACTOR     TO WS-RPT-FACTOR-EDIT
005660     MOVE WS-HIST-WINDOW        TO WS-RPT-DAYS-EDIT
005670     MOVE WS-HIST-MIN-DAYS      TO WS-RPT-PCT-EDIT
005680     MOVE SPACES TO ALERT-REPORT-LINE
005690     STRING 'ATIPICO: FATOR '                DELIMITED BY SIZE
005700            WS-RPT-FACTOR-EDIT               DELIMITED BY SIZE
005710            ' X MEDIA  JANELA (DIAS) '       DELIMITED BY SIZE
005720            WS-RPT-DAYS-EDIT                 DELIMITED BY SIZE
005730            '  PERFIL MINIMO (DIAS) '        DELIMITED BY SIZE
005740            WS-RPT-PCT-EDIT                  DELIMITED BY SIZE
005750         INTO ALERT-REPORT-LINE
005760     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT
005770     MOVE WS-RAPID-CREDIT-MIN   TO WS-RPT-AMT-EDIT
005780     MOVE WS-RAPID-OUT-PCT      TO WS-RPT-PCT-EDIT
005790     MOVE SPACES TO ALERT-REPORT-LINE
005800     STRING 'ENTRADA/SAIDA RAPIDA: CREDITO MINIMO '
005810                                             DELIMITED BY SIZE
005820            WS-RPT-AMT-EDIT                  DELIMITED BY SIZE
005830            ' SAIDA (%) '                    DELIMITED BY SIZE
005840            WS-RPT-PCT-EDIT                  DELIMITED BY SIZE
005850         INTO ALERT-REPORT-LINE
005860     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT
005870     MOVE SPACES TO ALERT-REPORT-LINE
005880     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT
005890     MOVE SPACES TO ALERT-REPORT-LINE
005900     STRING 'CONTA      RG   QTD          VALOR  REF.QTD'
005910                                             DELIMITED BY SIZE
005920            '     REFERENCIA'                DELIMITED BY SIZE
005930         INTO ALERT-REPORT-LINE
005940     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT.
005950 6060-EXIT.
005960     EXIT.
005970
005980*----------------------------------------------------------------*
005990* 6070-WRITE-ALERT-TRAILER - TOTAIS DO RELATORIO DE ALERTAS      *
006000*----------------------------------------------------------------*
006010 6070-WRITE-ALERT-TRAILER.
006020     MOVE SPACES TO ALERT-REPORT-LINE
006030     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT
006040     MOVE WS-ACCOUNT-COUNT TO WS-RPT-COUNT-EDIT
006050     MOVE SPACES TO ALERT-REPORT-LINE
006060     STRING 'CONTAS AVALIADAS ............: ' DELIMITED BY SIZE
006070            WS-RPT-COUNT-EDIT                 DELIMITED BY SIZE
006080         INTO ALERT-REPORT-LINE
006090     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT
006100     MOVE WS-ES-COUNT TO WS-RPT-COUNT-EDIT
006110     MOVE SPACES TO ALERT-REPORT-LINE
006120     STRING 'ESTRUTURACAO (ES) ...........: ' DELIMITED BY SIZE
006130            WS-RPT-COUNT-EDIT                 DELIMITED BY SIZE
006140         INTO ALERT-REPORT-LINE
006150     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT
006160     MOVE WS-QA-COUNT TO WS-RPT-COUNT-EDIT
006170     MOVE SPACES TO ALERT-REPORT-LINE
006180     STRING 'QUANTIDADE ATIPICA (QA) .....: ' DELIMITED BY SIZE
006190            WS-RPT-COUNT-EDIT                 DELIMITED BY SIZE
006200         INTO ALERT-REPORT-LINE
006210     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT
006220     MOVE WS-VA-COUNT TO WS-RPT-COUNT-EDIT
006230     MOVE SPACES TO ALERT-REPORT-LINE
006240     STRING 'VOLUME ATIPICO (VA) .........: ' DELIMITED BY SIZE
006250            WS-RPT-COUNT-EDIT                 DELIMITED BY SIZE
006260         INTO ALERT-REPORT-LINE
006270     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT
006280     MOVE WS-ER-COUNT TO WS-RPT-COUNT-EDIT
006290     MOVE SPACES TO ALERT-REPORT-LINE
006300     STRING 'ENTRADA E SAIDA RAPIDA (ER) .: ' DELIMITED BY SIZE
006310            WS-RPT-COUNT-EDIT                 DELIMITED BY SIZE
006320         INTO ALERT-REPORT-LINE
006330     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT
006340     MOVE WS-CASE-COUNT TO WS-RPT-COUNT-EDIT
006350     MOVE SPACES TO ALERT-REPORT-LINE
006360     STRING 'TOTAL DE CASOS (SUSCAS) .....: ' DELIMITED BY SIZE
006370            WS-RPT-COUNT-EDIT                 DELIMITED BY SIZE
006380         INTO ALERT-REPORT-LINE
006390     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT.
006400 6070-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------------*
006440* 6090-CLOSE-INPUTS - FECHA MOVDET E, SE ABERTO, O HISIN         *
006450*----------------------------------------------------------------*
006460 6090-CLOSE-INPUTS.
006470     CLOSE DETAIL-FILE
006480     IF NOT WS-HISIN-NOT-FOUND
006490        CLOSE HISTORY-IN-FILE
006500     END-IF.
006510 6090-EXIT.
006520     EXIT.
006530
006540*----------------------------------------------------------------*
006550* 6100-MONITOR-ONE-ACCOUNT - TOMA A MENOR CONTA ENTRE AS TRES    *
006560*                            ENTRADAS, ACUMULA A FAIXA DE        *
006570*                            ESTRUTURACAO E A ATIVIDADE POSTADA  *
006580*                            DO DIA, AVALIA AS REGRAS CONTRA O   *
006590*                            PERFIL E GRAVA O PERFIL ATUALIZADO  *
006600*----------------------------------------------------------------*
006610 6100-MONITOR-ONE-ACCOUNT.
006620     MOVE 9999999999 TO WS-CUR-ACCOUNT
006630     IF NOT WS-STRUCT-EOF
006640        AND SRT-ACCOUNT IS LESS THAN WS-CUR-ACCOUNT
006650        MOVE SRT-ACCOUNT TO WS-CUR-ACCOUNT
006660     END-IF
006670     IF NOT WS-MOVDET-EOF
006680        AND DET-ACCOUNT IS LESS THAN WS-CUR-ACCOUNT
006690        MOVE DET-ACCOUNT TO WS-CUR-ACCOUNT
006700     END-IF
006710     IF NOT WS-HIS-EOF
006720        AND HSI-ACCOUNT IS LESS THAN WS-CUR-ACCOUNT
006730        MOVE HSI-ACCOUNT TO WS-CUR-ACCOUNT
006740     END-IF
006750     MOVE ZERO TO WS-STRUCT-COUNT
006760     MOVE ZERO TO WS-STRUCT-AMOUNT
006770     MOVE ZERO TO WS-DAY-COUNT
006780     MOVE ZERO TO WS-DAY-AMOUNT
006790     MOVE ZERO TO WS-MAX-CREDIT
006800     MOVE ZERO TO WS-DEBIT-COUNT
006810     MOVE ZERO TO WS-DEBIT-AMOUNT
006820     PERFORM 6200-COUNT-STRUCT-ITEM THRU 6200-EXIT
006830         UNTIL WS-STRUCT-EOF
006840            OR SRT-ACCOUNT IS NOT EQUAL TO WS-CUR-ACCOUNT
006850     PERFORM 6300-ACCUM-DETAIL THRU 6300-EXIT
006860         UNTIL WS-MOVDET-EOF
006870            OR DET-ACCOUNT IS NOT EQUAL TO WS-CUR-ACCOUNT
006880            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
006890     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
006900        GO TO 6100-EXIT
006910     END-IF
006920     MOVE ZERO TO WS-PRF-DAYS
006930     MOVE ZERO TO WS-PRF-AVG-COUNT
006940     MOVE ZERO TO WS-PRF-AVG-AMOUNT
006950     MOVE ZERO TO WS-PRF-LAST-DATE
006960     IF NOT WS-HIS-EOF
006970        AND HSI-ACCOUNT IS EQUAL TO WS-CUR-ACCOUNT
006980        MOVE HSI-DAYS       TO WS-PRF-DAYS
006990        MOVE HSI-AVG-COUNT  TO WS-PRF-AVG-COUNT
007000        MOVE HSI-AVG-AMOUNT TO WS-PRF-AVG-AMOUNT
007010        MOVE HSI-LAST-DATE  TO WS-PRF-LAST-DATE
007020        PERFORM 6170-READ-HISTORY THRU 6170-EXIT
007030        IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
007040           GO TO 6100-EXIT
007050        END-IF
007060     END-IF
007070     IF WS-DAY-COUNT IS GREATER THAN ZERO
007080        OR WS-STRUCT-COUNT IS GREATER THAN ZERO
007090        ADD 1 TO WS-ACCOUNT-COUNT
007100     END-IF
007110     PERFORM 6400-CHECK-STRUCTURING THRU 6400-EXIT
007120     PERFORM 6500-CHECK-UNUSUAL THRU 6500-EXIT
007130     PERFORM 6600-CHECK-RAPID-IN-OUT THRU 6600-EXIT
007140     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
007150        GO TO 6100-EXIT
007160     END-IF
007170     PERFORM 6700-UPDATE-PROFILE THRU 6700-EXIT.
007180 6100-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------------*
007220* 6150-RETURN-STRUCT-ITEM - DEVOLVE O PROXIMO MOVIMENTO ORDENADO *
007230*                           DA FAIXA DE ESTRUTURACAO             *
007240*----------------------------------------------------------------*
007250 6150-RETURN-STRUCT-ITEM.
007260     RETURN SORT-WORK-FILE
007270         AT END
007280            SET WS-STRUCT-EOF TO TRUE
007290     END-RETURN.
007300 6150-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------------*
007340* 6160-READ-DETAIL - LE O PROXIMO REGISTRO DA TRILHA DE POSTAGEM,*
007350*                    CONFERINDO A ORDEM ASCENDENTE DE CONTA      *
007360*----------------------------------------------------------------*
007370 6160-READ-DETAIL.
007380     READ DETAIL-FILE
007390         AT END
007400            SET WS-MOVDET-EOF TO TRUE
007410            GO TO 6160-EXIT
007420     END-READ
007430     ADD 1 TO SC-RECS-READ
007440     IF DET-ACCOUNT IS LESS THAN WS-PREV-DET-ACCOUNT
007450        DISPLAY 'S003PRC3 - MOVDET FORA DE ORDEM - CONTA '
007460                DET-ACCOUNT
007470        MOVE 12 TO SC-RETURN-CODE
007480        GO TO 6160-EXIT
007490     END-IF
007500     MOVE DET-ACCOUNT TO WS-PREV-DET-ACCOUNT.
007510 6160-EXIT.
007520     EXIT.
007530
007540*----------------------------------------------------------------*
007550* 6170-READ-HISTORY - LE O PROXIMO PERFIL DO HISIN, CONFERINDO A *
007560*                     ORDEM ASCENDENTE DE CONTA                  *
007570*----------------------------------------------------------------*
007580 6170-READ-HISTORY.
007590     IF WS-HIS-EOF
007600        GO TO 6170-EXIT
007610     END-IF
007620     READ HISTORY-IN-FILE
007630         AT END
007640            SET WS-HIS-EOF TO TRUE
007650            GO TO 6170-EXIT
007660     END-READ
007670     IF HSI-ACCOUNT IS NOT GREATER THAN WS-PREV-HIS-ACCOUNT
007680        DISPLAY 'S003PRC3 - HISIN FORA DE ORDEM - CONTA '
007690                HSI-ACCOUNT
007700        MOVE 12 TO SC-RETURN-CODE
007710        SET WS-HIS-EOF TO TRUE
007720        GO TO 6170-EXIT
007730     END-IF
007740     MOVE HSI-ACCOUNT TO WS-PREV-HIS-ACCOUNT.
007750 6170-EXIT.
007760     EXIT.
007770
007780*----------------------------------------------------------------*
007790* 6200-COUNT-STRUCT-ITEM - SOMA UM MOVIMENTO DA FAIXA DA CONTA E *
007800*                          DEVOLVE O SEGUINTE                    *
007810*----------------------------------------------------------------*
007820 6200-COUNT-STRUCT-ITEM.
007830     ADD 1          TO WS-STRUCT-COUNT
007840     ADD SRT-AMOUNT TO WS-STRUCT-AMOUNT
007850     PERFORM 6150-RETURN-STRUCT-ITEM THRU 6150-EXIT.
007860 6200-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------------*
007900* 6300-ACCUM-DETAIL - SOMA UM LANCAMENTO POSTADO DA CONTA NA     *
007910*                     ATIVIDADE DO DIA (ENCARGOS JR/TF FORA),    *
007920*                     GUARDA O MAIOR CREDITO E A SOMA DOS DEBITOS*
007930*                     E LE O SEGUINTE                            *
007940*----------------------------------------------------------------*
007950 6300-ACCUM-DETAIL.
007960     IF DET-TYPE IS EQUAL TO 'JR'
007970        OR DET-TYPE IS EQUAL TO 'TF'
007980        GO TO 6300-NEXT
007990     END-IF
008000     ADD 1          TO WS-DAY-COUNT
008010     ADD DET-AMOUNT TO WS-DAY-AMOUNT
008020     IF DET-DC-INDICATOR IS EQUAL TO 'C'
008030        IF DET-AMOUNT IS GREATER THAN WS-MAX-CREDIT
008040           MOVE DET-AMOUNT TO WS-MAX-CREDIT
008050        END-IF
008060     ELSE
008070        ADD 1          TO WS-DEBIT-COUNT
008080        ADD DET-AMOUNT TO WS-DEBIT-AMOUNT
008090     END-IF.
008100 6300-NEXT.
008110     PERFORM 6160-READ-DETAIL THRU 6160-EXIT.
008120 6300-EXIT.
008130     EXIT.
008140
008150*----------------------------------------------------------------*
008160* 6400-CHECK-STRUCTURING - REGRA ES: MOVIMENTOS NA FAIXA LOGO    *
008170*                          ABAIXO DO VALOR GRANDE EM QUANTIDADE  *
008180*                          IGUAL OU ACIMA DE QTD-ESTRUT=         *
008190*----------------------------------------------------------------*
008200 6400-CHECK-STRUCTURING.
008210     IF WS-STRUCT-COUNT IS LESS THAN WS-STRUCT-MIN-COUNT
008220        GO TO 6400-EXIT
008230     END-IF
008240     MOVE SPACES                  TO SUSCAS-RECORD
008250     MOVE 'ES'                    TO CAS-RULE
008260     MOVE WS-STRUCT-COUNT         TO CAS-COUNT
008270     MOVE WS-STRUCT-AMOUNT        TO CAS-AMOUNT
008280     MOVE WS-STRUCT-MIN-COUNT     TO CAS-REF-COUNT
008290     MOVE WS-LARGE-AMOUNT-LIMIT   TO CAS-REF-AMOUNT
008300     MOVE 'ESTRUTURACAO ABAIXO DO LIMITE' TO CAS-RULE-DESC
008310     PERFORM 6800-WRITE-CASE THRU 6800-EXIT
008320     ADD 1 TO WS-ES-COUNT.
008330 6400-EXIT.
008340     EXIT.
008350
008360*----------------------------------------------------------------*
008370* 6500-CHECK-UNUSUAL - REGRAS QA/VA: COM PERFIL DE PELO MENOS    *
008380*                      HIST-MIN-DIAS= DIAS, QUANTIDADE OU VOLUME *
008390*                      DO DIA ACIMA DE FATOR-ATIPICO= VEZES A    *
008400*                      MEDIA DA CONTA                            *
008410*----------------------------------------------------------------*
008420 6500-CHECK-UNUSUAL.
008430     IF WS-DAY-COUNT IS EQUAL TO ZERO
008440        OR WS-PRF-DAYS IS LESS THAN WS-HIST-MIN-DAYS
008450        GO TO 6500-EXIT
008460     END-IF
008470     COMPUTE WS-UNUSUAL-COUNT-LIMIT ROUNDED =
008480             WS-PRF-AVG-COUNT * WS-UNUSUAL-FACTOR
008490     COMPUTE WS-UNUSUAL-AMOUNT-LIMIT ROUNDED =
008500             WS-PRF-AVG-AMOUNT * WS-UNUSUAL-FACTOR
008510     IF WS-DAY-COUNT IS GREATER THAN WS-UNUSUAL-COUNT-LIMIT
008520        MOVE SPACES               TO SUSCAS-RECORD
008530        MOVE 'QA'                 TO CAS-RULE
008540        MOVE WS-DAY-COUNT         TO CAS-COUNT
008550        MOVE WS-DAY-AMOUNT        TO CAS-AMOUNT
008560        MOVE WS-PRF-AVG-COUNT     TO CAS-REF-COUNT
008570        MOVE WS-PRF-AVG-AMOUNT    TO CAS-REF-AMOUNT
008580        MOVE 'QUANTIDADE DIARIA ATIPICA' TO CAS-RULE-DESC
008590        PERFORM 6800-WRITE-CASE THRU 6800-EXIT
008600        ADD 1 TO WS-QA-COUNT
008610     END-IF
008620     IF WS-DAY-AMOUNT IS GREATER THAN WS-UNUSUAL-AMOUNT-LIMIT
008630        MOVE SPACES               TO SUSCAS-RECORD
008640        MOVE 'VA'                 TO CAS-RULE
008650        MOVE WS-DAY-COUNT         TO CAS-COUNT
008660        MOVE WS-DAY-AMOUNT        TO CAS-AMOUNT
008670        MOVE WS-PRF-AVG-COUNT     TO CAS-REF-COUNT
008680        MOVE WS-PRF-AVG-AMOUNT    TO CAS-REF-AMOUNT
008690        MOVE 'VOLUME DIARIO ATIPICO' TO CAS-RULE-DESC
008700        PERFORM 6800-WRITE-CASE THRU 6800-EXIT
008710        ADD 1 TO WS-VA-COUNT
008720     END-IF.
008730 6500-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------------*
008770* 6600-CHECK-RAPID-IN-OUT - REGRA ER: MAIOR CREDITO DO DIA DE    *
008780*                           PELO MENOS CREDITO-RAPIDO= E         *
008790*                           DEBITOS DO DIA SOMANDO PELO MENOS    *
008800*                           PCT-SAIDA= POR CENTO DELE            *
008810*----------------------------------------------------------------*
008820 6600-CHECK-RAPID-IN-OUT.
008830     IF WS-MAX-CREDIT IS LESS THAN WS-RAPID-CREDIT-MIN
008840        OR WS-DEBIT-COUNT IS EQUAL TO ZERO
008850        GO TO 6600-EXIT
008860     END-IF
008870     COMPUTE WS-RAPID-OUT-MIN ROUNDED =
008880             WS-MAX-CREDIT * WS-RAPID-OUT-PCT / 100
008890     IF WS-DEBIT-AMOUNT IS LESS THAN WS-RAPID-OUT-MIN
008900        GO TO 6600-EXIT
008910     END-IF
008920     MOVE SPACES                  TO SUSCAS-RECORD
008930     MOVE 'ER'                    TO CAS-RULE
008940     MOVE WS-DEBIT-COUNT          TO CAS-COUNT
008950     MOVE WS-DEBIT-AMOUNT         TO CAS-AMOUNT
008960     MOVE 1                       TO CAS-REF-COUNT
008970     MOVE WS-MAX-CREDIT           TO CAS-REF-AMOUNT
008980     MOVE 'ENTRADA E SAIDA RAPIDA' TO CAS-RULE-DESC
008990     PERFORM 6800-WRITE-CASE THRU 6800-EXIT
009000     ADD 1 TO WS-ER-COUNT.
009010 6600-EXIT.
009020     EXIT.
009030
009040*----------------------------------------------------------------*
009050* 6700-UPDATE-PROFILE - ENTRA O DIA NA MEDIA MOVEL DA CONTA (SO  *
009060*                       DIAS COM MOVIMENTO POSTADO) E GRAVA O    *
009070*                       PERFIL EM HISOUT. CONTA SEM PERFIL E SEM *
009080*                       MOVIMENTO NO DIA NAO GERA REGISTRO.      *
009090*----------------------------------------------------------------*
009100 6700-UPDATE-PROFILE.
009110     IF WS-DAY-COUNT IS GREATER THAN ZERO
009120        IF WS-PRF-DAYS IS LESS THAN WS-HIST-WINDOW
009130           ADD 1 TO WS-PRF-DAYS
009140        END-IF
009150        MOVE WS-PRF-DAYS TO WS-WEIGHT
009160        COMPUTE WS-PRF-AVG-COUNT ROUNDED = WS-PRF-AVG-COUNT
009170                + (WS-DAY-COUNT - WS-PRF-AVG-COUNT) / WS-WEIGHT
009180        COMPUTE WS-PRF-AVG-AMOUNT ROUNDED = WS-PRF-AVG-AMOUNT
009190                + (WS-DAY-AMOUNT - WS-PRF-AVG-AMOUNT) / WS-WEIGHT
009200        MOVE SC-BUSINESS-DATE TO WS-PRF-LAST-DATE
009210     END-IF
009220     IF WS-PRF-DAYS IS EQUAL TO ZERO
009230        GO TO 6700-EXIT
009240     END-IF
009250     MOVE WS-CUR-ACCOUNT    TO HIS-ACCOUNT
009260     MOVE WS-PRF-DAYS       TO HIS-DAYS
009270     MOVE WS-PRF-AVG-COUNT  TO HIS-AVG-COUNT
009280     MOVE WS-PRF-AVG-AMOUNT TO HIS-AVG-AMOUNT
009290     MOVE WS-PRF-LAST-DATE  TO HIS-LAST-DATE
009300     WRITE MONHIS-RECORD
009310     IF NOT WS-HISOUT-OK
009320        DISPLAY 'S003PRC3 - ERRO AO GRAVAR HISOUT - '
009330                WS-HISOUT-STATUS
009340        MOVE 16 TO SC-RETURN-CODE
009350     END-IF.
009360 6700-EXIT.
009370     EXIT.
009380
009390*----------------------------------------------------------------*
009400* 6800-WRITE-CASE - COMPLETA E GRAVA UM CASO EM SUSCAS (REGRA,   *
009410*                   QUANTIDADES, VALORES E DESCRICAO JA          *
009420*                   PREENCHIDOS) E A LINHA DO RELATORIO DE       *
009430*                   ALERTAS                                      *
009440*----------------------------------------------------------------*
009450 6800-WRITE-CASE.
009460     MOVE SC-RUN-ID        TO CAS-RUN-ID
009470     MOVE SC-BUSINESS-DATE TO CAS-BUSINESS-DATE
009480     MOVE WS-CUR-ACCOUNT   TO CAS-ACCOUNT
009490     WRITE SUSCAS-RECORD
009500     IF NOT WS-SUSCAS-OK
009510        DISPLAY 'S003PRC3 - ERRO AO GRAVAR SUSCAS - '
009520                WS-SUSCAS-STATUS
009530        MOVE 16 TO SC-RETURN-CODE
009540        GO TO 6800-EXIT
009550     END-IF
009560     ADD 1 TO WS-CASE-COUNT
009570     ADD 1 TO SC-RECS-WRITTEN
009580     MOVE CAS-COUNT      TO WS-RPT-QTY-EDIT
009590     MOVE CAS-AMOUNT     TO WS-RPT-AMT-EDIT
009600     MOVE CAS-REF-COUNT  TO WS-RPT-REF-QTY-EDIT
009610     MOVE CAS-REF-AMOUNT TO WS-RPT-REF-EDIT
009620     MOVE SPACES TO ALERT-REPORT-LINE
009630     STRING CAS-ACCOUNT                      DELIMITED BY SIZE
009640            ' '                              DELIMITED BY SIZE
009650            CAS-RULE                         DELIMITED BY SIZE
009660            ' '                              DELIMITED BY SIZE
009670            WS-RPT-QTY-EDIT                  DELIMITED BY SIZE
009680            ' '                              DELIMITED BY SIZE
009690            WS-RPT-AMT-EDIT                  DELIMITED BY SIZE
009700            ' '                              DELIMITED BY SIZE
009710            WS-RPT-REF-QTY-EDIT              DELIMITED BY SIZE
009720            ' '                              DELIMITED BY SIZE
009730            WS-RPT-REF-EDIT                  DELIMITED BY SIZE
009740         INTO ALERT-REPORT-LINE
009750     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT
009760     MOVE SPACES TO ALERT-REPORT-LINE
009770     STRING '              '                 DELIMITED BY SIZE
009780            CAS-RULE-DESC                    DELIMITED BY SIZE
009790         INTO ALERT-REPORT-LINE
009800     PERFORM 9100-WRITE-ALERT-LINE THRU 9100-EXIT.
009810 6800-EXIT.
009820     EXIT.
009830
009840*----------------------------------------------------------------*
009850* 9100-WRITE-ALERT-LINE - GRAVA UMA LINHA EM SUSRPT              *
009860*----------------------------------------------------------------*
009870 9100-WRITE-ALERT-LINE.
009880     WRITE ALERT-REPORT-LINE
009890     IF NOT WS-SUSRPT-OK
009900        DISPLAY 'S003PRC3 - ERRO AO GRAVAR SUSRPT - '
009910                WS-SUSRPT-STATUS
009920        MOVE 16 TO SC-RETURN-CODE
009930     END-IF.
009940 9100-EXIT.
009950     EXIT.
009960
009970*----------------------------------------------------------------*
009980* 9200-BUILD-TIMESTAMP - MONTA O CARIMBO DE DATA/HORA CORRENTE   *
009990*                        EM WS-TIMESTAMP-FIELD                   *
010000*----------------------------------------------------------------*
010010 9200-BUILD-TIMESTAMP.
010020     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
010030     ACCEPT WS-CURRENT-TIME FROM TIME
010040     MOVE WS-CURRENT-DATE       TO WS-TS-DATE
010050     DIVIDE WS-CURRENT-TIME BY 100 GIVING WS-TS-TIME.
010060 9200-EXIT.
010070     EXIT.
010080
010090 END PROGRAM S003PRC3.
