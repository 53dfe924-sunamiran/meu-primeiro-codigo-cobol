000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALMANT.
000030 AUTHOR. EQUIPE-SUPORTE-BATCH.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* CALMANT - MANUTENCAO DO CALENDARIO DE DIAS UTEIS               *
000090*----------------------------------------------------------------*
000100* LE O CALENDARIO VIGENTE (CALIN, LAYOUT CALEND; INEXISTENTE =   *
000110* CALENDARIO VAZIO), APLICA OS CARTOES DA SYSIN NA ORDEM EM QUE  *
000120* APARECEM E GRAVA O CALENDARIO NOVO EM CALOUT. CARTOES:         *
000130*   OPERADOR=<USUARIO> - QUEM ESTA ALTERANDO (OBRIGATORIO        *
000140*       ANTES DE QUALQUER ALTERACAO);                            *
000150*   GERAR=AAAA - GERA O ANO INTEIRO, COM SABADOS E DOMINGOS      *
000160*       FECHADOS (MOTIVO S). SO O ANO SEGUINTE AO ULTIMO DO      *
000170*       CALENDARIO (QUALQUER ANO QUANDO ELE ESTA VAZIO);         *
000180*   FERIADO=AAAAMMDD <DESCRICAO> - FECHA O DIA COMO FERIADO;     *
000190*   FECHAR=AAAAMMDD <DESCRICAO> - FECHAMENTO EXTRAORDINARIO;     *
000200*   ABRIR=AAAAMMDD <DESCRICAO> - ABERTURA EXTRAORDINARIA DE UM   *
000210*       DIA FECHADO.                                             *
000220* CARTOES COM * NA COLUNA 1 SAO COMENTARIO. A DATA ALTERADA JA   *
000230* DEVE EXISTIR NO CALENDARIO E NAO PODE SER ANTERIOR A DATA DO   *
000240* SISTEMA (O PASSADO JA FOI PROCESSADO PELA CADEIA). CADA DIA    *
000250* ALTERADO OU GERADO GUARDA O OPERADOR E A DATA DA ALTERACAO; O  *
000260* RELATORIO CALRPT LISTA CADA CARTAO COM A SITUACAO ANTES E      *
000270* DEPOIS, O RESULTADO E O RESUMO DO CALENDARIO GRAVADO.          *
000280* RC=0 TODOS OS CARTOES APLICADOS; RC=4 ALGUM CARTAO REJEITADO   *
000290* (OS DEMAIS SAO APLICADOS); RC=16 ERRO DE ARQUIVO OU CALIN      *
000300* INCONSISTENTE (NADA E GRAVADO EM CALOUT).                      *
000310*----------------------------------------------------------------*
000320* HISTORICO DE ALTERACOES                                        *
000330*----------------------------------------------------------------*
000340* DATA       AUTOR  DESCRICAO                                    *
000350* 2026-10-15 EQP    VERSAO INICIAL.                              *
000360*----------------------------------------------------------------*
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CALENDAR-IN-FILE ASSIGN TO 'CALIN'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CALIN-STATUS.
000460     SELECT CALENDAR-OUT-FILE ASSIGN TO 'CALOUT'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CALOUT-STATUS.
000490     SELECT CAL-REPORT-FILE ASSIGN TO 'CALRPT'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CALRPT-STATUS.
000520     SELECT PARM-CARD-FILE ASSIGN TO 'SYSIN'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PARM-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580
000590 FD  CALENDAR-IN-FILE.
000600     COPY CALEND.
000610
000620*----------------------------------------------------------------*
000630* CALOUT - CALENDARIO NOVO (MESMO LAYOUT DO CALEND)              *
000640*----------------------------------------------------------------*
000650 FD  CALENDAR-OUT-FILE.
000660 01  CALENDAR-OUT-RECORD.
000670     05  CALO-DATE               PIC 9(08).
000680     05  FILLER                  PIC X(01).
000690     05  CALO-WEEKDAY            PIC 9(01).
000700     05  FILLER                  PIC X(01).
000710     05  CALO-DAY-STATUS         PIC X(01).
000720     05  FILLER                  PIC X(01).
000730     05  CALO-REASON             PIC X(01).
000740     05  FILLER                  PIC X(01).
000750     05  CALO-DESCRIPTION        PIC X(30).
000760     05  FILLER                  PIC X(01).
000770     05  CALO-UPD-DATE           PIC 9(08).
000780     05  FILLER                  PIC X(01).
000790     05  CALO-UPD-USER           PIC X(08).
000800
000810 FD  CAL-REPORT-FILE.
000820 01  CAL-REPORT-LINE            PIC X(80).
000830
000840 FD  PARM-CARD-FILE.
000850 01  PARM-CARD-RECORD            PIC X(80).
000860
000870 WORKING-STORAGE SECTION.
000880*----------------------------------------------------------------*
000890* CHAVES DE ESTADO DOS ARQUIVOS                                  *
000900*----------------------------------------------------------------*
000910 77  WS-CALIN-STATUS         PIC X(02) VALUE SPACES.
000920     88  WS-CALIN-OK                 VALUE '00'.
000930     88  WS-CALIN-EOF                VALUE '10'.
000940     88  WS-CALIN-NOT-FOUND          VALUE '35'.
000950 77  WS-CALOUT-STATUS        PIC X(02) VALUE SPACES.
000960     88  WS-CALOUT-OK                VALUE '00'.
000970 77  WS-CALRPT-STATUS        PIC X(02) VALUE SPACES.
000980     88  WS-CALRPT-OK                VALUE '00'.
000990 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001000     88  WS-PARM-OK                  VALUE '00'.
001010     88  WS-PARM-EOF                 VALUE '10'.
001020     88  WS-PARM-NOT-FOUND           VALUE '35'.
001030
001040*----------------------------------------------------------------*
001050* TABELA DO CALENDARIO EM MEMORIA (MESMO LIMITE DO CALDIA)       *
001060*----------------------------------------------------------------*
001070 77  WS-CAL-MAX              PIC 9(04) COMP VALUE 4000.
001080 77  WS-CAL-COUNT            PIC 9(04) COMP VALUE ZERO.
001090 01  WS-CAL-TABLE.
001100     05  WS-CAL-ENTRY OCCURS 4000 TIMES
001110                      INDEXED BY WS-CAL-IDX.
001120         10  WS-CAL-DATE         PIC 9(08).
001130         10  WS-CAL-WEEKDAY      PIC 9(01).
001140         10  WS-CAL-STATUS       PIC X(01).
001150             88  WS-CAL-BUSINESS-DAY     VALUE 'U'.
001160         10  WS-CAL-REASON       PIC X(01).
001170         10  WS-CAL-DESC         PIC X(30).
001180         10  WS-CAL-UPD-DATE     PIC 9(08).
001190         10  WS-CAL-UPD-USER     PIC X(08).
001200
001210*----------------------------------------------------------------*
001220* AREA DO CARTAO CORRENTE                                        *
001230*----------------------------------------------------------------*
001240 01  WS-PARM-TEXT            PIC X(80) VALUE SPACES.
001250 77  WS-OPERATOR             PIC X(08) VALUE SPACES.
001260 77  WS-CARD-DATE-POS        PIC 9(02) COMP VALUE ZERO.
001270 01  WS-CARD-DATE-TEXT           PIC X(08) VALUE SPACES.
001280 01  WS-CARD-DATE-NUM REDEFINES WS-CARD-DATE-TEXT
001290                             PIC 9(08).
001300 01  WS-CARD-DESC            PIC X(30) VALUE SPACES.
001310 77  WS-CARD-NEW-STATUS      PIC X(01) VALUE SPACES.
001320 77  WS-CARD-NEW-REASON      PIC X(01) VALUE SPACES.
001330 01  WS-REJECT-TEXT          PIC X(50) VALUE SPACES.
001340 77  WS-CARDS-READ           PIC 9(05) VALUE ZERO.
001350 77  WS-CARDS-APPLIED        PIC 9(05) VALUE ZERO.
001360 77  WS-CARDS-REJECTED       PIC 9(05) VALUE ZERO.
001370
001380*----------------------------------------------------------------*
001390* AREA DA BUSCA BINARIA                                          *
001400*----------------------------------------------------------------*
001410 77  WS-LOW-SUB              PIC 9(04) COMP VALUE ZERO.
001420 77  WS-HIGH-SUB             PIC 9(04) COMP VALUE ZERO.
001430 77  WS-MID-SUB              PIC 9(04) COMP VALUE ZERO.
001440 77  WS-HIT-SUB              PIC 9(04) COMP VALUE ZERO.
001450 77  WS-PREV-DATE            PIC 9(08) VALUE ZERO.
001460
001470*----------------------------------------------------------------*
001480* AREA DA GERACAO DE UM ANO. O DIA DA SEMANA DE 1O DE JANEIRO    *
001490* CONTINUA O DO ULTIMO DIA DO CALENDARIO OU, COM O CALENDARIO    *
001500* VAZIO, SAI DA CONGRUENCIA DE ZELLER (H=0 SABADO ... H=6 SEXTA) *
001510*----------------------------------------------------------------*
001520 01  WS-GEN-YEAR-TEXT            PIC X(04) VALUE SPACES.
001530 01  WS-GEN-YEAR-NUM REDEFINES WS-GEN-YEAR-TEXT
001540                             PIC 9(04).
001550 77  WS-LAST-YEAR            PIC 9(04) VALUE ZERO.
001560 77  WS-GEN-MONTH            PIC 9(02) VALUE ZERO.
001570 77  WS-GEN-DAY              PIC 9(02) VALUE ZERO.
001580 77  WS-GEN-MONTH-DAYS       PIC 9(02) VALUE ZERO.
001590 77  WS-GEN-WEEKDAY          PIC 9(01) VALUE ZERO.
001600 77  WS-GEN-DAY-COUNT        PIC 9(04) COMP VALUE ZERO.
001610 77  WS-GEN-CLOSED-COUNT     PIC 9(04) COMP VALUE ZERO.
001620 77  WS-LEAP-SWITCH          PIC X(01) VALUE 'N'.
001630     88  WS-LEAP-YEAR                VALUE 'Y'.
001640 77  WS-DIV-QUOT             PIC 9(06) COMP VALUE ZERO.
001650 77  WS-DIV-REM              PIC 9(04) COMP VALUE ZERO.
001660 77  WS-ZEL-YEAR             PIC 9(04) COMP VALUE ZERO.
001670 77  WS-ZEL-K                PIC 9(04) COMP VALUE ZERO.
001680 77  WS-ZEL-J                PIC 9(04) COMP VALUE ZERO.
001690 77  WS-ZEL-SUM              PIC 9(06) COMP VALUE ZERO.
001700 01  WS-MONTH-DAYS-TEXT      PIC X(24)
001710                             VALUE '312831303130313130313031'.
001720 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TEXT.
001730     05  WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
001740 01  WS-DATE-BUILD.
001750     05  WS-DB-YEAR              PIC 9(04).
001760     05  WS-DB-MONTH             PIC 9(02).
001770     05  WS-DB-DAY               PIC 9(02).
001780 01  WS-DATE-BUILD-NUM REDEFINES WS-DATE-BUILD
001790                             PIC 9(08).
001800
001810*----------------------------------------------------------------*
001820* TOTAIS DO CALENDARIO GRAVADO E AREAS DO RELATORIO              *
001830*----------------------------------------------------------------*
001840 77  WS-BUSINESS-COUNT       PIC 9(05) VALUE ZERO.
001850 77  WS-CLOSED-COUNT         PIC 9(05) VALUE ZERO.
001860 01  WS-RPT-COUNT-EDIT           PIC ZZZZ9.
001870 01  WS-RPT-CLOSED-EDIT          PIC ZZZ9.
001880 01  WS-RPT-OLD-STATUS           PIC X(01).
001890 01  WS-RPT-OLD-REASON           PIC X(01).
001900 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001910 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
001920 01  WS-TIMESTAMP-FIELD.
001930     05  WS-TS-DATE              PIC 9(08).
001940     05  FILLER                  PIC X(01) VALUE '-'.
001950     05  WS-TS-TIME              PIC 9(06).
001960
001970 PROCEDURE DIVISION.
001980
001990*-------------- SESSAO PRINCIPAL --------------------------------*
002000 MAIN-PROC SECTION.
002010*----------------------------------------------------------------*
002020* 0000-MAINLINE - PONTO DE ENTRADA DO PROGRAMA                   *
002030*----------------------------------------------------------------*
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002060     PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT
002070     PERFORM 3000-PROCESS-CARDS THRU 3000-EXIT
002080     PERFORM 7000-WRITE-CALENDAR THRU 7000-EXIT
002090     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002100     PERFORM 8900-FINALIZE THRU 8900-EXIT.
002110 0000-EXIT.
002120     EXIT.
002130
002140*----------------------------------------------------------------*
002150* 1000-INITIALIZE - ABRE O RELATORIO E GRAVA O CABECALHO         *
002160*----------------------------------------------------------------*
002170 1000-INITIALIZE.
002180     OPEN OUTPUT CAL-REPORT-FILE
002190     IF NOT WS-CALRPT-OK
002200        DISPLAY 'CALMANT - ERRO AO ABRIR CALRPT - '
002210                WS-CALRPT-STATUS
002220        MOVE 16 TO RETURN-CODE
002230        STOP RUN
002240     END-IF
002250     PERFORM 9200-BUILD-TIMESTAMP THRU 9200-EXIT
002260     MOVE SPACES TO CAL-REPORT-LINE
002270     STRING 'MANUTENCAO DO CALENDARIO DE DIAS UTEIS - CALMANT - '
002280                                             DELIMITED BY SIZE
002290            WS-TIMESTAMP-FIELD               DELIMITED BY SIZE
002300         INTO CAL-REPORT-LINE
002310     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
002320     MOVE SPACES TO CAL-REPORT-LINE
002330     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
002340 1000-EXIT.
002350     EXIT.
002360
002370*----------------------------------------------------------------*
002380* 2000-LOAD-CALENDAR - CARREGA O CALENDARIO VIGENTE NA TABELA.   *
002390*                      CALIN INEXISTENTE = CALENDARIO VAZIO      *
002400*----------------------------------------------------------------*
002410 2000-LOAD-CALENDAR.
002420     MOVE ZERO TO WS-CAL-COUNT
002430     MOVE ZERO TO WS-PREV-DATE
002440     OPEN INPUT CALENDAR-IN-FILE
002450     IF NOT WS-CALIN-OK
002460        IF WS-CALIN-NOT-FOUND
002470           MOVE 'CALIN INEXISTENTE - CALENDARIO INICIADO VAZIO'
002480             TO CAL-REPORT-LINE
002490           PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
002500           GO TO 2000-EXIT
002510        END-IF
002520        DISPLAY 'CALMANT - ERRO AO ABRIR CALIN - '
002530                WS-CALIN-STATUS
002540        PERFORM 9900-ABORT THRU 9900-EXIT
002550     END-IF
002560     PERFORM 2100-LOAD-ONE-DAY THRU 2100-EXIT
002570         UNTIL WS-CALIN-EOF
002580     CLOSE CALENDAR-IN-FILE.
002590 2000-EXIT.
002600     EXIT.
002610
002620*----------------------------------------------------------------*
002630* 2100-LOAD-ONE-DAY - GUARDA UM DIA NA TABELA, CONFERINDO A      *
002640*                     ORDEM CRESCENTE E A SITUACAO               *
002650*----------------------------------------------------------------*
002660 2100-LOAD-ONE-DAY.
002670     READ CALENDAR-IN-FILE
002680         AT END
002690            SET WS-CALIN-EOF TO TRUE
002700            GO TO 2100-EXIT
002710     END-READ
002720     IF NOT WS-CALIN-OK
002730        DISPLAY 'CALMANT - ERRO AO LER CALIN - '
002740                WS-CALIN-STATUS
002750        PERFORM 9900-ABORT THRU 9900-EXIT
002760     END-IF
002770     IF CAL-DATE IS NOT NUMERIC
002780        OR CAL-DATE IS NOT GREATER THAN WS-PREV-DATE
002790        OR (NOT CAL-BUSINESS-DAY AND NOT CAL-CLOSED-DAY)
002800        DISPLAY 'CALMANT - CALIN FORA DE ORDEM OU INVALIDO APOS '
002810                WS-PREV-DATE
002820        PERFORM 9900-ABORT THRU 9900-EXIT
002830     END-IF
002840     IF WS-CAL-COUNT IS NOT LESS THAN WS-CAL-MAX
002850        DISPLAY 'CALMANT - CALIN EXCEDE A TABELA DE '
002860                WS-CAL-MAX ' DIAS'
002870        PERFORM 9900-ABORT THRU 9900-EXIT
002880     END-IF
002890     ADD 1 TO WS-CAL-COUNT
002900     MOVE CAL-DATE        TO WS-CAL-DATE (WS-CAL-COUNT)
002910     MOVE CAL-WEEKDAY     TO WS-CAL-WEEKDAY (WS-CAL-COUNT)
002920     MOVE CAL-DAY-STATUS  TO WS-CAL-STATUS (WS-CAL-COUNT)
002930     MOVE CAL-REASON      TO WS-CAL-REASON (WS-CAL-COUNT)
002940     MOVE CAL-DESCRIPTION TO WS-CAL-DESC (WS-CAL-COUNT)
002950     MOVE CAL-UPD-DATE    TO WS-CAL-UPD-DATE (WS-CAL-COUNT)
002960     MOVE CAL-UPD-USER    TO WS-CAL-UPD-USER (WS-CAL-COUNT)
002970     MOVE CAL-DATE        TO WS-PREV-DATE.
002980 2100-EXIT.
002990     EXIT.
003000
003010*----------------------------------------------------------------*
003020* 3000-PROCESS-CARDS - APLICA OS CARTOES DA SYSIN EM ORDEM. SEM  *
003030*                      SYSIN O CALENDARIO E SO REGRAVADO         *
003040*----------------------------------------------------------------*
003050 3000-PROCESS-CARDS.
003060     OPEN INPUT PARM-CARD-FILE
003070     IF NOT WS-PARM-OK
003080        IF NOT WS-PARM-NOT-FOUND
003090           DISPLAY 'CALMANT - ERRO AO ABRIR SYSIN - '
003100                   WS-PARM-STATUS
003110           PERFORM 9900-ABORT THRU 9900-EXIT
003120        END-IF
003130        GO TO 3000-EXIT
003140     END-IF
003150     PERFORM 3100-PROCESS-ONE-CARD THRU 3100-EXIT
003160         UNTIL NOT WS-PARM-OK
003170     CLOSE PARM-CARD-FILE.
003180 3000-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------------*
003220* 3100-PROCESS-ONE-CARD - LE, ECOA NO RELATORIO E CLASSIFICA UM  *
003230*                         CARTAO                                 *
003240*----------------------------------------------------------------*
003250 3100-PROCESS-ONE-CARD.
003260     READ PARM-CARD-FILE
003270         AT END
003280            GO TO 3100-EXIT
003290     END-READ
003300     MOVE PARM-CARD-RECORD TO WS-PARM-TEXT
003310     IF WS-PARM-TEXT IS EQUAL TO SPACES
003320        OR WS-PARM-TEXT (1:1) IS EQUAL TO '*'
003330        GO TO 3100-EXIT
003340     END-IF
003350     ADD 1 TO WS-CARDS-READ
003360     MOVE SPACES TO CAL-REPORT-LINE
003370     STRING 'CARTAO: '                       DELIMITED BY SIZE
003380            WS-PARM-TEXT (1:60)              DELIMITED BY SIZE
003390         INTO CAL-REPORT-LINE
003400     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
003410     EVALUATE TRUE
003420         WHEN WS-PARM-TEXT (1:9) IS EQUAL TO 'OPERADOR='
003430             PERFORM 3200-SET-OPERATOR THRU 3200-EXIT
003440         WHEN WS-PARM-TEXT (1:6) IS EQUAL TO 'GERAR='
003450             PERFORM 4000-GENERATE-YEAR THRU 4000-EXIT
003460         WHEN WS-PARM-TEXT (1:8) IS EQUAL TO 'FERIADO='
003470             MOVE 9   TO WS-CARD-DATE-POS
003480             MOVE 'F' TO WS-CARD-NEW-STATUS
003490             MOVE 'F' TO WS-CARD-NEW-REASON
003500             PERFORM 5000-CHANGE-DAY THRU 5000-EXIT
003510         WHEN WS-PARM-TEXT (1:7) IS EQUAL TO 'FECHAR='
003520             MOVE 8   TO WS-CARD-DATE-POS
003530             MOVE 'F' TO WS-CARD-NEW-STATUS
003540             MOVE 'E' TO WS-CARD-NEW-REASON
003550             PERFORM 5000-CHANGE-DAY THRU 5000-EXIT
003560         WHEN WS-PARM-TEXT (1:6) IS EQUAL TO 'ABRIR='
003570             MOVE 7   TO WS-CARD-DATE-POS
003580             MOVE 'U' TO WS-CARD-NEW-STATUS
003590             MOVE 'A' TO WS-CARD-NEW-REASON
003600             PERFORM 5000-CHANGE-DAY THRU 5000-EXIT
003610         WHEN OTHER
003620             MOVE 'CARTAO DESCONHECIDO' TO WS-REJECT-TEXT
003630             PERFORM 9300-REJECT-CARD THRU 9300-EXIT
003640     END-EVALUATE.
003650 3100-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------------*
003690* 3200-SET-OPERATOR - GUARDA O OPERADOR QUE ASSINA AS ALTERACOES *
003700*                     DOS CARTOES SEGUINTES                      *
003710*----------------------------------------------------------------*
003720 3200-SET-OPERATOR.
003730     IF WS-PARM-TEXT (10:8) IS EQUAL TO SPACES
003740        MOVE 'OPERADOR EM BRANCO' TO WS-REJECT-TEXT
003750        PERFORM 9300-REJECT-CARD THRU 9300-EXIT
003760        GO TO 3200-EXIT
003770     END-IF
003780     MOVE WS-PARM-TEXT (10:8) TO WS-OPERATOR
003790     MOVE SPACES TO CAL-REPORT-LINE
003800     STRING '   -> ALTERACOES SEGUINTES ASSINADAS POR '
003810                                             DELIMITED BY SIZE
003820            WS-OPERATOR                      DELIMITED BY SIZE
003830         INTO CAL-REPORT-LINE
003840     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
003850     ADD 1 TO WS-CARDS-APPLIED.
003860 3200-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------------*
003900* 4000-GENERATE-YEAR - ACRESCENTA UM ANO INTEIRO AO FIM DO       *
003910*                      CALENDARIO (SABADO E DOMINGO FECHADOS)    *
003920*----------------------------------------------------------------*
003930 4000-GENERATE-YEAR.
003940     IF WS-OPERATOR IS EQUAL TO SPACES
003950        MOVE 'FALTA O CARTAO OPERADOR= ANTES DA ALTERACAO'
003960          TO WS-REJECT-TEXT
003970        PERFORM 9300-REJECT-CARD THRU 9300-EXIT
003980        GO TO 4000-EXIT
003990     END-IF
004000     MOVE WS-PARM-TEXT (7:4) TO WS-GEN-YEAR-TEXT
004010     IF WS-GEN-YEAR-TEXT IS NOT NUMERIC
004020        OR WS-GEN-YEAR-NUM IS LESS THAN 1901
004030        MOVE 'ANO INVALIDO' TO WS-REJECT-TEXT
004040        PERFORM 9300-REJECT-CARD THRU 9300-EXIT
004050        GO TO 4000-EXIT
004060     END-IF
004070     IF WS-CAL-COUNT + 366 IS GREATER THAN WS-CAL-MAX
004080        MOVE 'CALENDARIO CHEIO - LIMITE DE DIAS DA TABELA'
004090          TO WS-REJECT-TEXT
004100        PERFORM 9300-REJECT-CARD THRU 9300-EXIT
004110        GO TO 4000-EXIT
004120     END-IF
004130     IF WS-CAL-COUNT IS GREATER THAN ZERO
004140        MOVE WS-CAL-DATE (WS-CAL-COUNT) TO WS-DATE-BUILD-NUM
004150        MOVE WS-DB-YEAR TO WS-LAST-YEAR
004160        IF WS-DB-MONTH IS NOT EQUAL TO 12
004170           OR WS-DB-DAY IS NOT EQUAL TO 31
004180           MOVE 'CALENDARIO VIGENTE NAO TERMINA EM 31/12'
004190             TO WS-REJECT-TEXT
004200           PERFORM 9300-REJECT-CARD THRU 9300-EXIT
004210           GO TO 4000-EXIT
004220        END-IF
004230        IF WS-GEN-YEAR-NUM IS NOT GREATER THAN WS-LAST-YEAR
004240           MOVE 'ANO JA EXISTE NO CALENDARIO' TO WS-REJECT-TEXT
004250           PERFORM 9300-REJECT-CARD THRU 9300-EXIT
004260           GO TO 4000-EXIT
004270        END-IF
004280        IF WS-GEN-YEAR-NUM IS NOT EQUAL TO WS-LAST-YEAR + 1
004290           MOVE 'ANO NAO E O SEGUINTE AO ULTIMO DO CALENDARIO'
004300             TO WS-REJECT-TEXT
004310           PERFORM 9300-REJECT-CARD THRU 9300-EXIT
004320           GO TO 4000-EXIT
004330        END-IF
004340        DIVIDE WS-CAL-WEEKDAY (WS-CAL-COUNT) BY 7
004350            GIVING WS-DIV-QUOT REMAINDER WS-DIV-REM
004360        COMPUTE WS-GEN-WEEKDAY = WS-DIV-REM + 1
004370     ELSE
004380        PERFORM 4050-FIRST-WEEKDAY THRU 4050-EXIT
004390     END-IF
004400     PERFORM 4070-CHECK-LEAP-YEAR THRU 4070-EXIT
004410     MOVE ZERO TO WS-GEN-DAY-COUNT
004420     MOVE ZERO TO WS-GEN-CLOSED-COUNT
004430     PERFORM 4100-GENERATE-MONTH THRU 4100-EXIT
004440         VARYING WS-GEN-MONTH FROM 1 BY 1
004450         UNTIL WS-GEN-MONTH IS GREATER THAN 12
004460     MOVE WS-GEN-DAY-COUNT    TO WS-RPT-COUNT-EDIT
004470     MOVE WS-GEN-CLOSED-COUNT TO WS-RPT-CLOSED-EDIT
004480     MOVE SPACES TO CAL-REPORT-LINE
004490     STRING '   -> ANO '                      DELIMITED BY SIZE
004500            WS-GEN-YEAR-TEXT                 DELIMITED BY SIZE
004510            ' GERADO COM '                   DELIMITED BY SIZE
004520            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
004530            ' DIAS, '                        DELIMITED BY SIZE
004540            WS-RPT-CLOSED-EDIT               DELIMITED BY SIZE
004550            ' SABADOS/DOMINGOS FECHADOS'     DELIMITED BY SIZE
004560         INTO CAL-REPORT-LINE
004570     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
004580     ADD 1 TO WS-CARDS-APPLIED.
004590 4000-EXIT.
004600     EXIT.
004610
004620*----------------------------------------------------------------*
004630* 4050-FIRST-WEEKDAY - DIA DA SEMANA DE 1O DE JANEIRO PELA       *
004640*                      CONGRUENCIA DE ZELLER (JANEIRO CONTA COMO *
004650*                      MES 13 DO ANO ANTERIOR, K = ANO MOD 100,  *
004660*                      J = ANO / 100):                           *
004670*                      H = (1 + 13*14/5 + K + K/4 + J/4 + 5J)    *
004680*                          MOD 7, H=0 SABADO;                    *
004690*                      DIA DA SEMANA = ((H + 6) MOD 7) + 1       *
004700*----------------------------------------------------------------*
004710 4050-FIRST-WEEKDAY.
004720     COMPUTE WS-ZEL-YEAR = WS-GEN-YEAR-NUM - 1
004730     DIVIDE WS-ZEL-YEAR BY 100
004740         GIVING WS-ZEL-J REMAINDER WS-ZEL-K
004750     DIVIDE WS-ZEL-K BY 4 GIVING WS-DIV-QUOT
004760     COMPUTE WS-ZEL-SUM = 1 + 36 + WS-ZEL-K + WS-DIV-QUOT
004770                        + (5 * WS-ZEL-J)
004780     DIVIDE WS-ZEL-J BY 4 GIVING WS-DIV-QUOT
004790     ADD WS-DIV-QUOT TO WS-ZEL-SUM
004800     ADD 6 TO WS-ZEL-SUM
004810     DIVIDE WS-ZEL-SUM BY 7
004820         GIVING WS-DIV-QUOT REMAINDER WS-DIV-REM
004830     COMPUTE WS-GEN-WEEKDAY = WS-DIV-REM + 1.
004840 4050-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------*
004880* 4070-CHECK-LEAP-YEAR - ANO BISSEXTO: DIVISIVEL POR 4 E NAO POR *
004890*                        100, OU DIVISIVEL POR 400               *
004900*----------------------------------------------------------------*
004910 4070-CHECK-LEAP-YEAR.
004920     MOVE 'N' TO WS-LEAP-SWITCH
004930     DIVIDE WS-GEN-YEAR-NUM BY 4
004940         GIVING WS-DIV-QUOT REMAINDER WS-DIV-REM
004950     IF WS-DIV-REM IS EQUAL TO ZERO
004960        SET WS-LEAP-YEAR TO TRUE
004970        DIVIDE WS-GEN-YEAR-NUM BY 100
004980            GIVING WS-DIV-QUOT REMAINDER WS-DIV-REM
004990        IF WS-DIV-REM IS EQUAL TO ZERO
005000           MOVE 'N' TO WS-LEAP-SWITCH
005010           DIVIDE WS-GEN-YEAR-NUM BY 400
005020               GIVING WS-DIV-QUOT REMAINDER WS-DIV-REM
005030           IF WS-DIV-REM IS EQUAL TO ZERO
005040              SET WS-LEAP-YEAR TO TRUE
005050           END-IF
005060        END-IF
005070     END-IF.
005080 4070-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------*
005120* 4100-GENERATE-MONTH - GERA OS DIAS DE UM MES                   *
005130*----------------------------------------------------------------*
005140 4100-GENERATE-MONTH.
005150     MOVE WS-MONTH-DAYS (WS-GEN-MONTH) TO WS-GEN-MONTH-DAYS
005160     IF WS-GEN-MONTH IS EQUAL TO 2 AND WS-LEAP-YEAR
005170        MOVE 29 TO WS-GEN-MONTH-DAYS
005180     END-IF
005190     PERFORM 4200-GENERATE-DAY THRU 4200-EXIT
005200         VARYING WS-GEN-DAY FROM 1 BY 1
005210         UNTIL WS-GEN-DAY IS GREATER THAN WS-GEN-MONTH-DAYS.
005220 4100-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------*
005260* 4200-GENERATE-DAY - ACRESCENTA UM DIA A TABELA E AVANCA O DIA  *
005270*                     DA SEMANA                                  *
005280*----------------------------------------------------------------*
005290 4200-GENERATE-DAY.
005300     ADD 1 TO WS-CAL-COUNT
005310     ADD 1 TO WS-GEN-DAY-COUNT
005320     MOVE WS-GEN-YEAR-NUM TO WS-DB-YEAR
005330     MOVE WS-GEN-MONTH    TO WS-DB-MONTH
005340     MOVE WS-GEN-DAY      TO WS-DB-DAY
005350     MOVE WS-DATE-BUILD-NUM TO WS-CAL-DATE (WS-CAL-COUNT)
005360     MOVE WS-GEN-WEEKDAY    TO WS-CAL-WEEKDAY (WS-CAL-COUNT)
005370     MOVE WS-CURRENT-DATE   TO WS-CAL-UPD-DATE (WS-CAL-COUNT)
005380     MOVE WS-OPERATOR       TO WS-CAL-UPD-USER (WS-CAL-COUNT)
005390     EVALUATE WS-GEN-WEEKDAY
005400         WHEN 1
005410             MOVE 'F'       TO WS-CAL-STATUS (WS-CAL-COUNT)
005420             MOVE 'S'       TO WS-CAL-REASON (WS-CAL-COUNT)
005430             MOVE 'DOMINGO' TO WS-CAL-DESC (WS-CAL-COUNT)
005440             ADD 1 TO WS-GEN-CLOSED-COUNT
005450         WHEN 7
005460             MOVE 'F'       TO WS-CAL-STATUS (WS-CAL-COUNT)
005470             MOVE 'S'       TO WS-CAL-REASON (WS-CAL-COUNT)
005480             MOVE 'SABADO'  TO WS-CAL-DESC (WS-CAL-COUNT)
005490             ADD 1 TO WS-GEN-CLOSED-COUNT
005500         WHEN OTHER
005510             MOVE 'U'       TO WS-CAL-STATUS (WS-CAL-COUNT)
005520             MOVE SPACE     TO WS-CAL-REASON (WS-CAL-COUNT)
005530             MOVE SPACES    TO WS-CAL-DESC (WS-CAL-COUNT)
005540     END-EVALUATE
005550     IF WS-GEN-WEEKDAY IS EQUAL TO 7
005560        MOVE 1 TO WS-GEN-WEEKDAY
005570     ELSE
005580        ADD 1 TO WS-GEN-WEEKDAY
005590     END-IF.
005600 4200-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------*
005640* 5000-CHANGE-DAY - FERIADO, FECHAMENTO OU ABERTURA DE UM DIA JA *
005650*                   EXISTENTE NO CALENDARIO, DE HOJE EM DIANTE   *
005660*----------------------------------------------------------------*
005670 5000-CHANGE-DAY.
005680     IF WS-OPERATOR IS EQUAL TO SPACES
005690        MOVE 'FALTA O CARTAO OPERADOR= ANTES DA ALTERACAO'
005700          TO WS-REJECT-TEXT
005710        PERFORM 9300-REJECT-CARD THRU 9300-EXIT
005720        GO TO 5000-EXIT
005730     END-IF
005740     MOVE WS-PARM-TEXT (WS-CARD-DATE-POS:8) TO WS-CARD-DATE-TEXT
005750     MOVE WS-PARM-TEXT (WS-CARD-DATE-POS + 9:30) TO WS-CARD-DESC
005760     IF WS-CARD-DATE-TEXT IS NOT NUMERIC
005770        MOVE 'DATA INVALIDA' TO WS-REJECT-TEXT
005780        PERFORM 9300-REJECT-CARD THRU 9300-EXIT
005790        GO TO 5000-EXIT
005800     END-IF
005810     IF WS-CARD-DESC IS EQUAL TO SPACES
005820        MOVE 'DESCRICAO OBRIGATORIA APOS A DATA' TO WS-REJECT-TEXT
005830        PERFORM 9300-REJECT-CARD THRU 9300-EXIT
005840        GO TO 5000-EXIT
005850     END-IF
005860     IF WS-CARD-DATE-NUM IS LESS THAN WS-CURRENT-DATE
005870        MOVE 'DATA PASSADA - ALTERACAO RETROATIVA NAO PERMITIDA'
005880          TO WS-REJECT-TEXT
005890        PERFORM 9300-REJECT-CARD THRU 9300-EXIT
005900        GO TO 5000-EXIT
005910     END-IF
005920     PERFORM 6000-LOCATE-DATE THRU 6000-EXIT
005930     IF WS-HIT-SUB IS EQUAL TO ZERO
005940        MOVE 'DATA FORA DO CALENDARIO (GERE O ANO ANTES)'
005950          TO WS-REJECT-TEXT
005960        PERFORM 9300-REJECT-CARD THRU 9300-EXIT
005970        GO TO 5000-EXIT
005980     END-IF
005990     IF WS-CARD-NEW-STATUS IS EQUAL TO 'U'
006000        AND WS-CAL-BUSINESS-DAY (WS-HIT-SUB)
006010        MOVE 'DIA JA E UTIL' TO WS-REJECT-TEXT
006020        PERFORM 9300-REJECT-CARD THRU 9300-EXIT
006030        GO TO 5000-EXIT
006040     END-IF
006050     MOVE WS-CAL-STATUS (WS-HIT-SUB) TO WS-RPT-OLD-STATUS
006060     MOVE WS-CAL-REASON (WS-HIT-SUB) TO WS-RPT-OLD-REASON
006070     MOVE WS-CARD-NEW-STATUS TO WS-CAL-STATUS (WS-HIT-SUB)
006080     MOVE WS-CARD-NEW-REASON TO WS-CAL-REASON (WS-HIT-SUB)
006090     MOVE WS-CARD-DESC       TO WS-CAL-DESC (WS-HIT-SUB)
006100     MOVE WS-CURRENT-DATE    TO WS-CAL-UPD-DATE (WS-HIT-SUB)
006110     MOVE WS-OPERATOR        TO WS-CAL-UPD-USER (WS-HIT-SUB)
006120     MOVE SPACES TO CAL-REPORT-LINE
006130     STRING '   -> '                         DELIMITED BY SIZE
006140            WS-CARD-DATE-TEXT                DELIMITED BY SIZE
006150            ' ANTES '                        DELIMITED BY SIZE
006160            WS-RPT-OLD-STATUS                DELIMITED BY SIZE
006170            '/'                              DELIMITED BY SIZE
006180            WS-RPT-OLD-REASON                DELIMITED BY SIZE
006190            ' DEPOIS '                       DELIMITED BY SIZE
006200            WS-CARD-NEW-STATUS               DELIMITED BY SIZE
006210            '/'                              DELIMITED BY SIZE
006220            WS-CARD-NEW-REASON               DELIMITED BY SIZE
006230            ' - '                            DELIMITED BY SIZE
006240            WS-CARD-DESC                     DELIMITED BY SIZE
006250         INTO CAL-REPORT-LINE
006260     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
006270     ADD 1 TO WS-CARDS-APPLIED.
006280 5000-EXIT.
006290     EXIT.
006300
006310*----------------------------------------------------------------*
006320* 6000-LOCATE-DATE - BUSCA BINARIA DE WS-CARD-DATE-NUM NA        *
006330*                    TABELA (WS-HIT-SUB ZERO = NAO ENCONTRADA)   *
006340*----------------------------------------------------------------*
006350 6000-LOCATE-DATE.
006360     MOVE ZERO TO WS-HIT-SUB
006370     MOVE 1 TO WS-LOW-SUB
006380     MOVE WS-CAL-COUNT TO WS-HIGH-SUB
006390     PERFORM 6100-BISECT THRU 6100-EXIT
006400         UNTIL WS-LOW-SUB IS GREATER THAN WS-HIGH-SUB
006410            OR WS-HIT-SUB IS GREATER THAN ZERO.
006420 6000-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------------*
006460* 6100-BISECT - COMPARA O MEIO DO INTERVALO E DESCARTA A METADE  *
006470*               QUE NAO PODE CONTER A DATA                       *
006480*----------------------------------------------------------------*
006490 6100-BISECT.
006500     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2
006510     EVALUATE TRUE
006520         WHEN WS-CAL-DATE (WS-MID-SUB) IS EQUAL TO
006530                                          WS-CARD-DATE-NUM
006540             MOVE WS-MID-SUB TO WS-HIT-SUB
006550         WHEN WS-CAL-DATE (WS-MID-SUB) IS LESS THAN
006560                                          WS-CARD-DATE-NUM
006570             COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
006580         WHEN WS-MID-SUB IS EQUAL TO 1
006590             MOVE ZERO TO WS-HIGH-SUB
006600         WHEN OTHER
006610             COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
006620     END-EVALUATE.
006630 6100-EXIT.
006640     EXIT.
006650
006660*----------------------------------------------------------------*
006670* 7000-WRITE-CALENDAR - GRAVA A TABELA EM CALOUT E CONTA OS DIAS *
006680*                       UTEIS E FECHADOS                         *
006690*----------------------------------------------------------------*
006700 7000-WRITE-CALENDAR.
006710     OPEN OUTPUT CALENDAR-OUT-FILE
006720     IF NOT WS-CALOUT-OK
006730        DISPLAY 'CALMANT - ERRO AO ABRIR CALOUT - '
006740                WS-CALOUT-STATUS
006750        PERFORM 9900-ABORT THRU 9900-EXIT
006760     END-IF
006770     PERFORM 7100-WRITE-ONE-DAY THRU 7100-EXIT
006780         VARYING WS-CAL-IDX FROM 1 BY 1
006790         UNTIL WS-CAL-IDX IS GREATER THAN WS-CAL-COUNT
006800     CLOSE CALENDAR-OUT-FILE.
006810 7000-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------*
006850* 7100-WRITE-ONE-DAY - GRAVA UM DIA DO CALENDARIO NOVO           *
006860*----------------------------------------------------------------*
006870 7100-WRITE-ONE-DAY.
006880     MOVE SPACES TO CALENDAR-OUT-RECORD
006890     MOVE WS-CAL-DATE (WS-CAL-IDX)     TO CALO-DATE
006900     MOVE WS-CAL-WEEKDAY (WS-CAL-IDX)  TO CALO-WEEKDAY
006910     MOVE WS-CAL-STATUS (WS-CAL-IDX)   TO CALO-DAY-STATUS
006920     MOVE WS-CAL-REASON (WS-CAL-IDX)   TO CALO-REASON
006930     MOVE WS-CAL-DESC (WS-CAL-IDX)     TO CALO-DESCRIPTION
006940     MOVE WS-CAL-UPD-DATE (WS-CAL-IDX) TO CALO-UPD-DATE
006950     MOVE WS-CAL-UPD-USER (WS-CAL-IDX) TO CALO-UPD-USER
006960     WRITE CALENDAR-OUT-RECORD
006970     IF NOT WS-CALOUT-OK
006980        DISPLAY 'CALMANT - ERRO AO GRAVAR CALOUT - '
006990                WS-CALOUT-STATUS
007000        PERFORM 9900-ABORT THRU 9900-EXIT
007010     END-IF
007020     IF WS-CAL-BUSINESS-DAY (WS-CAL-IDX)
007030        ADD 1 TO WS-BUSINESS-COUNT
007040     ELSE
007050        ADD 1 TO WS-CLOSED-COUNT
007060     END-IF.
007070 7100-EXIT.
007080     EXIT.
007090
007100*----------------------------------------------------------------*
007110* 8000-WRITE-SUMMARY - RESUMO DOS CARTOES E DO CALENDARIO GRAVADO*
007120*----------------------------------------------------------------*
007130 8000-WRITE-SUMMARY.
007140     MOVE SPACES TO CAL-REPORT-LINE
007150     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
007160     MOVE 'RESUMO:' TO CAL-REPORT-LINE
007170     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
007180     MOVE WS-CARDS-READ TO WS-RPT-COUNT-EDIT
007190     MOVE SPACES TO CAL-REPORT-LINE
007200     STRING '      CARTOES LIDOS. . . . . . . . : '
007210                                             DELIMITED BY SIZE
007220            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
007230         INTO CAL-REPORT-LINE
007240     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
007250     MOVE WS-CARDS-APPLIED TO WS-RPT-COUNT-EDIT
007260     MOVE SPACES TO CAL-REPORT-LINE
007270     STRING '      CARTOES APLICADOS. . . . . . : '
007280                                             DELIMITED BY SIZE
007290            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
007300         INTO CAL-REPORT-LINE
007310     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
007320     MOVE WS-CARDS-REJECTED TO WS-RPT-COUNT-EDIT
007330     MOVE SPACES TO CAL-REPORT-LINE
007340     STRING '      CARTOES REJEITADOS . . . . . : '
007350                                             DELIMITED BY SIZE
007360            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
007370         INTO CAL-REPORT-LINE
007380     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
007390     IF WS-CAL-COUNT IS EQUAL TO ZERO
007400        MOVE '      CALENDARIO GRAVADO VAZIO' TO CAL-REPORT-LINE
007410        PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
007420        GO TO 8000-EXIT
007430     END-IF
007440     MOVE SPACES TO CAL-REPORT-LINE
007450     STRING '      PERIODO DO CALENDARIO. . . . : '
007460                                             DELIMITED BY SIZE
007470            WS-CAL-DATE (1)                  DELIMITED BY SIZE
007480            ' A '                            DELIMITED BY SIZE
007490            WS-CAL-DATE (WS-CAL-COUNT)       DELIMITED BY SIZE
007500         INTO CAL-REPORT-LINE
007510     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
007520     MOVE WS-BUSINESS-COUNT TO WS-RPT-COUNT-EDIT
007530     MOVE SPACES TO CAL-REPORT-LINE
007540     STRING '      DIAS UTEIS . . . . . . . . . : '
007550                                             DELIMITED BY SIZE
007560            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
007570         INTO CAL-REPORT-LINE
007580     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
007590     MOVE WS-CLOSED-COUNT TO WS-RPT-COUNT-EDIT
007600     MOVE SPACES TO CAL-REPORT-LINE
007610     STRING '      DIAS FECHADOS. . . . . . . . : '
007620                                             DELIMITED BY SIZE
007630            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
007640         INTO CAL-REPORT-LINE
007650     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
007660     MOVE WS-CAL-DATE (WS-CAL-COUNT) TO WS-DATE-BUILD-NUM
007670     DIVIDE WS-CURRENT-DATE BY 10000 GIVING WS-LAST-YEAR
007680     IF WS-DB-YEAR IS NOT GREATER THAN WS-LAST-YEAR
007690        MOVE SPACES TO CAL-REPORT-LINE
007700        PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
007710        MOVE 'AVISO: O ANO SEGUINTE AINDA NAO FOI GERADO (GERAR=)'
007720          TO CAL-REPORT-LINE
007730        DISPLAY 'CALMANT - ' CAL-REPORT-LINE
007740        PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
007750     END-IF.
007760 8000-EXIT.
007770     EXIT.
007780
007790*-------------- SESSAO DE UTILITARIOS ---------------------------*
007800 UTL-PROC SECTION.
007810*----------------------------------------------------------------*
007820* 8900-FINALIZE - FECHA O RELATORIO E ENCERRA COM O RC DOS       *
007830*                 CARTOES                                        *
007840*----------------------------------------------------------------*
007850 8900-FINALIZE.
007860     CLOSE CAL-REPORT-FILE
007870     IF WS-CARDS-REJECTED IS GREATER THAN ZERO
007880        MOVE 4 TO RETURN-CODE
007890     ELSE
007900        MOVE ZERO TO RETURN-CODE
007910     END-IF
007920     STOP RUN.
007930 8900-EXIT.
007940     EXIT.
007950
007960*----------------------------------------------------------------*
007970* 9000-WRITE-REPORT-LINE - GRAVA UMA LINHA EM CALRPT             *
007980*----------------------------------------------------------------*
007990 9000-WRITE-REPORT-LINE.
008000     WRITE CAL-REPORT-LINE
008010     IF NOT WS-CALRPT-OK
008020        DISPLAY 'CALMANT - ERRO AO GRAVAR CALRPT - '
008030                WS-CALRPT-STATUS
008040        MOVE 16 TO RETURN-CODE
008050        STOP RUN
008060     END-IF.
008070 9000-EXIT.
008080     EXIT.
008090
008100*----------------------------------------------------------------*
008110* 9200-BUILD-TIMESTAMP - MONTA O CARIMBO DE DATA/HORA CORRENTE   *
008120*                        EM WS-TIMESTAMP-FIELD                   *
008130*----------------------------------------------------------------*
008140 9200-BUILD-TIMESTAMP.
008150     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
008160     ACCEPT WS-CURRENT-TIME FROM TIME
008170     MOVE WS-CURRENT-DATE       TO WS-TS-DATE
008180     DIVIDE WS-CURRENT-TIME BY 100 GIVING WS-TS-TIME.
008190 9200-EXIT.
008200     EXIT.
008210
008220*----------------------------------------------------------------*
008230* 9300-REJECT-CARD - REGISTRA NO RELATORIO A REJEICAO DO CARTAO  *
008240*                    CORRENTE COM O MOTIVO EM WS-REJECT-TEXT     *
008250*----------------------------------------------------------------*
008260 9300-REJECT-CARD.
008270     MOVE SPACES TO CAL-REPORT-LINE
008280     STRING '   -> REJEITADO: '              DELIMITED BY SIZE
008290            WS-REJECT-TEXT                   DELIMITED BY SIZE
008300         INTO CAL-REPORT-LINE
008310     DISPLAY 'CALMANT - CARTAO ' WS-PARM-TEXT (1:20)
008320             ' REJEITADO: ' WS-REJECT-TEXT
008330     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
008340     ADD 1 TO WS-CARDS-REJECTED.
008350 9300-EXIT.
008360     EXIT.
008370
008380*----------------------------------------------------------------*
008390* 9900-ABORT - ERRO DE ARQUIVO: REGISTRA NO RELATORIO E ENCERRA  *
008400*              COM RC=16 SEM GRAVAR O CALENDARIO                 *
008410*----------------------------------------------------------------*
008420 9900-ABORT.
008430     MOVE 'ERRO DE ARQUIVO - CALENDARIO NAO GRAVADO (VER LOG)'
008440       TO CAL-REPORT-LINE
008450     WRITE CAL-REPORT-LINE
008460     CLOSE CAL-REPORT-FILE
008470     MOVE 16 TO RETURN-CODE
008480     STOP RUN.
008490 9900-EXIT.
008500     EXIT.
008510
008520 END PROGRAM CALMANT.
