000865*                   DEPOSITO DE AGENDADOS ACUMULADO POR ETAPA   *
000866*                   E IMPRESSO NA COLUNA RETIDOS DO RESUMO      *
000867*                   (STPRPT).                                   *
000869* 2026-10-15 EQP    TOTAIS POR ORIGEM DO LOTE DO MOVIN (CLASSES  *
000871*                   OV/OQ DA MOVTOT) IMPRESSOS NO RESUMO         *
000873*                   (STPRPT).                                    *
000874* 2026-10-15 EQP    CALENDARIO DE DIAS UTEIS (CALDIA/CALEND):    *
000875*                   EXECUCAO RECUSADA (RC=8) QUANDO A            *
000876*                   DATA-MOVIMENTO ESTA FECHADA OU FORA DO       *
000877*                   CALENDARIO; EXECUCAO NORMAL EXIGE EM RUNREG  *
000878*                   O DIA UTIL ANTERIOR ENCERRADO COM SUCESSO    *
000879*                   (CARTAO ACEITA-LACUNA LIBERA).               *
000880* 2026-10-15 EQP    LAYOUT DO RUNREG NO COPY RUNREG, COM A MARCA *
000881*                   DE ESTORNO DO RUNBKO; EXECUCAO ESTORNADA NAO *
000882*                   CONTA NAS CONFERENCIAS DO REGISTRO (A DATA   *
000883*                   PODE SER PROCESSADA DE NOVO).                *
000884* 2026-10-15 EQP    RAMOS PARALELOS NA CADEIA: BIFURCACAO (B)    *
000885*                   E JUNCAO (J) NO STEPCAT/STEPSEQ, ANALISADAS  *
000886*                   PELO STPRAM. BIFURCACAO PARALELA PARA O      *
000887*                   TRONCO COM RC=3 E CHECKPOINT 'F'; CADA RAMO  *
000888*                   RODA EM JOB PROPRIO (CARTAO RAMO=, COM       *
000889*                   CHECKPOINT PROPRIO); O TRONCO RESSUBMETIDO   *
000890*                   CONFERE OS RAMOS (STPRAMOS) E SEGUE DA       *
000891*                   JUNCAO. RAMO NA AUDITORIA, NO ALERTA, NO     *
000892*                   RESUMO E NA PREVISAO; COMANDO PAUSE-RAMO=.   *
000893* 2026-10-15 EQP    RETOMADA POR CHECKPOINT MANTEM A             *
000894*                   DATA-MOVIMENTO DA EXECUCAO INTERROMPIDA.     *
000895*----------------------------------------------------------------*
000896
000897 ENVIRONMENT DIVISION.
000898 CONFIGURATION SECTION.
000900
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
001020     SELECT CHECKPOINT-FILE ASSIGN TO 'STPCKPT'
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-CKPT-STATUS.
001041     SELECT TRUNK-CKPT-FILE ASSIGN TO 'STPTRONC'
001042         ORGANIZATION IS LINE SEQUENTIAL
001043         FILE STATUS IS WS-TRCKPT-STATUS.
001044     SELECT BRANCH-CKPT-FILE ASSIGN TO 'STPRAMOS'
001045         ORGANIZATION IS LINE SEQUENTIAL
001046         FILE STATUS IS WS-BRCKPT-STATUS.
001050     SELECT REPORT-FILE ASSIGN TO 'STPRPT'
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-RPT-STATUS.
001170     SELECT ALERT-FILE ASSIGN TO 'STPALERT'
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-ALERT-STATUS.
001192     SELECT MOVTOT-FILE ASSIGN TO 'MOVTOT'
001194         ORGANIZATION IS LINE SEQUENTIAL
001196         FILE STATUS IS WS-MOVTOT-STATUS.
001200
001210 DATA DIVISION.
001220 FILE SECTION.
001370* STEPCAT - CATALOGO DE ETAPAS: PARA CADA ETAPA, O SUBPROGRAMA   *
001380*           A CHAMAR, SE ESTA HABILITADA (S/N) E A CLASSE DE     *
001390*           CRITICIDADE (C=CRITICA PARA O ABEND DA CADEIA,       *
001400*           N=NAO CRITICA, A CADEIA CONTINUA COM RC FINAL 4).    *
001402*           ENTRADAS DE TIPO B/J SAO BIFURCACOES E JUNCOES DE    *
001405*           RAMOS PARALELOS (COPY STEPCAT)                       *
001410*----------------------------------------------------------------*
001420 FD  STEP-CAT-FILE.
001430     COPY STEPCAT.
001490
001500 FD  AUDIT-FILE.
001510 01  AUDIT-RECORD.
001560     05  AUD-STEP-NAME           PIC X(20).
001570     05  FILLER                  PIC X(01).
001580     05  AUD-EVENT               PIC X(08).
001583     05  FILLER                  PIC X(01).
001586     05  AUD-BRANCH              PIC X(20).
001590
001591*----------------------------------------------------------------*
001592* STPCKPT  - PONTO DE CONTROLE DESTE JOB (TRONCO OU RAMO)        *
001593* STPTRONC - CHECKPOINT DO TRONCO, LIDO PELO JOB DE RAMO PARA    *
001594*            CONFERIR A BIFURCACAO E ADOTAR A EXECUCAO DO TRONCO *
001595* STPRAMOS - CHECKPOINTS DOS JOBS DE RAMO (CONCATENADOS), LIDOS  *
001596*            PELO TRONCO NA RETOMADA PELA JUNCAO                 *
001597*----------------------------------------------------------------*
001600 FD  CHECKPOINT-FILE.
001610     COPY STPCKP REPLACING ==:CK:== BY ==CKPT==.
001620
001621 FD  TRUNK-CKPT-FILE.
001623     COPY STPCKP REPLACING ==:CK:== BY ==TRC==.
001625
001626 FD  BRANCH-CKPT-FILE.
001628     COPY STPCKP REPLACING ==:CK:== BY ==BCK==.
001630
001640 FD  REPORT-FILE.
001650 01  REPORT-LINE                PIC X(80).
001720*          E CONSULTADO ANTES DE CADA ETAPA. COMANDOS: PAUSE,    *
001730*          RESUME, SKIP=<ETAPA>, STOP-AFTER=<ETAPA>. SKIP E      *
001740*          STOP-AFTER SAO DE USO UNICO: O PROGRAMA LIMPA O       *
001750*          ARQUIVO AO HONRA-LOS. PAUSE-RAMO=<PRIMEIRA ETAPA DO   *
001752*          RAMO> SEGURA SO AS ETAPAS DESSE RAMO.                 *
001760*----------------------------------------------------------------*
001770 FD  OPR-CMD-FILE.
001780 01  OPR-CMD-RECORD              PIC X(80).
001810* STPALERT - INTERFACE DE ALERTA PARA A FERRAMENTA DE            *
001820*            MONITORACAO: UM REGISTRO POR FALHA DE ETAPA, COM A  *
001830*            ULTIMA ETAPA COM CHECKPOINT GRAVADO PARA O          *
001840*            PLANTAO SABER DE ONDE A RETOMADA VAI PARTIR, E O    *
001842*            RAMO (PRIMEIRA ETAPA) QUANDO A ETAPA E DE UM RAMO   *
001850*----------------------------------------------------------------*
001860 FD  ALERT-FILE.
001870 01  ALERT-RECORD.
001940     05  ALT-FAIL-TIMESTAMP      PIC X(15).
001950     05  FILLER                  PIC X(01).
001960     05  ALT-LAST-CKPT-STEP      PIC X(20).
001963     05  FILLER                  PIC X(01).
001966     05  ALT-BRANCH              PIC X(20).
001970
001980*----------------------------------------------------------------*
001990* RUNREG - REGISTRO ACUMULATIVO DE EXECUCOES: UMA LINHA POR      *
002000*          EXECUCAO COM IDENTIFICADOR, DATA-MOVIMENTO, CARIMBOS  *
002010*          DE INICIO/FIM, RC FINAL, TIPO (N=NORMAL, R=RETOMADA   *
002020*          POR CHECKPOINT, P=PARCIAL VIA START-AT) E MARCA DE    *
002025*          ESTORNO (RUNBKO)                                      *
002030*----------------------------------------------------------------*
002040 FD  RUN-REG-FILE.
002050     COPY RUNREG.
002060
002070*----------------------------------------------------------------*
002080* MOVTOT - TOTAIS DE CONTROLE DA CADEIA, LIDOS SO PARA IMPRIMIR  *
002090*          NO RESUMO OS TOTAIS POR ORIGEM DO LOTE DO MOVIN       *
002100*----------------------------------------------------------------*
002110 FD  MOVTOT-FILE.
002120     COPY MOVTOT.
002170
002180 WORKING-STORAGE SECTION.
002190*----------------------------------------------------------------*
002370     88  WS-CKPT-NOT-FOUND           VALUE '35'.
002380 77  WS-CKPT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
002390     88  WS-CHECKPOINT-EXISTS        VALUE 'Y'.
002391 77  WS-TRCKPT-STATUS        PIC X(02) VALUE SPACES.
002392     88  WS-TRCKPT-OK                VALUE '00'.
002393 77  WS-BRCKPT-STATUS        PIC X(02) VALUE SPACES.
002394     88  WS-BRCKPT-OK                VALUE '00'.
002395     88  WS-BRCKPT-EOF               VALUE '10'.
002396     88  WS-BRCKPT-NOT-FOUND         VALUE '35'.
002400 77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
002410     88  WS-RPT-OK                   VALUE '00'.
002420 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
002520 77  WS-ALERT-STATUS         PIC X(02) VALUE SPACES.
002530     88  WS-ALERT-OK                 VALUE '00'.
002540     88  WS-ALERT-NOT-FOUND          VALUE '35'.
002542 77  WS-MOVTOT-STATUS        PIC X(02) VALUE SPACES.
002544     88  WS-MOVTOT-OK                VALUE '00'.
002546     88  WS-MOVTOT-EOF               VALUE '10'.
002548     88  WS-MOVTOT-NOT-FOUND         VALUE '35'.
002550
002560*----------------------------------------------------------------*
002570* AREA DE DATA/HORA PARA CARIMBO DE TEMPO                        *
002780     88  WS-RUN-TYPE-NORMAL          VALUE 'N'.
002790     88  WS-RUN-TYPE-RESTART         VALUE 'R'.
002800     88  WS-RUN-TYPE-PARTIAL         VALUE 'P'.
002805     88  WS-RUN-TYPE-BRANCH          VALUE 'B'.
002810 77  WS-DUP-RUN-SWITCH       PIC X(01) VALUE 'N'.
002820     88  WS-DUP-RUN-FOUND            VALUE 'Y'.
002830 77  WS-RUNID-TAKEN-SWITCH   PIC X(01) VALUE 'Y'.
002831     88  WS-RUN-ID-TAKEN             VALUE 'Y'.
002832 77  WS-PREV-BUSINESS-DATE   PIC 9(08) VALUE ZERO.
002834 77  WS-PREV-RUN-SWITCH      PIC X(01) VALUE 'N'.
002835     88  WS-PREV-RUN-FOUND           VALUE 'Y'.
002837 77  WS-ANY-RUN-SWITCH       PIC X(01) VALUE 'N'.
002838     88  WS-ANY-RUN-FOUND            VALUE 'Y'.
002840 77  WS-GAP-OVERRIDE-SWITCH  PIC X(01) VALUE 'N'.
002841     88  WS-GAP-OVERRIDE             VALUE 'Y'.
002842
002844*----------------------------------------------------------------*
002845* AREA DE CONSULTA AO CALENDARIO DE DIAS UTEIS (CALL CALDIA)     *
002847*----------------------------------------------------------------*
002848     COPY CALPRM.
002850
002860*----------------------------------------------------------------*
002870* AREA DE ESTATISTICAS PARA O RELATORIO DE RESUMO (STPRPT),      *
003000 77  WS-STEP-STATS-MAX       PIC 9(04) COMP VALUE ZERO.
003010 77  WS-BUILD-SUB            PIC 9(04) COMP VALUE ZERO.
003020 01  WS-STEP-STATS-TABLE.
003030     05  WS-STEP-STATS-ENTRY OCCURS 40 TIMES
003040                             INDEXED BY WS-STATS-IDX.
003050         10  STATS-STEP-NAME     PIC X(20).
003060         10  STATS-COUNT         PIC 9(04) COMP VALUE ZERO.
003190     05  FILLER                  PIC X(09) VALUE ' GRAVADOS'.
003200     05  FILLER                  PIC X(11) VALUE ' REJEITADOS'.
003202     05  FILLER                  PIC X(09) VALUE '  RETIDOS'.
003203     05  FILLER                  PIC X(06) VALUE '  RAMO'.
003204
003205*----------------------------------------------------------------*
003206* AREA DOS TOTAIS POR ORIGEM DO LOTE DO MOVIN NO RESUMO          *
003207*----------------------------------------------------------------*
003208 77  WS-ORG-HDR-SWITCH       PIC X(01) VALUE 'N'.
003209     88  WS-ORG-HDR-WRITTEN          VALUE 'Y'.
003210 77  WS-TOT-STEP-SWITCH      PIC X(01) VALUE 'N'.
003211     88  WS-TOT-STEP-RAN             VALUE 'Y'.
003212 01  WS-RPT-ORG-CLASS-TEXT       PIC X(10).
003213 01  WS-RPT-ORG-AMT-EDIT         PIC ZZZZZZZZZZ9.99.
003214
003220*----------------------------------------------------------------*
003230* TABELA DA SEQUENCIA DE ETAPAS (CARREGADA DE STEPSEQ)           *
003240*----------------------------------------------------------------*
003250 77  WS-STEP-SEQ-MAX         PIC 9(04) COMP VALUE 40.
003260 77  WS-STEP-SEQ-COUNT       PIC 9(04) COMP VALUE ZERO.
003270 01  WS-STEP-SEQ-TABLE.
003280     05  WS-STEP-SEQ-ENTRY OCCURS 40 TIMES
003290                           INDEXED BY WS-SEQ-IDX.
003300         10  WS-SEQ-STEP-NAME    PIC X(20).
003310         10  WS-SEQ-NEXT-STEP    PIC X(20).
003340*----------------------------------------------------------------*
003350* TABELA DO CATALOGO DE ETAPAS (CARREGADA DE STEPCAT)            *
003360*----------------------------------------------------------------*
003370 77  WS-STEP-CAT-MAX         PIC 9(04) COMP VALUE 40.
003380 77  WS-STEP-CAT-COUNT       PIC 9(04) COMP VALUE ZERO.
003390 01  WS-STEP-CAT-TABLE.
003400     05  WS-STEP-CAT-ENTRY OCCURS 40 TIMES
003410                           INDEXED BY WS-CAT-IDX.
003420         10  WS-CAT-STEP-NAME    PIC X(20).
003430         10  WS-CAT-PROGRAM      PIC X(08).
003460         10  WS-CAT-CRITICALITY  PIC X(01).
003470             88  WS-CAT-STEP-CRITICAL    VALUE 'C'.
003480         10  WS-CAT-DESCRIPTION  PIC X(30).
003481         10  WS-CAT-NODE-TYPE    PIC X(01).
003482             88  WS-CAT-FORK-NODE        VALUE 'B'.
003483             88  WS-CAT-JOIN-NODE        VALUE 'J'.
003484         10  WS-CAT-OUTPUTS.
003485             15  WS-CAT-OUTPUT-DD
003486                                 PIC X(08) OCCURS 12 TIMES.
003490 77  WS-CAT-FOUND-IDX        PIC 9(04) COMP VALUE ZERO.
003500 77  WS-CAT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
003510     88  WS-CAT-FOUND                VALUE 'Y'.
003570*----------------------------------------------------------------*
003580 01  WS-OPRCMD-TEXT          PIC X(80) VALUE SPACES.
003590     88  WS-OPR-PAUSE                VALUE 'PAUSE'.
003593 77  WS-HOLD-SWITCH          PIC X(01) VALUE 'N'.
003596     88  WS-HOLD-CHAIN               VALUE 'Y'.
003600 77  WS-OPR-SKIP-STEP        PIC X(20) VALUE SPACES.
003610 77  WS-STOP-AFTER-STEP      PIC X(20) VALUE SPACES.
003620 77  WS-SKIP-SWITCH          PIC X(01) VALUE 'N'.
003850 77  WS-WARN-SWITCH          PIC X(01) VALUE 'N'.
003860     88  WS-WARNING-OCCURRED         VALUE 'Y'.
003870 77  WS-STEP-FAIL-SWITCH     PIC X(01) VALUE 'N'.
003871     88  WS-STEP-FAILED-SOFT         VALUE 'Y'.
003872 77  WS-BYPASS-SWITCH        PIC X(01) VALUE 'N'.
003873     88  WS-STEP-BYPASSED            VALUE 'Y'.
003874 77  WS-ROUTE-SWITCH         PIC X(01) VALUE 'N'.
003875     88  WS-STEP-ROUTED              VALUE 'Y'.
003876 77  WS-FAIL-ROUTE-STEP      PIC X(20) VALUE SPACES.
003877
003878*----------------------------------------------------------------*
003879* RAMOS PARALELOS - ESTRUTURA DE BIFURCACOES E RAMOS DEVOLVIDA   *
003880* PELO STPRAM (COPY RAMPRM), SITUACAO DO RAMO RODADO POR ESTE JOB*
003881* (CARTAO RAMO=) E RESULTADO DOS RAMOS CONFERIDOS NA JUNCAO      *
003882*----------------------------------------------------------------*
003883     COPY RAMPRM.
003884 77  WS-BR-SUB               PIC 9(04) COMP VALUE ZERO.
003885 77  WS-BR-SUB2              PIC 9(04) COMP VALUE ZERO.
003886 77  WS-MAP-SUB              PIC 9(04) COMP VALUE ZERO.
003887 77  WS-FORK-SUB             PIC 9(04) COMP VALUE ZERO.
003888 77  WS-NODE-SUB             PIC 9(04) COMP VALUE ZERO.
003889 77  WS-LOOK-STEP            PIC X(20) VALUE SPACES.
003890 77  WS-LOOK-BRANCH          PIC 9(04) COMP VALUE ZERO.
003891 77  WS-LOOK-FORK            PIC 9(04) COMP VALUE ZERO.
003892 77  WS-LOOK-NODE            PIC X(01) VALUE SPACE.
003893     88  WS-LOOK-IS-FORK             VALUE 'B'.
003894     88  WS-LOOK-IS-JOIN             VALUE 'J'.
003895 77  WS-NODE-SWITCH          PIC X(01) VALUE SPACE.
003896     88  WS-AT-FORK-NODE             VALUE 'B'.
003897     88  WS-AT-CONTROL-NODE          VALUE 'B' 'J'.
003898 77  WS-FROM-BRANCH          PIC 9(04) COMP VALUE ZERO.
003899 77  WS-BRANCH-MODE-SWITCH   PIC X(01) VALUE 'N'.
003900     88  WS-BRANCH-MODE              VALUE 'Y'.
003901 77  WS-BRANCH-START         PIC X(20) VALUE SPACES.
003902 77  WS-BRANCH-SUB           PIC 9(04) COMP VALUE ZERO.
003903 77  WS-BRANCH-JOIN          PIC X(20) VALUE SPACES.
003904 77  WS-BRANCH-END-SWITCH    PIC X(01) VALUE 'N'.
003905     88  WS-BRANCH-REACHED-JOIN      VALUE 'Y'.
003906     88  WS-BRANCH-ALREADY-DONE      VALUE 'C'.
003907 77  WS-BRANCH-FIRST-TS      PIC X(15) VALUE SPACES.
003908 77  WS-BRANCH-STEP-COUNT    PIC 9(04) COMP VALUE ZERO.
003909 77  WS-PARK-SWITCH          PIC X(01) VALUE 'N'.
003910     88  WS-PARKED-AT-FORK           VALUE 'Y'.
003911 77  WS-PARK-FORK            PIC X(20) VALUE SPACES.
003912 77  WS-PARKED-RUN-ID        PIC X(18) VALUE SPACES.
003913 77  WS-RPT-FORK-SUB         PIC 9(04) COMP VALUE ZERO.
003914 77  WS-BRANCH-PENDING       PIC 9(04) COMP VALUE ZERO.
003915 77  WS-CKPT-PUT-STEP        PIC X(20) VALUE SPACES.
003916 77  WS-CKPT-PUT-STATUS      PIC X(01) VALUE SPACE.
003917 77  WS-SCR-BRANCH           PIC X(20) VALUE SPACES.
003918 77  WS-FC-MAP-SUB           PIC 9(04) COMP VALUE ZERO.
003919 01  WS-RPT-BRANCH-HEADER.
003920     05  FILLER                  PIC X(05) VALUE 'RAMO '.
003921     05  FILLER                  PIC X(21) VALUE 'ETAPA INICIAL'.
003922     05  FILLER                  PIC X(11) VALUE 'SITUACAO'.
003923     05  FILLER                  PIC X(06) VALUE 'QTDE'.
003924     05  FILLER                  PIC X(16) VALUE 'INICIO'.
003925     05  FILLER                  PIC X(16) VALUE 'TERMINO'.
003926     05  FILLER                  PIC X(05) VALUE 'AVISO'.
003927 01  WS-RPT-BRANCH-LABEL     PIC X(03) VALUE SPACES.
003928 01  WS-RPT-BRANCH-STATUS    PIC X(10) VALUE SPACES.
003929 01  WS-RPT-BRANCH-WARN      PIC X(03) VALUE SPACES.
003930 01  WS-BRANCH-RESULT-TABLE.
003931     05  WS-BRANCH-RESULT OCCURS 20 TIMES.
003932         10  WS-BRR-STATUS       PIC X(01).
003933             88  WS-BRR-IN-PROGRESS      VALUE 'S'.
003934             88  WS-BRR-COMPLETE         VALUE 'C'.
003935         10  WS-BRR-LAST-STEP    PIC X(20).
003936         10  WS-BRR-FIRST-TS     PIC X(15).
003937         10  WS-BRR-END-TS       PIC X(15).
003938         10  WS-BRR-STEP-COUNT   PIC 9(04).
003939         10  WS-BRR-WARNING      PIC X(01).
003940*----------------------------------------------------------------*
003950* CONTADOR DE SEGURANCA DE ITERACOES DE ETAPAS - SE UMA          *
003960* ALTERACAO EM STEPSEQ REINTRODUZIR UM LACO REAL NA CADEIA, O    *
004340     05  LINE 06 COLUMN 23 PIC X(15) FROM SC-START-TIMESTAMP.
004350     05  LINE 07 COLUMN 01 VALUE 'TERMINO. . . . . . .:'.
004360     05  LINE 07 COLUMN 23 PIC X(15) FROM SC-END-TIMESTAMP.
004363     05  LINE 08 COLUMN 01 VALUE 'RAMO . . . . . . . .:'.
004366     05  LINE 08 COLUMN 23 PIC X(20) FROM WS-SCR-BRANCH.
004370     05  LINE 09 COLUMN 01
004380             VALUE 'ETAPA                QTDE DE EXECUCOES'.
004390     05  LINE 10 COLUMN 01 PIC X(20) FROM STATS-STEP-NAME (1).
004710* 1000-INITIALIZE - ABRE E CARREGA OS ARQUIVOS DE CONTROLE       *
004720*----------------------------------------------------------------*
004730 1000-INITIALIZE.
004732     MOVE ZERO TO BRP-FORK-COUNT
004734     MOVE ZERO TO BRP-BRANCH-COUNT
004736     MOVE ZERO TO BRP-MAP-COUNT
004738     MOVE ZERO TO BRP-FINDING-COUNT
004740     ACCEPT WS-TIME-CONV-FIELD FROM TIME
004750     PERFORM 9100-CONVERT-TIME-TO-SECONDS THRU 9100-EXIT
004760     MOVE WS-CONV-RESULT-SECS  TO WS-RUN-START-SECS
004790     PERFORM 2200-LOAD-STEP-CATALOG THRU 2200-EXIT
004800     PERFORM 1100-INITIALIZE-STATS THRU 1100-EXIT
004810     PERFORM 2000-LOAD-STEP-SEQUENCE THRU 2000-EXIT
004815     PERFORM 2300-ANALYZE-BRANCHES THRU 2300-EXIT
004820     IF NOT WS-FORECAST-MODE
004830        OPEN OUTPUT AUDIT-FILE
004840        IF NOT WS-AUDIT-OK
004900     END-IF
004910     MOVE SPACES TO WS-CURRENT-STEP
004920     SET WS-SEQ-IDX TO 1
004924     EVALUATE TRUE
004928         WHEN WS-START-AT-GIVEN AND WS-BRANCH-MODE
004932             DISPLAY 'PROGRAMA01 - CARTOES RAMO= E START-AT= NAO '
004936                     'PODEM SER USADOS JUNTOS'
004940             SET WS-ABEND-OCCURRED TO TRUE
004944             MOVE 16 TO SC-RETURN-CODE
004948         WHEN WS-START-AT-GIVEN
004952             PERFORM 1070-VALIDATE-START-STEP THRU 1070-EXIT
004957         WHEN WS-BRANCH-MODE
004961             PERFORM 1500-SETUP-BRANCH THRU 1500-EXIT
004965         WHEN OTHER
004969             PERFORM 1200-CHECK-CHECKPOINT THRU 1200-EXIT
004973     END-EVALUATE
004977     EVALUATE TRUE
004981         WHEN WS-BRANCH-MODE
004985             SET WS-RUN-TYPE-BRANCH TO TRUE
004990         WHEN WS-START-AT-GIVEN
005000             SET WS-RUN-TYPE-PARTIAL TO TRUE
005010         WHEN WS-CHECKPOINT-EXISTS
005030         WHEN OTHER
005040             SET WS-RUN-TYPE-NORMAL TO TRUE
005050     END-EVALUATE
005054     IF NOT WS-ABEND-OCCURRED AND NOT WS-FORECAST-MODE
005056        AND NOT WS-BRANCH-MODE
005058        PERFORM 1350-CHECK-CALENDAR THRU 1350-EXIT
005059     END-IF
005060     IF WS-RUN-TYPE-NORMAL AND NOT WS-ABEND-OCCURRED
005070        AND NOT WS-FORECAST-MODE
005080        PERFORM 1400-CHECK-RUN-REGISTER THRU 1400-EXIT
005240*                     SYSIN: START-AT=<ETAPA> PARA COMECAR A     *
005250*                     CADEIA EM UMA ETAPA ESPECIFICA E FORECAST  *
005260*                     PARA O MODO DE PREVISAO DE ROTA (SEM       *
005270*                     EXECUTAR NADA) E ACEITA-LACUNA PARA        *
005280*                     ACEITAR A FALTA DE EXECUCAO NO DIA UTIL    *
005281*                     ANTERIOR, RAMO=<PRIMEIRA ETAPA DO RAMO>    *
005282*                     PARA O JOB DE UM RAMO PARALELO. SEM O DD   *
005283*                     SYSIN (OU COM ELE VAZIO) A EXECUCAO SEGUE  *
005284*                     NORMAL.                                    *
005290*----------------------------------------------------------------*
005300 1050-PROCESS-PARM.
005310     OPEN INPUT PARM-CARD-FILE
005590             SET WS-START-AT-GIVEN TO TRUE
005600         WHEN WS-PARM-TEXT (1:8) IS EQUAL TO 'FORECAST'
005610             SET WS-FORECAST-MODE TO TRUE
005613         WHEN WS-PARM-TEXT (1:13) IS EQUAL TO 'ACEITA-LACUNA'
005616             SET WS-GAP-OVERRIDE TO TRUE
005617         WHEN WS-PARM-TEXT (1:5) IS EQUAL TO 'RAMO='
005618             MOVE WS-PARM-TEXT (6:20) TO WS-BRANCH-START
005619             SET WS-BRANCH-MODE TO TRUE
005620         WHEN WS-PARM-TEXT IS EQUAL TO SPACES
005630             CONTINUE
005640         WHEN OTHER
006050*----------------------------------------------------------------*
006060* 1100-INITIALIZE-STATS - MONTA A TABELA DE ESTATISTICAS DO      *
006070*                         RELATORIO DE RESUMO A PARTIR DO        *
006080*                         CATALOGO DE ETAPAS (BIFURCACOES E      *
006082*                         JUNCOES NAO ENTRAM)                    *
006090*----------------------------------------------------------------*
006100 1100-INITIALIZE-STATS.
006110     SET WS-STATS-IDX TO 1
006120     PERFORM 1150-ZERO-STAT-COUNT THRU 1150-EXIT
006130         VARYING WS-STATS-IDX FROM 1 BY 1
006140         UNTIL WS-STATS-IDX IS GREATER THAN WS-STEP-CAT-MAX
006150     MOVE ZERO TO WS-STEP-STATS-MAX
006160     PERFORM 1120-BUILD-STAT-ENTRY THRU 1120-EXIT
006170         VARYING WS-BUILD-SUB FROM 1 BY 1
006180         UNTIL WS-BUILD-SUB IS GREATER THAN WS-STEP-CAT-COUNT.
006190 1100-EXIT.
006200     EXIT.
006210
006240*                         PARA A TABELA DE ESTATISTICAS          *
006250*----------------------------------------------------------------*
006260 1120-BUILD-STAT-ENTRY.
006270     IF WS-CAT-NODE-TYPE (WS-BUILD-SUB) IS EQUAL TO SPACE
006280        ADD 1 TO WS-STEP-STATS-MAX
006281        MOVE WS-CAT-STEP-NAME (WS-BUILD-SUB)
006283          TO STATS-STEP-NAME (WS-STEP-STATS-MAX)
006285     END-IF.
006290 1120-EXIT.
006300     EXIT.
006310
006440
006450*----------------------------------------------------------------*
006460* 1200-CHECK-CHECKPOINT - RETOMA A CADEIA A PARTIR DO PONTO DE   *
006470*                         CONTROLE, QUANDO EXISTENTE, COM A      *
006471*                         DATA-MOVIMENTO DA EXECUCAO             *
006472*                         INTERROMPIDA (MESMO APOS A             *
006473*                         MEIA-NOITE). CHECKPOINT NUMA BIFURCACAO*
006474*                         PARALELA ('F') RETOMA PELA JUNCAO      *
006475*                         (1250)                                 *
006480*----------------------------------------------------------------*
006490 1200-CHECK-CHECKPOINT.
006500     MOVE 'N' TO WS-CKPT-FOUND-SWITCH
006640           SET WS-ABEND-OCCURRED TO TRUE
006650           MOVE 16 TO SC-RETURN-CODE
006660        END-IF
006661     END-IF
006663     IF WS-CHECKPOINT-EXISTS AND CKPT-AT-FORK
006664        PERFORM 1250-RESUME-AT-JOIN THRU 1250-EXIT
006666        GO TO 1200-EXIT
006667     END-IF
006669     IF WS-CHECKPOINT-EXISTS AND CKPT-BRANCH-DONE
006670        DISPLAY 'PROGRAMA01 - STPCKPT E DE UM JOB DE RAMO '
006672                '(CARTAO RAMO= AUSENTE) - ' CKPT-BRANCH-START
006673        SET WS-ABEND-OCCURRED TO TRUE
006675        MOVE 16 TO SC-RETURN-CODE
006676        GO TO 1200-EXIT
006678     END-IF
006680     IF WS-CHECKPOINT-EXISTS
006690        DISPLAY 'PROGRAMA01 - CHECKPOINT ENCONTRADO, RETOMANDO '
006700                'APOS - ' CKPT-STEP-NAME
006702        IF CKPT-BUSINESS-DATE IS NUMERIC
006704           AND CKPT-BUSINESS-DATE IS GREATER THAN ZERO
006706           MOVE CKPT-BUSINESS-DATE TO WS-BUSINESS-DATE
006708           MOVE CKPT-BUSINESS-DATE TO SC-BUSINESS-DATE
006709        END-IF
006710        MOVE CKPT-STEP-NAME TO WS-LAST-CKPT-STEP
006711        MOVE CKPT-STEP-NAME TO WS-CURRENT-STEP
006712        PERFORM 3500-LOOKUP-NEXT-STEP THRU 3500-EXIT
006713        PERFORM 3550-RESOLVE-BRANCH-TARGET THRU 3550-EXIT
006714        MOVE WS-NEXT-STEP TO WS-CURRENT-STEP
006715     END-IF.
006716 1200-EXIT.
006717     EXIT.
006718
006719*----------------------------------------------------------------*
006720* 1250-RESUME-AT-JOIN - O TRONCO PAROU NUMA BIFURCACAO PARALELA  *
006721*                       (RC=3) E FOI RESSUBMETIDO: CONFERE NOS   *
006722*                       CHECKPOINTS DOS JOBS DE RAMO (STPRAMOS)  *
006723*                       QUE TODOS OS RAMOS DA BIFURCACAO         *
006724*                       TERMINARAM NA MESMA EXECUCAO E SEGUE A   *
006725*                       CADEIA PELA JUNCAO, COM A DATA-MOVIMENTO *
006726*                       DA EXECUCAO QUE PAROU. RAMO PENDENTE     *
006727*                       RECUSA A JUNCAO (RC=8, CHECKPOINT        *
006728*                       PRESERVADO). SE A BIFURCACAO PASSOU A    *
006729*                       SERIAL NO CATALOGO, O PROPRIO TRONCO     *
006730*                       RODA OS RAMOS A PARTIR DELA.             *
006731*----------------------------------------------------------------*
006732 1250-RESUME-AT-JOIN.
006733     MOVE CKPT-STEP-NAME      TO WS-LAST-CKPT-STEP
006734     MOVE CKPT-FORK-NAME      TO WS-PARK-FORK
006735     MOVE CKPT-RUN-ID         TO WS-PARKED-RUN-ID
006736     IF CKPT-WITH-WARNING
006737        SET WS-WARNING-OCCURRED TO TRUE
006738     END-IF
006739     IF CKPT-BUSINESS-DATE IS NUMERIC
006740        AND CKPT-BUSINESS-DATE IS GREATER THAN ZERO
006741        MOVE CKPT-BUSINESS-DATE TO WS-BUSINESS-DATE
006742        MOVE CKPT-BUSINESS-DATE TO SC-BUSINESS-DATE
006743     END-IF
006744     MOVE WS-PARK-FORK TO WS-LOOK-STEP
006745     PERFORM 3790-LOOKUP-FORK THRU 3790-EXIT
006746     IF WS-LOOK-FORK IS EQUAL TO ZERO
006747        DISPLAY 'PROGRAMA01 - BIFURCACAO DO CHECKPOINT NAO '
006748                'CONSTA DA CADEIA - ' WS-PARK-FORK
006749        SET WS-ABEND-OCCURRED TO TRUE
006750        MOVE 16 TO SC-RETURN-CODE
006751        GO TO 1250-EXIT
006752     END-IF
006753     IF NOT BRP-FORK-PARALLEL (WS-LOOK-FORK)
006755        DISPLAY 'PROGRAMA01 - BIFURCACAO ' WS-PARK-FORK
006756                ' PASSOU A SERIAL - RAMOS RODADOS PELO TRONCO'
006757        MOVE WS-PARK-FORK TO WS-CURRENT-STEP
006758        GO TO 1250-EXIT
006759     END-IF
006760     MOVE WS-LOOK-FORK TO WS-RPT-FORK-SUB
006761     DISPLAY 'PROGRAMA01 - CHECKPOINT NA BIFURCACAO '
006762             WS-PARK-FORK ' - CONFERINDO OS RAMOS DA EXECUCAO '
006763             WS-PARKED-RUN-ID
006764     PERFORM 1260-LOAD-BRANCH-RESULTS THRU 1260-EXIT
006765     IF WS-ABEND-OCCURRED
006766        GO TO 1250-EXIT
006767     END-IF
006768     MOVE ZERO TO WS-BRANCH-PENDING
006769     PERFORM 1280-CHECK-BRANCH-RESULT THRU 1280-EXIT
006770         VARYING WS-BR-SUB FROM 1 BY 1
006771         UNTIL WS-BR-SUB IS GREATER THAN BRP-BRANCH-COUNT
006772     IF WS-BRANCH-PENDING IS GREATER THAN ZERO
006773        DISPLAY 'PROGRAMA01 - JUNCAO '
006774                BRP-FORK-JOIN (WS-LOOK-FORK)
006775                ' RECUSADA - RAMOS PENDENTES: ' WS-BRANCH-PENDING
006776        IF NOT WS-FORECAST-MODE
006777           DISPLAY 'PROGRAMA01 - CONCLUA OS RAMOS E RESSUBMETA '
006778                   'O TRONCO'
006779           SET WS-ABEND-OCCURRED TO TRUE
006780           MOVE 8 TO SC-RETURN-CODE
006781           GO TO 1250-EXIT
006782        END-IF
006783     END-IF
006784     MOVE BRP-FORK-JOIN (WS-LOOK-FORK) TO WS-CURRENT-STEP.
006785 1250-EXIT.
006786     EXIT.
006787
006788*----------------------------------------------------------------*
006789* 1260-LOAD-BRANCH-RESULTS - LE OS CHECKPOINTS DOS JOBS DE RAMO  *
006790*                            (STPRAMOS) PARA A TABELA DE         *
006791*                            RESULTADOS. DD AUSENTE = NENHUM     *
006792*                            RAMO CONCLUIDO.                     *
006793*----------------------------------------------------------------*
006794 1260-LOAD-BRANCH-RESULTS.
006795     MOVE SPACES TO WS-BRANCH-RESULT-TABLE
006796     OPEN INPUT BRANCH-CKPT-FILE
006797     IF NOT WS-BRCKPT-OK
006798        IF WS-BRCKPT-NOT-FOUND
006800           DISPLAY 'PROGRAMA01 - STPRAMOS AUSENTE - NENHUM RAMO '
006801                   'CONFERIDO'
006802        ELSE
006803           DISPLAY 'PROGRAMA01 - ERRO AO ABRIR STPRAMOS - '
006804                   WS-BRCKPT-STATUS
006805           SET WS-ABEND-OCCURRED TO TRUE
006806           MOVE 16 TO SC-RETURN-CODE
006807        END-IF
006808        GO TO 1260-EXIT
006809     END-IF
006810     PERFORM 1270-READ-BRANCH-CKPT THRU 1270-EXIT
006811         UNTIL WS-BRCKPT-EOF
006812     CLOSE BRANCH-CKPT-FILE.
006813 1260-EXIT.
006814     EXIT.
006815
006816*----------------------------------------------------------------*
006817* 1270-READ-BRANCH-CKPT - LE UM CHECKPOINT DE RAMO E GUARDA A    *
006818*                         SITUACAO DO RAMO, SE FOR DESTA         *
006819*                         EXECUCAO E DESTA BIFURCACAO            *
006820*----------------------------------------------------------------*
006821 1270-READ-BRANCH-CKPT.
006822     READ BRANCH-CKPT-FILE
006823         AT END
006824            SET WS-BRCKPT-EOF TO TRUE
006825            GO TO 1270-EXIT
006826     END-READ
006827     IF BCK-RUN-ID IS NOT EQUAL TO WS-PARKED-RUN-ID
006828        OR BCK-FORK-NAME IS NOT EQUAL TO WS-PARK-FORK
006829        GO TO 1270-EXIT
006830     END-IF
006831     MOVE BCK-BRANCH-START TO WS-LOOK-STEP
006832     PERFORM 3795-LOOKUP-BRANCH-START THRU 3795-EXIT
006833     IF WS-LOOK-BRANCH IS EQUAL TO ZERO
006834        GO TO 1270-EXIT
006835     END-IF
006836     MOVE BCK-STATUS         TO WS-BRR-STATUS (WS-LOOK-BRANCH)
006837     MOVE BCK-STEP-NAME      TO WS-BRR-LAST-STEP (WS-LOOK-BRANCH)
006838     MOVE BCK-FIRST-START-TS TO WS-BRR-FIRST-TS (WS-LOOK-BRANCH)
006839     MOVE BCK-WRITTEN-TS     TO WS-BRR-END-TS (WS-LOOK-BRANCH)
006840     MOVE BCK-STEP-COUNT     TO WS-BRR-STEP-COUNT (WS-LOOK-BRANCH)
006841     MOVE BCK-WARNING-FLAG   TO WS-BRR-WARNING (WS-LOOK-BRANCH).
006842 1270-EXIT.
006843     EXIT.
006845
006846*----------------------------------------------------------------*
006847* 1280-CHECK-BRANCH-RESULT - CONFERE UM RAMO DA BIFURCACAO: SO   *
006848*                            CONCLUIDO ('C') LIBERA A JUNCAO;    *
006849*                            RAMO COM AVISO REBAIXA O RC FINAL   *
006850*----------------------------------------------------------------*
006851 1280-CHECK-BRANCH-RESULT.
006852     IF BRP-BR-FORK (WS-BR-SUB) IS NOT EQUAL TO WS-RPT-FORK-SUB
006853        GO TO 1280-EXIT
006854     END-IF
006855     EVALUATE TRUE
006856         WHEN WS-BRR-COMPLETE (WS-BR-SUB)
006857          AND WS-BRR-WARNING (WS-BR-SUB) IS EQUAL TO 'S'
006858             DISPLAY 'PROGRAMA01 - RAMO ' BRP-BR-LABEL (WS-BR-SUB)
006859                     ' CONCLUIDO COM AVISO - '
006860                     BRP-BR-START (WS-BR-SUB)
006861             SET WS-WARNING-OCCURRED TO TRUE
006862         WHEN WS-BRR-COMPLETE (WS-BR-SUB)
006863             DISPLAY 'PROGRAMA01 - RAMO ' BRP-BR-LABEL (WS-BR-SUB)
006864                     ' CONCLUIDO - ' BRP-BR-START (WS-BR-SUB)
006865         WHEN WS-BRR-IN-PROGRESS (WS-BR-SUB)
006866             DISPLAY 'PROGRAMA01 - RAMO ' BRP-BR-LABEL (WS-BR-SUB)
006867                     ' NAO CONCLUIDO, ULTIMA ETAPA - '
006868                     WS-BRR-LAST-STEP (WS-BR-SUB)
006869             ADD 1 TO WS-BRANCH-PENDING
006870         WHEN OTHER
006871             DISPLAY 'PROGRAMA01 - RAMO ' BRP-BR-LABEL (WS-BR-SUB)
006872                     ' SEM CHECKPOINT DESTA EXECUCAO - '
006873                     BRP-BR-START (WS-BR-SUB)
006874             ADD 1 TO WS-BRANCH-PENDING
006875     END-EVALUATE.
006876 1280-EXIT.
006877     EXIT.
006878
006879*----------------------------------------------------------------*
006880* 1300-ALLOCATE-RUN-ID - GERA O IDENTIFICADOR UNICO DA EXECUCAO  *
006881*                        (DATA-HORA DE INICIO COM CENTESIMOS,    *
006882*                        PARA DUAS EXECUCOES NO MESMO SEGUNDO    *
006883*                        NAO COMPARTILHAREM O IDENTIFICADOR),    *
006884*                        GUARDA O CARIMBO DE INICIO E A          *
006885*                        DATA-MOVIMENTO (DATA DO SISTEMA)        *
006886*----------------------------------------------------------------*
006887 1300-ALLOCATE-RUN-ID.
006888     PERFORM 1310-TRY-RUN-ID THRU 1310-EXIT
006890         UNTIL NOT WS-RUN-ID-TAKEN
006900     DISPLAY 'PROGRAMA01 - IDENTIFICADOR DA EXECUCAO: '
006910             WS-RUN-ID.
007420            IF RR-RUN-ID IS EQUAL TO WS-RUN-ID
007430               SET WS-RUN-ID-TAKEN TO TRUE
007440            END-IF
007441     END-READ.
007442 1330-EXIT.
007443     EXIT.
007444
007445*----------------------------------------------------------------*
007446* 1350-CHECK-CALENDAR - CONSULTA A DATA-MOVIMENTO NO CALENDARIO  *
007447*                       DE DIAS UTEIS (CALDIA): DATA FECHADA OU  *
007448*                       FORA DO CALENDARIO RECUSA A EXECUCAO     *
007449*                       (RC=8) EM QUALQUER TIPO DE EXECUCAO;     *
007450*                       CALENDARIO INDISPONIVEL E RC=16. GUARDA  *
007451*                       O DIA UTIL ANTERIOR PARA A CONFERENCIA   *
007452*                       DO RUNREG.                               *
007453*----------------------------------------------------------------*
007454 1350-CHECK-CALENDAR.
007455     MOVE ZERO TO WS-PREV-BUSINESS-DATE
007456     MOVE 'VE' TO CALP-FUNCTION
007457     MOVE WS-BUSINESS-DATE TO CALP-DATE-IN
007458     CALL 'CALDIA' USING CALENDAR-PARM-AREA
007459     EVALUATE TRUE
007460         WHEN CALP-UNAVAILABLE
007461             DISPLAY 'PROGRAMA01 - CALENDARIO DE DIAS UTEIS '
007462                     'INDISPONIVEL (CALEND)'
007463             SET WS-ABEND-OCCURRED TO TRUE
007464             MOVE 16 TO SC-RETURN-CODE
007465             GO TO 1350-EXIT
007466         WHEN CALP-OUT-OF-RANGE
007467             DISPLAY 'PROGRAMA01 - DATA-MOVIMENTO '
007468                     WS-BUSINESS-DATE
007470                     ' FORA DO CALENDARIO DE DIAS UTEIS'
007471             DISPLAY 'PROGRAMA01 - EXECUCAO RECUSADA - GERE O '
007472                     'ANO NO CALENDARIO (CALMANT)'
007473             SET WS-ABEND-OCCURRED TO TRUE
007474             MOVE 8 TO SC-RETURN-CODE
007475             GO TO 1350-EXIT
007476         WHEN CALP-CLOSED-DAY
007477             DISPLAY 'PROGRAMA01 - DATA-MOVIMENTO '
007478                     WS-BUSINESS-DATE
007479                     ' FECHADA NO CALENDARIO - '
007480                     CALP-DESCRIPTION
007481             DISPLAY 'PROGRAMA01 - EXECUCAO RECUSADA EM DIA '
007482                     'NAO UTIL'
007483             SET WS-ABEND-OCCURRED TO TRUE
007484             MOVE 8 TO SC-RETURN-CODE
007485             GO TO 1350-EXIT
007486         WHEN OTHER
007487             CONTINUE
007488     END-EVALUATE
007489     MOVE 'AN' TO CALP-FUNCTION
007490     MOVE WS-BUSINESS-DATE TO CALP-DATE-IN
007491     CALL 'CALDIA' USING CALENDAR-PARM-AREA
007492     IF CALP-OK
007493        MOVE CALP-DATE-OUT TO WS-PREV-BUSINESS-DATE
007494     END-IF.
007495 1350-EXIT.
007496     EXIT.
007497
007498*----------------------------------------------------------------*
007500* 1400-CHECK-RUN-REGISTER - RECUSA UMA SEGUNDA EXECUCAO NORMAL   *
007510*                           PARA UMA DATA-MOVIMENTO QUE JA TEM   *
007520*                           EXECUCAO NORMAL OU RETOMADA (N/R)    *
007540*                           (RC=8 PARA O ESCALONADOR). PARCIAIS  *
007550*                           START-AT (P) NAO CONTAM. RUNREG      *
007560*                           INEXISTENTE = NENHUMA EXECUCAO       *
007570*                           ANTERIOR. HAVENDO EXECUCOES          *
007571*                           ANTERIORES, EXIGE TAMBEM A DO DIA    *
007572*                           UTIL ANTERIOR DO CALENDARIO (NAO O   *
007574*                           DIA CORRIDO ANTERIOR); SEM ELA       *
007575*                           RECUSA COM RC=8, SALVO COM O CARTAO  *
007577*                           ACEITA-LACUNA. EXECUCAO ESTORNADA    *
007578*                           PELO RUNBKO NAO CONTA.               *
007580*----------------------------------------------------------------*
007590 1400-CHECK-RUN-REGISTER.
007600     MOVE 'N' TO WS-DUP-RUN-SWITCH
007603     MOVE 'N' TO WS-PREV-RUN-SWITCH
007606     MOVE 'N' TO WS-ANY-RUN-SWITCH
007610     OPEN INPUT RUN-REG-FILE
007620     IF NOT WS-RUNREG-OK
007630        IF NOT WS-RUNREG-NOT-FOUND
007780        DISPLAY 'PROGRAMA01 - EXECUCAO RECUSADA PARA EVITAR '
007790                'PROCESSAMENTO EM DUPLICIDADE'
007800        SET WS-ABEND-OCCURRED TO TRUE
007801        MOVE 8 TO SC-RETURN-CODE
007802        GO TO 1400-EXIT
007803     END-IF
007804     IF WS-ANY-RUN-FOUND AND NOT WS-PREV-RUN-FOUND
007805        AND WS-PREV-BUSINESS-DATE IS GREATER THAN ZERO
007806        DISPLAY 'PROGRAMA01 - DIA UTIL ANTERIOR '
007807                WS-PREV-BUSINESS-DATE
007808                ' SEM EXECUCAO ENCERRADA COM SUCESSO EM RUNREG'
007810        IF WS-GAP-OVERRIDE
007811           DISPLAY 'PROGRAMA01 - LACUNA ACEITA PELO CARTAO '
007812                   'ACEITA-LACUNA'
007813        ELSE
007814           DISPLAY 'PROGRAMA01 - EXECUCAO RECUSADA - CONFIRA O '
007815                   'DIA ANTERIOR OU INFORME ACEITA-LACUNA'
007816           SET WS-ABEND-OCCURRED TO TRUE
007817           MOVE 8 TO SC-RETURN-CODE
007818        END-IF
007820     END-IF.
007830 1400-EXIT.
007840     EXIT.
007850
007860*----------------------------------------------------------------*
007870* 1450-READ-RUN-REGISTER - LE UMA EXECUCAO REGISTRADA E MARCA SE *
007871*                          JA HOUVE EXECUCAO NORMAL OU RETOMADA  *
007872*                          COM RC ZERO PARA A MESMA              *
007873*                          DATA-MOVIMENTO (UMA RETOMADA QUE      *
007874*                          COMPLETOU TAMBEM ENCERROU O DIA),     *
007875*                          PARA O DIA UTIL ANTERIOR OU PARA      *
007876*                          QUALQUER DATA ANTERIOR                *
007877*----------------------------------------------------------------*
007878 1450-READ-RUN-REGISTER.
007879     READ RUN-REG-FILE
007880         AT END
007881            SET WS-RUNREG-EOF TO TRUE
007882         NOT AT END
007883            IF RR-RETURN-CODE IS EQUAL TO ZERO
007884               AND NOT RR-REVERSED AND (RR-TYPE-NORMAL
007885                                        OR RR-TYPE-RESTART)
007886               EVALUATE TRUE
007887                   WHEN RR-BUSINESS-DATE IS EQUAL TO
007888                                         WS-BUSINESS-DATE
007889                       SET WS-DUP-RUN-FOUND TO TRUE
007890                   WHEN RR-BUSINESS-DATE IS EQUAL TO
007891                                         WS-PREV-BUSINESS-DATE
007892                       SET WS-PREV-RUN-FOUND TO TRUE
007893                       SET WS-ANY-RUN-FOUND TO TRUE
007894                   WHEN RR-BUSINESS-DATE IS LESS THAN
007895                                         WS-BUSINESS-DATE
007896                       SET WS-ANY-RUN-FOUND TO TRUE
007897                   WHEN OTHER
007898                       CONTINUE
007899               END-EVALUATE
007900            END-IF
007901     END-READ.
007902 1450-EXIT.
007903     EXIT.
007904
007905*----------------------------------------------------------------*
007906* 1500-SETUP-BRANCH - JOB DE RAMO PARALELO (CARTAO RAMO=): EXIGE *
007907*                     QUE O TRONCO ESTEJA PARADO NA BIFURCACAO   *
007908*                     DO RAMO (STPTRONC COM SITUACAO 'F'), ADOTA *
007909*                     O IDENTIFICADOR E A DATA-MOVIMENTO DA      *
007910*                     EXECUCAO DO TRONCO E POSICIONA NO INICIO   *
007911*                     DO RAMO OU APOS O CHECKPOINT DO PROPRIO    *
007912*                     RAMO NESSA EXECUCAO. RAMO JA CONCLUIDO     *
007913*                     NAO RODA DE NOVO. NA PREVISAO A CONFERENCIA*
007914*                     DO TRONCO E SO INFORMATIVA.                *
007915*----------------------------------------------------------------*
007916 1500-SETUP-BRANCH.
007917     IF WS-ABEND-OCCURRED
007918        GO TO 1500-EXIT
007919     END-IF
007920     MOVE WS-BRANCH-START TO WS-LOOK-STEP
007921     PERFORM 3795-LOOKUP-BRANCH-START THRU 3795-EXIT
007922     IF WS-LOOK-BRANCH IS EQUAL TO ZERO
007923        DISPLAY 'PROGRAMA01 - CARTAO RAMO= NAO E O INICIO DE UM '
007924                'RAMO DA CADEIA - ' WS-BRANCH-START
007925        SET WS-ABEND-OCCURRED TO TRUE
007926        MOVE 16 TO SC-RETURN-CODE
007927        GO TO 1500-EXIT
007928     END-IF
007929     MOVE WS-LOOK-BRANCH TO WS-BRANCH-SUB
007930     MOVE BRP-BR-FORK (WS-BRANCH-SUB) TO WS-FORK-SUB
007931     MOVE BRP-FORK-JOIN (WS-FORK-SUB) TO WS-BRANCH-JOIN
007932     MOVE BRP-FORK-NAME (WS-FORK-SUB) TO WS-PARK-FORK
007934     MOVE WS-BRANCH-START    TO WS-CURRENT-STEP
007935     MOVE WS-RUN-START-TS    TO WS-BRANCH-FIRST-TS
007936     MOVE ZERO               TO WS-BRANCH-STEP-COUNT
007937     DISPLAY 'PROGRAMA01 - RAMO ' BRP-BR-LABEL (WS-BRANCH-SUB)
007938             ' DA BIFURCACAO ' WS-PARK-FORK
007939     IF NOT BRP-FORK-PARALLEL (WS-FORK-SUB)
007940        AND NOT WS-FORECAST-MODE
007941        DISPLAY 'PROGRAMA01 - BIFURCACAO SERIAL NO CATALOGO - O '
007942                'RAMO E RODADO PELO PROPRIO TRONCO'
007943        SET WS-ABEND-OCCURRED TO TRUE
007944        MOVE 8 TO SC-RETURN-CODE
007945        GO TO 1500-EXIT
007946     END-IF
007947     PERFORM 1510-READ-TRUNK-CHECKPOINT THRU 1510-EXIT
007948     IF WS-ABEND-OCCURRED
007949        GO TO 1500-EXIT
007950     END-IF
007951     IF WS-PARKED-RUN-ID IS EQUAL TO SPACES
007952        DISPLAY 'PROGRAMA01 - TRONCO NAO ESTA PARADO NA '
007953                'BIFURCACAO ' WS-PARK-FORK
007954        IF WS-FORECAST-MODE
007955           GO TO 1500-EXIT
007956        END-IF
007957        DISPLAY 'PROGRAMA01 - RAMO RECUSADO - RODE O TRONCO ATE '
007958                'A BIFURCACAO'
007959        SET WS-ABEND-OCCURRED TO TRUE
007960        MOVE 8 TO SC-RETURN-CODE
007961        GO TO 1500-EXIT
007962     END-IF
007963     MOVE WS-PARKED-RUN-ID TO WS-RUN-ID
007964     MOVE WS-RUN-ID        TO SC-RUN-ID
007965     MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE
007966     DISPLAY 'PROGRAMA01 - RAMO ADOTA A EXECUCAO DO TRONCO '
007967             WS-RUN-ID ' DATA-MOVIMENTO ' WS-BUSINESS-DATE
007968     PERFORM 1520-CHECK-BRANCH-CHECKPOINT THRU 1520-EXIT.
007969 1500-EXIT.
007970     EXIT.
007971
007972*----------------------------------------------------------------*
007973* 1510-READ-TRUNK-CHECKPOINT - LE O CHECKPOINT DO TRONCO         *
007974*                              (STPTRONC); SO VALE PARADO NA     *
007975*                              BIFURCACAO DESTE RAMO             *
007976*----------------------------------------------------------------*
007977 1510-READ-TRUNK-CHECKPOINT.
007978     MOVE SPACES TO WS-PARKED-RUN-ID
007979     OPEN INPUT TRUNK-CKPT-FILE
007980     IF NOT WS-TRCKPT-OK
007981        DISPLAY 'PROGRAMA01 - ERRO AO ABRIR STPTRONC - '
007982                WS-TRCKPT-STATUS
007983        IF NOT WS-FORECAST-MODE
007984           SET WS-ABEND-OCCURRED TO TRUE
007985           MOVE 16 TO SC-RETURN-CODE
007986        END-IF
007987        GO TO 1510-EXIT
007988     END-IF
007989     READ TRUNK-CKPT-FILE
007990         AT END
007991            CLOSE TRUNK-CKPT-FILE
007992            GO TO 1510-EXIT
007993     END-READ
007994     CLOSE TRUNK-CKPT-FILE
007995     IF TRC-AT-FORK AND TRC-FORK-NAME IS EQUAL TO WS-PARK-FORK
007997        MOVE TRC-RUN-ID        TO WS-PARKED-RUN-ID
007998        MOVE TRC-BUSINESS-DATE TO WS-BUSINESS-DATE
007999     END-IF.
008000 1510-EXIT.
008001     EXIT.
008002
008003*----------------------------------------------------------------*
008004* 1520-CHECK-BRANCH-CHECKPOINT - CHECKPOINT DO PROPRIO RAMO: DA  *
008005*                                MESMA EXECUCAO, 'C' = RAMO JA   *
008006*                                CONCLUIDO E 'S' = RETOMA APOS A *
008007*                                ETAPA; DE OUTRA EXECUCAO E      *
008008*                                IGNORADO                        *
008009*----------------------------------------------------------------*
008010 1520-CHECK-BRANCH-CHECKPOINT.
008011     MOVE 'N' TO WS-CKPT-FOUND-SWITCH
008012     OPEN INPUT CHECKPOINT-FILE
008013     IF WS-CKPT-OK
008014        READ CHECKPOINT-FILE
008015            AT END
008016               CONTINUE
008017            NOT AT END
008018               MOVE 'Y' TO WS-CKPT-FOUND-SWITCH
008019        END-READ
008020        CLOSE CHECKPOINT-FILE
008021     ELSE
008022        IF NOT WS-CKPT-NOT-FOUND
008023           DISPLAY 'PROGRAMA01 - ERRO AO ABRIR STPCKPT - '
008024                   WS-CKPT-STATUS
008025           SET WS-ABEND-OCCURRED TO TRUE
008026           MOVE 16 TO SC-RETURN-CODE
008027        END-IF
008028     END-IF
008029     IF NOT WS-CHECKPOINT-EXISTS
008030        GO TO 1520-EXIT
008031     END-IF
008032     IF CKPT-RUN-ID IS NOT EQUAL TO WS-RUN-ID
008033        OR CKPT-BRANCH-START IS NOT EQUAL TO WS-BRANCH-START
008034        DISPLAY 'PROGRAMA01 - CHECKPOINT DE OUTRA EXECUCAO '
008035                'IGNORADO - ' CKPT-RUN-ID
008036        MOVE 'N' TO WS-CKPT-FOUND-SWITCH
008037        GO TO 1520-EXIT
008038     END-IF
008039     IF CKPT-BRANCH-DONE
008040        DISPLAY 'PROGRAMA01 - RAMO JA CONCLUIDO NESTA EXECUCAO - '
008041                'NADA A FAZER'
008042        SET WS-BRANCH-ALREADY-DONE TO TRUE
008043        MOVE 'FIM-PROC' TO WS-CURRENT-STEP
008044        GO TO 1520-EXIT
008045     END-IF
008046     DISPLAY 'PROGRAMA01 - CHECKPOINT DO RAMO ENCONTRADO, '
008047             'RETOMANDO APOS - ' CKPT-STEP-NAME
008048     MOVE CKPT-STEP-NAME      TO WS-LAST-CKPT-STEP
008049     MOVE CKPT-STEP-NAME      TO WS-CURRENT-STEP
008050     MOVE CKPT-FIRST-START-TS TO WS-BRANCH-FIRST-TS
008051     MOVE CKPT-STEP-COUNT     TO WS-BRANCH-STEP-COUNT
008052     IF CKPT-WITH-WARNING
008053        SET WS-WARNING-OCCURRED TO TRUE
008054     END-IF
008055     PERFORM 3500-LOOKUP-NEXT-STEP THRU 3500-EXIT
008056     PERFORM 3550-RESOLVE-BRANCH-TARGET THRU 3550-EXIT
008057     MOVE WS-NEXT-STEP TO WS-CURRENT-STEP.
008058 1520-EXIT.
008060     EXIT.
008070
008080*----------------------------------------------------------------*
009080            ADD 1 TO WS-STEP-CAT-COUNT
009090            SET WS-CAT-IDX TO WS-STEP-CAT-COUNT
009100            MOVE CAT-STEP-NAME   TO WS-CAT-STEP-NAME (WS-CAT-IDX)
009101            MOVE CAT-PROGRAM     TO WS-CAT-PROGRAM (WS-CAT-IDX)
009102            MOVE CAT-ENABLED     TO WS-CAT-ENABLED (WS-CAT-IDX)
009103            MOVE CAT-CRITICALITY TO
009104                 WS-CAT-CRITICALITY (WS-CAT-IDX)
009105            MOVE CAT-DESCRIPTION TO
009106                 WS-CAT-DESCRIPTION (WS-CAT-IDX)
009107            MOVE CAT-NODE-TYPE   TO WS-CAT-NODE-TYPE (WS-CAT-IDX)
009108            MOVE CAT-OUTPUTS     TO WS-CAT-OUTPUTS (WS-CAT-IDX)
009109     END-READ.
009110 2250-EXIT.
009111     EXIT.
009112
009113*----------------------------------------------------------------*
009114* 2300-ANALYZE-BRANCHES - PASSA A CADEIA E O CATALOGO AO STPRAM, *
009115*                         QUE DEVOLVE AS BIFURCACOES, OS RAMOS E *
009116*                         O RAMO DE CADA ETAPA. CADEIA COM RAMOS *
009117*                         INVALIDOS NAO RODA (RC=16); O STEPVAL  *
009118*                         APONTA AS MESMAS CRITICAS.             *
009119*----------------------------------------------------------------*
009120 2300-ANALYZE-BRANCHES.
009121     IF WS-ABEND-OCCURRED
009123        GO TO 2300-EXIT
009124     END-IF
009125     MOVE WS-STEP-SEQ-COUNT TO BRP-SEQ-COUNT
009126     PERFORM 2310-COPY-SEQ-ENTRY THRU 2310-EXIT
009127         VARYING WS-BUILD-SUB FROM 1 BY 1
009128         UNTIL WS-BUILD-SUB IS GREATER THAN WS-STEP-SEQ-COUNT
009129     MOVE WS-STEP-CAT-COUNT TO BRP-CAT-COUNT
009130     PERFORM 2320-COPY-CAT-ENTRY THRU 2320-EXIT
009131         VARYING WS-BUILD-SUB FROM 1 BY 1
009132         UNTIL WS-BUILD-SUB IS GREATER THAN WS-STEP-CAT-COUNT
009133     CALL 'STPRAM' USING BRANCH-PARM-AREA
009134     IF BRP-OK
009135        GO TO 2300-EXIT
009136     END-IF
009137     IF BRP-OVERFLOW
009138        DISPLAY 'PROGRAMA01 - CADEIA EXCEDE AS TABELAS DE RAMOS '
009139                'PARALELOS'
009140     ELSE
009141        DISPLAY 'PROGRAMA01 - CADEIA COM RAMOS PARALELOS '
009142                'INVALIDOS - RODE O STEPVAL'
009143        PERFORM 2330-DISPLAY-FINDING THRU 2330-EXIT
009145            VARYING WS-BUILD-SUB FROM 1 BY 1
009146            UNTIL WS-BUILD-SUB IS GREATER THAN BRP-FINDING-COUNT
009147     END-IF
009148     SET WS-ABEND-OCCURRED TO TRUE
009149     MOVE 16 TO SC-RETURN-CODE.
009150 2300-EXIT.
009151     EXIT.
009152
009153*----------------------------------------------------------------*
009154* 2310-COPY-SEQ-ENTRY - UMA LINHA DA CADEIA PARA O STPRAM        *
009155*----------------------------------------------------------------*
009156 2310-COPY-SEQ-ENTRY.
009157     MOVE WS-SEQ-STEP-NAME (WS-BUILD-SUB)
009158       TO BRP-SEQ-STEP (WS-BUILD-SUB)
009159     MOVE WS-SEQ-NEXT-STEP (WS-BUILD-SUB)
009160       TO BRP-SEQ-NEXT (WS-BUILD-SUB)
009161     MOVE WS-SEQ-FAIL-STEP (WS-BUILD-SUB)
009162       TO BRP-SEQ-FAIL (WS-BUILD-SUB).
009163 2310-EXIT.
009164     EXIT.
009165
009166*----------------------------------------------------------------*
009168* 2320-COPY-CAT-ENTRY - UMA ENTRADA DO CATALOGO PARA O STPRAM    *
009169*----------------------------------------------------------------*
009170 2320-COPY-CAT-ENTRY.
009171     MOVE WS-CAT-STEP-NAME (WS-BUILD-SUB)
009172       TO BRP-CAT-STEP (WS-BUILD-SUB)
009173     MOVE WS-CAT-ENABLED (WS-BUILD-SUB)
009174       TO BRP-CAT-ENABLED (WS-BUILD-SUB)
009175     MOVE WS-CAT-NODE-TYPE (WS-BUILD-SUB)
009176       TO BRP-CAT-NODE-TYPE (WS-BUILD-SUB)
009177     MOVE WS-CAT-OUTPUTS (WS-BUILD-SUB)
009178       TO BRP-CAT-OUTPUTS (WS-BUILD-SUB).
009179 2320-EXIT.
009180     EXIT.
009181
009182*----------------------------------------------------------------*
009183* 2330-DISPLAY-FINDING - EXIBE UMA CRITICA DO STPRAM             *
009184*----------------------------------------------------------------*
009185 2330-DISPLAY-FINDING.
009186     DISPLAY 'PROGRAMA01 -   ' BRP-FND-STEP (WS-BUILD-SUB) ' '
009187             BRP-FND-TEXT (WS-BUILD-SUB).
009188 2330-EXIT.
009190     EXIT.
009200
009210*----------------------------------------------------------------*
009350*                              OPERADOR (TS-PAINEL-OPERADOR)     *
009360*----------------------------------------------------------------*
009370 3050-DISPLAY-STATUS-SCREEN.
009371     MOVE SPACES TO WS-SCR-BRANCH
009372     MOVE WS-CURRENT-STEP TO WS-LOOK-STEP
009373     PERFORM 3780-LOOKUP-STEP-BRANCH THRU 3780-EXIT
009374     IF WS-LOOK-BRANCH IS GREATER THAN ZERO
009375        MOVE BRP-BR-START (WS-LOOK-BRANCH) TO WS-SCR-BRANCH
009376     END-IF
009380     DISPLAY TS-PAINEL-OPERADOR.
009390 3050-EXIT.
009400     EXIT.
009420*----------------------------------------------------------------*
009430* 3060-CHECK-OPR-COMMANDS - CONSULTA O ARQUIVO DE COMANDOS DO    *
009440*                           OPERADOR ANTES DE DESPACHAR A ETAPA: *
009450*                           PAUSE SEGURA A CADEIA ATE RESUME     *
009452*                           (PAUSE-RAMO= SO AS ETAPAS DO RAMO),  *
009460*                           SKIP MARCA A ETAPA CORRENTE PARA SER *
009470*                           CONTORNADA, STOP-AFTER AGENDA A      *
009480*                           PARADA CONTROLADA. BIFURCACAO E      *
009482*                           JUNCAO NAO PODEM SER CONTORNADAS.    *
009490*----------------------------------------------------------------*
009500 3060-CHECK-OPR-COMMANDS.
009510     PERFORM 3065-READ-OPR-COMMAND THRU 3065-EXIT
009520     PERFORM 3070-CHECK-HOLD THRU 3070-EXIT
009522     IF WS-HOLD-CHAIN
009530        DISPLAY 'PROGRAMA01 - CADEIA EM PAUSA A PEDIDO DO '
009540                'OPERADOR ANTES DE - ' WS-CURRENT-STEP
009550        MOVE 'PAUSED  '         TO WS-AUDIT-EVENT
009560        PERFORM 3150-WRITE-AUDIT-RECORD THRU 3150-EXIT
009570        PERFORM 3075-HOLD-WHILE-PAUSED THRU 3075-EXIT
009580            UNTIL NOT WS-HOLD-CHAIN
009590        DISPLAY 'PROGRAMA01 - CADEIA LIBERADA PELO OPERADOR'
009600        MOVE 'RESUMED '         TO WS-AUDIT-EVENT
009610        PERFORM 3150-WRITE-AUDIT-RECORD THRU 3150-EXIT
009650     END-IF
009660     IF WS-OPRCMD-TEXT (1:11) IS EQUAL TO 'STOP-AFTER='
009670        MOVE WS-OPRCMD-TEXT (12:20) TO WS-STOP-AFTER-STEP
009671     END-IF
009672     IF WS-OPR-SKIP-STEP IS EQUAL TO WS-CURRENT-STEP
009673        AND WS-OPR-SKIP-STEP IS NOT EQUAL TO SPACES
009674        AND WS-AT-CONTROL-NODE
009675        DISPLAY 'PROGRAMA01 - SKIP IGNORADO, BIFURCACAO/JUNCAO '
009676                'NAO PODE SER CONTORNADA - ' WS-CURRENT-STEP
009677        MOVE SPACES TO WS-OPR-SKIP-STEP
009678        PERFORM 3095-CLEAR-OPR-COMMAND THRU 3095-EXIT
009680     END-IF
009690     IF WS-OPR-SKIP-STEP IS EQUAL TO WS-CURRENT-STEP
009700        AND WS-OPR-SKIP-STEP IS NOT EQUAL TO SPACES
010010     END-IF.
010020 3065-EXIT.
010030     EXIT.
010031
010032*----------------------------------------------------------------*
010033* 3070-CHECK-HOLD - DECIDE SE O COMANDO LIDO SEGURA A ETAPA      *
010034*                   CORRENTE: PAUSE SEGURA QUALQUER ETAPA,       *
010035*                   PAUSE-RAMO=<PRIMEIRA ETAPA> SO AS ETAPAS     *
010036*                   DESSE RAMO                                   *
010037*----------------------------------------------------------------*
010038 3070-CHECK-HOLD.
010039     MOVE 'N' TO WS-HOLD-SWITCH
010040     IF WS-OPR-PAUSE
010041        SET WS-HOLD-CHAIN TO TRUE
010042        GO TO 3070-EXIT
010043     END-IF
010044     IF WS-OPRCMD-TEXT (1:11) IS NOT EQUAL TO 'PAUSE-RAMO='
010045        GO TO 3070-EXIT
010046     END-IF
010047     MOVE WS-CURRENT-STEP TO WS-LOOK-STEP
010048     PERFORM 3780-LOOKUP-STEP-BRANCH THRU 3780-EXIT
010049     IF WS-LOOK-BRANCH IS GREATER THAN ZERO
010050        IF BRP-BR-START (WS-LOOK-BRANCH) IS EQUAL TO
010051                                        WS-OPRCMD-TEXT (12:20)
010052           SET WS-HOLD-CHAIN TO TRUE
010053        END-IF
010054     END-IF.
010055 3070-EXIT.
010056     EXIT.
010057
010058*----------------------------------------------------------------*
010060* 3075-HOLD-WHILE-PAUSED - ESPERA O INTERVALO E RELE O COMANDO,  *
010070*                          ENQUANTO O PAUSE (OU O PAUSE-RAMO DO  *
010079*                          RAMO DA ETAPA) ESTIVER POSTADO        *
010080*----------------------------------------------------------------*
010090 3075-HOLD-WHILE-PAUSED.
010100     PERFORM 3080-WAIT-INTERVAL THRU 3080-EXIT
010110     PERFORM 3065-READ-OPR-COMMAND THRU 3065-EXIT
010112     PERFORM 3070-CHECK-HOLD THRU 3070-EXIT.
010120 3075-EXIT.
010130     EXIT.
010140
010880*----------------------------------------------------------------*
010890* 3100-DISPATCH-STEP - EXECUTA A ETAPA CORRENTE VIA CALL         *
010900*                      DINAMICO AO SUBPROGRAMA DO CATALOGO E     *
010910*                      AVANCA PARA A PROXIMA ETAPA. BIFURCACAO E *
010912*                      JUNCAO NAO CHAMAM SUBPROGRAMA (3120)      *
010920*----------------------------------------------------------------*
010930 3100-DISPATCH-STEP.
010931     MOVE WS-CURRENT-STEP       TO WS-LOOK-STEP
010932     PERFORM 3770-LOOKUP-NODE-TYPE THRU 3770-EXIT
010933     MOVE WS-LOOK-NODE          TO WS-NODE-SWITCH
010934     IF WS-AT-CONTROL-NODE
010935        PERFORM 3120-DISPATCH-CONTROL-NODE THRU 3120-EXIT
010936        GO TO 3100-EXIT
010937     END-IF
010940     MOVE WS-CURRENT-STEP       TO SC-STEP-NAME
010950     PERFORM 3140-BUILD-TIMESTAMP THRU 3140-EXIT
010960     MOVE WS-TIMESTAMP-FIELD    TO SC-START-TIMESTAMP
011070     PERFORM 3105-CHECK-CYCLE-GUARD THRU 3105-EXIT
011080     IF NOT WS-ABEND-OCCURRED AND NOT WS-STEP-SKIPPED
011090        PERFORM 3110-EXECUTE-CURRENT-STEP THRU 3110-EXIT
011092     END-IF
011094     IF WS-BRANCH-MODE
011096        ADD 1 TO WS-BRANCH-STEP-COUNT
011100     END-IF
011110     PERFORM 3140-BUILD-TIMESTAMP THRU 3140-EXIT
011120     MOVE WS-TIMESTAMP-FIELD    TO SC-END-TIMESTAMP
011560        GO TO 3100-EXIT
011570     END-IF
011580     IF WS-STEP-ROUTED
011590        MOVE WS-FAIL-ROUTE-STEP TO WS-NEXT-STEP
011600     ELSE
011610        PERFORM 3500-LOOKUP-NEXT-STEP THRU 3500-EXIT
011620     END-IF
011630     PERFORM 3550-RESOLVE-BRANCH-TARGET THRU 3550-EXIT
011631     MOVE WS-NEXT-STEP TO WS-CURRENT-STEP.
011640 3100-EXIT.
011650     EXIT.
011660
012150         ON EXCEPTION
012160             DISPLAY 'PROGRAMA01 - SUBPROGRAMA INDISPONIVEL - '
012170                     WS-CALL-PROGRAM
012171             SET WS-ABEND-OCCURRED TO TRUE
012172             MOVE 16 TO SC-RETURN-CODE
012173     END-CALL
012174     PERFORM 3250-ACCUM-STEP-RECS THRU 3250-EXIT
012175     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
012176        AND NOT WS-ABEND-OCCURRED
012177        PERFORM 3300-HANDLE-STEP-FAILURE THRU 3300-EXIT
012178     END-IF.
012179 3110-EXIT.
012180     EXIT.
012181
012182*----------------------------------------------------------------*
012183* 3120-DISPATCH-CONTROL-NODE - PASSAGEM POR UMA BIFURCACAO OU    *
012184*                              JUNCAO: COMANDOS DO OPERADOR,     *
012185*                              GUARDA DE CICLO, AUDITORIA E      *
012186*                              CHECKPOINT, SEM SUBPROGRAMA.      *
012187*                              STOP-AFTER NUMA JUNCAO (OU NUMA   *
012188*                              BIFURCACAO SERIAL) PARA A CADEIA  *
012189*                              LOGO DEPOIS DELA.                 *
012190*----------------------------------------------------------------*
012191 3120-DISPATCH-CONTROL-NODE.
012192     MOVE WS-CURRENT-STEP TO SC-STEP-NAME
012193     MOVE 'N' TO WS-SKIP-SWITCH
012194     PERFORM 3060-CHECK-OPR-COMMANDS THRU 3060-EXIT
012195     PERFORM 3105-CHECK-CYCLE-GUARD THRU 3105-EXIT
012196     IF WS-ABEND-OCCURRED
012197        GO TO 3120-EXIT
012198     END-IF
012199     IF WS-AT-FORK-NODE
012200        PERFORM 3130-ENTER-FORK THRU 3130-EXIT
012201     ELSE
012202        PERFORM 3135-PASS-JOIN THRU 3135-EXIT
012203     END-IF
012204     IF WS-ABEND-OCCURRED
012205        GO TO 3120-EXIT
012206     END-IF
012207     IF WS-STOP-AFTER-STEP IS EQUAL TO WS-CURRENT-STEP
012208        AND WS-STOP-AFTER-STEP IS NOT EQUAL TO SPACES
012209        AND NOT WS-PARKED-AT-FORK
012210        DISPLAY 'PROGRAMA01 - PARADA CONTROLADA SOLICITADA '
012211                'PELO OPERADOR APOS - ' WS-CURRENT-STEP
012212        MOVE 'OPRSTOP '         TO WS-AUDIT-EVENT
012213        PERFORM 3150-WRITE-AUDIT-RECORD THRU 3150-EXIT
012214        SET WS-STOP-REQUESTED TO TRUE
012215        PERFORM 3095-CLEAR-OPR-COMMAND THRU 3095-EXIT
012216        GO TO 3120-EXIT
012217     END-IF
012218     MOVE WS-NEXT-STEP TO WS-CURRENT-STEP.
012219 3120-EXIT.
012220     EXIT.
012221
012222*----------------------------------------------------------------*
012223* 3130-ENTER-FORK - BIFURCACAO PARALELA: O TRONCO LIBERA OS      *
012224*                   RAMOS PARA OS SEUS JOBS (CARTAO RAMO=),      *
012225*                   GRAVA O CHECKPOINT 'F' E PARA COM RC=3; A    *
012226*                   RETOMADA SEGUE PELA JUNCAO (1250).           *
012227*                   BIFURCACAO SERIAL (OU EXECUCAO PARCIAL       *
012228*                   START-AT, QUE NAO GRAVA CHECKPOINT): OS      *
012229*                   RAMOS RODAM AQUI MESMO, UM APOS O OUTRO, NA  *
012230*                   ORDEM DAS LINHAS DO STEPSEQ (3550).          *
012231*----------------------------------------------------------------*
012232 3130-ENTER-FORK.
012233     MOVE WS-CURRENT-STEP TO WS-LOOK-STEP
012234     PERFORM 3790-LOOKUP-FORK THRU 3790-EXIT
012235     IF WS-LOOK-FORK IS EQUAL TO ZERO
012236        DISPLAY 'PROGRAMA01 - BIFURCACAO SEM RAMOS NO STEPSEQ - '
012237                WS-CURRENT-STEP
012238        SET WS-ABEND-OCCURRED TO TRUE
012239        MOVE 16 TO SC-RETURN-CODE
012240        GO TO 3130-EXIT
012241     END-IF
012242     MOVE 'FORK    '            TO WS-AUDIT-EVENT
012243     PERFORM 3150-WRITE-AUDIT-RECORD THRU 3150-EXIT
012244     IF BRP-FORK-PARALLEL (WS-LOOK-FORK)
012245        AND NOT WS-START-AT-GIVEN
012246        DISPLAY 'PROGRAMA01 - BIFURCACAO ' WS-CURRENT-STEP
012247                ' - RAMOS LIBERADOS PARA EXECUCAO PARALELA'
012248        PERFORM 3132-DISPLAY-BRANCH THRU 3132-EXIT
012249            VARYING WS-BR-SUB FROM 1 BY 1
012250            UNTIL WS-BR-SUB IS GREATER THAN BRP-BRANCH-COUNT
012251        MOVE WS-CURRENT-STEP TO WS-PARK-FORK
012252        MOVE WS-LOOK-FORK    TO WS-RPT-FORK-SUB
012253        MOVE WS-CURRENT-STEP TO WS-CKPT-PUT-STEP
012254        MOVE 'F'             TO WS-CKPT-PUT-STATUS
012255        PERFORM 3440-PUT-CHECKPOINT THRU 3440-EXIT
012256        IF NOT WS-ABEND-OCCURRED
012257           SET WS-PARKED-AT-FORK TO TRUE
012258        END-IF
012259        MOVE 'FIM-PROC' TO WS-NEXT-STEP
012260        GO TO 3130-EXIT
012261     END-IF
012262     DISPLAY 'PROGRAMA01 - BIFURCACAO ' WS-CURRENT-STEP
012263             ' - RAMOS EXECUTADOS EM SERIE PELO TRONCO'
012264     IF NOT WS-START-AT-GIVEN
012265        PERFORM 3400-WRITE-CHECKPOINT THRU 3400-EXIT
012266     END-IF
012267     PERFORM 3500-LOOKUP-NEXT-STEP THRU 3500-EXIT.
012268 3130-EXIT.
012269     EXIT.
012270
012271*----------------------------------------------------------------*
012272* 3132-DISPLAY-BRANCH - LISTA UM RAMO LIBERADO DA BIFURCACAO     *
012273*----------------------------------------------------------------*
012274 3132-DISPLAY-BRANCH.
012275     IF BRP-BR-FORK (WS-BR-SUB) IS EQUAL TO WS-LOOK-FORK
012276        DISPLAY 'PROGRAMA01 -    RAMO ' BRP-BR-LABEL (WS-BR-SUB)
012277                ' - CARTAO RAMO=' BRP-BR-START (WS-BR-SUB)
012278     END-IF.
012279 3132-EXIT.
012280     EXIT.
012281
012282*----------------------------------------------------------------*
012283* 3135-PASS-JOIN - JUNCAO ALCANCADA PELO TRONCO (RAMOS JA        *
012284*                  CONFERIDOS OU RODADOS EM SERIE): AUDITA,      *
012285*                  GRAVA O CHECKPOINT E SEGUE A CADEIA           *
012286*----------------------------------------------------------------*
012287 3135-PASS-JOIN.
012288     DISPLAY 'PROGRAMA01 - JUNCAO ' WS-CURRENT-STEP
012289             ' - RAMOS CONCLUIDOS, CADEIA SEGUE'
012290     MOVE 'JOIN    '            TO WS-AUDIT-EVENT
012291     PERFORM 3150-WRITE-AUDIT-RECORD THRU 3150-EXIT
012292     IF NOT WS-START-AT-GIVEN
012293        PERFORM 3400-WRITE-CHECKPOINT THRU 3400-EXIT
012294     END-IF
012295     PERFORM 3500-LOOKUP-NEXT-STEP THRU 3500-EXIT.
012296 3135-EXIT.
012297     EXIT.
012298
012299*----------------------------------------------------------------*
012300* 3140-BUILD-TIMESTAMP - MONTA O CARIMBO DE DATA/HORA CORRENTE   *
012310*                        EM WS-TIMESTAMP-FIELD                   *
012320*----------------------------------------------------------------*
012400
012410*----------------------------------------------------------------*
012420* 3150-WRITE-AUDIT-RECORD - GRAVA UMA LINHA NA TRILHA DE AUDITO- *
012430*                          RIA COM CARIMBO DE TEMPO E O RAMO     *
012432*                          (PRIMEIRA ETAPA) DA ETAPA, SE HOUVER  *
012440*----------------------------------------------------------------*
012450 3150-WRITE-AUDIT-RECORD.
012460     MOVE SPACES TO AUDIT-RECORD
012490     MOVE WS-RUN-ID             TO AUD-RUN-ID
012500     MOVE WS-CURRENT-STEP       TO AUD-STEP-NAME
012510     MOVE WS-AUDIT-EVENT        TO AUD-EVENT
012511     IF WS-BRANCH-MODE
012512        MOVE WS-BRANCH-START    TO AUD-BRANCH
012513     ELSE
012514        MOVE WS-CURRENT-STEP    TO WS-LOOK-STEP
012515        PERFORM 3780-LOOKUP-STEP-BRANCH THRU 3780-EXIT
012516        IF WS-LOOK-BRANCH IS GREATER THAN ZERO
012517           MOVE BRP-BR-START (WS-LOOK-BRANCH) TO AUD-BRANCH
012518        END-IF
012519     END-IF
012520     WRITE AUDIT-RECORD
012530     IF NOT WS-AUDIT-OK
012540        DISPLAY 'PROGRAMA01 - ERRO AO GRAVAR STPAUDIT - '
012850     MOVE SC-RETURN-CODE     TO ALT-RETURN-CODE
012860     MOVE SC-END-TIMESTAMP   TO ALT-FAIL-TIMESTAMP
012870     MOVE WS-LAST-CKPT-STEP  TO ALT-LAST-CKPT-STEP
012871     IF WS-BRANCH-MODE
012872        MOVE WS-BRANCH-START TO ALT-BRANCH
012873     ELSE
012874        MOVE WS-CURRENT-STEP TO WS-LOOK-STEP
012875        PERFORM 3780-LOOKUP-STEP-BRANCH THRU 3780-EXIT
012876        IF WS-LOOK-BRANCH IS GREATER THAN ZERO
012877           MOVE BRP-BR-START (WS-LOOK-BRANCH) TO ALT-BRANCH
012878        END-IF
012879     END-IF
012880     WRITE ALERT-RECORD
012890     CLOSE ALERT-FILE
012900     DISPLAY 'PROGRAMA01 - ALERTA DE FALHA GRAVADO EM STPALERT '
013750
013760*----------------------------------------------------------------*
013770* 3400-WRITE-CHECKPOINT - GRAVA A ULTIMA ETAPA CONCLUIDA PARA    *
013771*                         PERMITIR RETOMADA (STPCKPT)            *
013772*----------------------------------------------------------------*
013773 3400-WRITE-CHECKPOINT.
013774     MOVE WS-CURRENT-STEP TO WS-CKPT-PUT-STEP
013775     MOVE 'S'             TO WS-CKPT-PUT-STATUS
013776     PERFORM 3440-PUT-CHECKPOINT THRU 3440-EXIT
013777     IF NOT WS-ABEND-OCCURRED
013778        MOVE WS-CURRENT-STEP TO WS-LAST-CKPT-STEP
013780     END-IF.
013781 3400-EXIT.
013782     EXIT.
013783
013784*----------------------------------------------------------------*
013785* 3420-WRITE-BRANCH-DONE - JOB DE RAMO QUE CHEGOU A JUNCAO: GRAVA*
013786*                          O CHECKPOINT 'C' (RAMO CONCLUIDO) QUE *
013787*                          O TRONCO CONFERE NA RETOMADA. NAO E   *
013788*                          LIMPO, PARA UMA RESSUBMISSAO DO RAMO  *
013790*                          NAO RODAR DE NOVO.                    *
013791*----------------------------------------------------------------*
013792 3420-WRITE-BRANCH-DONE.
013793     MOVE WS-LAST-CKPT-STEP TO WS-CKPT-PUT-STEP
013794     MOVE 'C'               TO WS-CKPT-PUT-STATUS
013795     PERFORM 3440-PUT-CHECKPOINT THRU 3440-EXIT.
013796 3420-EXIT.
013797     EXIT.
013798
013800*----------------------------------------------------------------*
013801* 3440-PUT-CHECKPOINT - REGRAVA O STPCKPT COM A ETAPA E A        *
013802*                       SITUACAO PEDIDAS ('S' ETAPA CONCLUIDA,   *
013803*                       'F' TRONCO PARADO NA BIFURCACAO, 'C'     *
013804*                       RAMO CONCLUIDO), A EXECUCAO, A           *
013805*                       DATA-MOVIMENTO E, NO JOB DE RAMO, O RAMO *
013806*                       E SEUS TOTAIS                            *
013807*----------------------------------------------------------------*
013808 3440-PUT-CHECKPOINT.
013810     OPEN OUTPUT CHECKPOINT-FILE
013820     IF NOT WS-CKPT-OK
013830        DISPLAY 'PROGRAMA01 - ERRO AO ABRIR STPCKPT PARA GRAVAR '
013840                WS-CKPT-STATUS
013841        SET WS-ABEND-OCCURRED TO TRUE
013842        MOVE 16 TO SC-RETURN-CODE
013843        GO TO 3440-EXIT
013844     END-IF
013846     MOVE SPACES              TO CKPT-RECORD
013847     MOVE WS-CKPT-PUT-STEP    TO CKPT-STEP-NAME
013848     MOVE WS-CKPT-PUT-STATUS  TO CKPT-STATUS
013849     MOVE WS-RUN-ID           TO CKPT-RUN-ID
013850     MOVE WS-BUSINESS-DATE    TO CKPT-BUSINESS-DATE
013852     MOVE WS-RUN-START-TS     TO CKPT-FIRST-START-TS
013853     MOVE ZERO                TO CKPT-STEP-COUNT
013854     IF CKPT-AT-FORK
013855        MOVE WS-CKPT-PUT-STEP TO CKPT-FORK-NAME
013856     END-IF
013858     IF WS-BRANCH-MODE
013859        MOVE WS-PARK-FORK         TO CKPT-FORK-NAME
013860        MOVE WS-BRANCH-START      TO CKPT-BRANCH-START
013861        MOVE WS-BRANCH-FIRST-TS   TO CKPT-FIRST-START-TS
013862        MOVE WS-BRANCH-STEP-COUNT TO CKPT-STEP-COUNT
013864     END-IF
013865     PERFORM 3140-BUILD-TIMESTAMP THRU 3140-EXIT
013866     MOVE WS-TIMESTAMP-FIELD  TO CKPT-WRITTEN-TS
013867     IF WS-WARNING-OCCURRED
013868        MOVE 'S' TO CKPT-WARNING-FLAG
013870     ELSE
013880        MOVE 'N' TO CKPT-WARNING-FLAG
013890     END-IF
013900     WRITE CKPT-RECORD
013910     CLOSE CHECKPOINT-FILE.
013920 3440-EXIT.
013940     EXIT.
013950
013960*----------------------------------------------------------------*
014250            OR WS-STEP-FOUND
014260     IF WS-STEP-NOT-FOUND
014270        DISPLAY 'PROGRAMA01 - ETAPA NAO ENCONTRADA EM STEPSEQ - '
014271                WS-CURRENT-STEP
014272        SET WS-ABEND-OCCURRED TO TRUE
014273        MOVE 16 TO SC-RETURN-CODE
014274     END-IF.
014275 3500-EXIT.
014276     EXIT.
014277
014278*----------------------------------------------------------------*
014279* 3550-RESOLVE-BRANCH-TARGET - AJUSTA A PROXIMA ETAPA QUANDO A   *
014280*                              CADEIA CHEGA A UMA JUNCAO: NO JOB *
014281*                              DE RAMO, A JUNCAO DO RAMO ENCERRA *
014282*                              O JOB (E ETAPA FORA DO RAMO E     *
014283*                              ERRO); NO TRONCO, O FIM DE UM     *
014284*                              RAMO DE BIFURCACAO SERIAL PASSA   *
014285*                              AO RAMO SEGUINTE, E SO O ULTIMO   *
014286*                              SEGUE PARA A JUNCAO               *
014287*----------------------------------------------------------------*
014288 3550-RESOLVE-BRANCH-TARGET.
014289     IF WS-ABEND-OCCURRED OR WS-NEXT-STEP IS EQUAL TO SPACES
014290        GO TO 3550-EXIT
014291     END-IF
014292     IF WS-BRANCH-MODE
014293        IF WS-NEXT-STEP IS EQUAL TO WS-BRANCH-JOIN
014294           IF NOT WS-FORECAST-MODE
014295              DISPLAY 'PROGRAMA01 - RAMO '
014296                      BRP-BR-LABEL (WS-BRANCH-SUB)
014297                      ' CHEGOU A JUNCAO ' WS-BRANCH-JOIN
014298           END-IF
014300           SET WS-BRANCH-REACHED-JOIN TO TRUE
014301           MOVE 'FIM-PROC' TO WS-NEXT-STEP
014302           GO TO 3550-EXIT
014303        END-IF
014304        MOVE WS-NEXT-STEP TO WS-LOOK-STEP
014305        PERFORM 3780-LOOKUP-STEP-BRANCH THRU 3780-EXIT
014306        IF WS-LOOK-BRANCH IS NOT EQUAL TO WS-BRANCH-SUB
014307           DISPLAY 'PROGRAMA01 - ENCADEAMENTO SAI DO RAMO '
014308                   BRP-BR-LABEL (WS-BRANCH-SUB) ' - '
014309                   WS-CURRENT-STEP '-> ' WS-NEXT-STEP
014310           SET WS-ABEND-OCCURRED TO TRUE
014311           MOVE 16 TO SC-RETURN-CODE
014312        END-IF
014313        GO TO 3550-EXIT
014314     END-IF
014315     MOVE WS-NEXT-STEP TO WS-LOOK-STEP
014316     PERFORM 3770-LOOKUP-NODE-TYPE THRU 3770-EXIT
014317     IF NOT WS-LOOK-IS-JOIN
014318        GO TO 3550-EXIT
014319     END-IF
014320     MOVE WS-CURRENT-STEP TO WS-LOOK-STEP
014321     PERFORM 3780-LOOKUP-STEP-BRANCH THRU 3780-EXIT
014322     MOVE WS-LOOK-BRANCH TO WS-FROM-BRANCH
014323     IF WS-FROM-BRANCH IS EQUAL TO ZERO
014324        GO TO 3550-EXIT
014325     END-IF
014326     MOVE ZERO TO WS-BR-SUB2
014327     PERFORM 3560-FIND-NEXT-BRANCH THRU 3560-EXIT
014328         VARYING WS-BR-SUB FROM 1 BY 1
014330         UNTIL WS-BR-SUB IS GREATER THAN BRP-BRANCH-COUNT
014331            OR WS-BR-SUB2 IS GREATER THAN ZERO
014332     IF WS-BR-SUB2 IS GREATER THAN ZERO
014333        IF NOT WS-FORECAST-MODE
014334           DISPLAY 'PROGRAMA01 - RAMO '
014335                   BRP-BR-LABEL (WS-FROM-BRANCH)
014336                   ' CONCLUIDO, SEGUE PARA O RAMO '
014337                   BRP-BR-LABEL (WS-BR-SUB2)
014338        END-IF
014339        MOVE BRP-BR-START (WS-BR-SUB2) TO WS-NEXT-STEP
014340     END-IF.
014341 3550-EXIT.
014342     EXIT.
014343
014344*----------------------------------------------------------------*
014345* 3560-FIND-NEXT-BRANCH - PROCURA O RAMO SEGUINTE DA MESMA       *
014346*                         BIFURCACAO (ORDEM DO STEPSEQ)          *
014347*----------------------------------------------------------------*
014348 3560-FIND-NEXT-BRANCH.
014349     IF BRP-BR-FORK (WS-BR-SUB) IS EQUAL TO
014350                               BRP-BR-FORK (WS-FROM-BRANCH)
014351        AND BRP-BR-ORDINAL (WS-BR-SUB) IS EQUAL TO
014352                               BRP-BR-ORDINAL (WS-FROM-BRANCH) + 1
014353        MOVE WS-BR-SUB TO WS-BR-SUB2
014354     END-IF.
014355 3560-EXIT.
014356     EXIT.
014357
014358*----------------------------------------------------------------*
014360* 3600-SEARCH-STEP - COMPARA UMA ENTRADA DA TABELA               *
014370*----------------------------------------------------------------*
014380 3600-SEARCH-STEP.
014600*----------------------------------------------------------------*
014610* 3750-SEARCH-CATALOG - COMPARA UMA ENTRADA DO CATALOGO COM A    *
014620*                       ETAPA CORRENTE                           *
014621*----------------------------------------------------------------*
014622 3750-SEARCH-CATALOG.
014623     IF WS-CAT-STEP-NAME (WS-CAT-IDX) IS EQUAL TO WS-CURRENT-STEP
014624        SET WS-CAT-FOUND TO TRUE
014625        SET WS-CAT-FOUND-IDX TO WS-CAT-IDX
014626     END-IF.
014627 3750-EXIT.
014628     EXIT.
014629
014630*----------------------------------------------------------------*
014631* 3770-LOOKUP-NODE-TYPE - TIPO NO CATALOGO DE WS-LOOK-STEP       *
014632*                         (BRANCO ETAPA, B BIFURCACAO, J JUNCAO) *
014633*----------------------------------------------------------------*
014634 3770-LOOKUP-NODE-TYPE.
014636     MOVE SPACE TO WS-LOOK-NODE
014637     PERFORM 3775-MATCH-NODE THRU 3775-EXIT
014638         VARYING WS-NODE-SUB FROM 1 BY 1
014639         UNTIL WS-NODE-SUB IS GREATER THAN WS-STEP-CAT-COUNT.
014640 3770-EXIT.
014641     EXIT.
014642
014643*----------------------------------------------------------------*
014644* 3775-MATCH-NODE - COMPARA UMA ENTRADA DO CATALOGO              *
014645*----------------------------------------------------------------*
014646 3775-MATCH-NODE.
014647     IF WS-CAT-STEP-NAME (WS-NODE-SUB) IS EQUAL TO WS-LOOK-STEP
014648        MOVE WS-CAT-NODE-TYPE (WS-NODE-SUB) TO WS-LOOK-NODE
014649     END-IF.
014650 3775-EXIT.
014652     EXIT.
014653
014654*----------------------------------------------------------------*
014655* 3780-LOOKUP-STEP-BRANCH - RAMO DE WS-LOOK-STEP (INDICE NA      *
014656*                           TABELA DE RAMOS DO STPRAM; ZERO =    *
014657*                           ETAPA DO TRONCO)                     *
014658*----------------------------------------------------------------*
014659 3780-LOOKUP-STEP-BRANCH.
014660     MOVE ZERO TO WS-LOOK-BRANCH
014661     PERFORM 3785-MATCH-MAP THRU 3785-EXIT
014662         VARYING WS-MAP-SUB FROM 1 BY 1
014663         UNTIL WS-MAP-SUB IS GREATER THAN BRP-MAP-COUNT
014664            OR WS-LOOK-BRANCH IS GREATER THAN ZERO.
014665 3780-EXIT.
014666     EXIT.
014668
014669*----------------------------------------------------------------*
014670* 3785-MATCH-MAP - COMPARA UMA ETAPA DO MAPA DE RAMOS            *
014671*----------------------------------------------------------------*
014672 3785-MATCH-MAP.
014673     IF BRP-MAP-STEP (WS-MAP-SUB) IS EQUAL TO WS-LOOK-STEP
014674        MOVE BRP-MAP-BRANCH (WS-MAP-SUB) TO WS-LOOK-BRANCH
014675     END-IF.
014676 3785-EXIT.
014677     EXIT.
014678
014679*----------------------------------------------------------------*
014680* 3790-LOOKUP-FORK - INDICE DA BIFURCACAO WS-LOOK-STEP (ZERO =   *
014681*                    NAO E BIFURCACAO)                           *
014683*----------------------------------------------------------------*
014684 3790-LOOKUP-FORK.
014685     MOVE ZERO TO WS-LOOK-FORK
014686     PERFORM 3792-MATCH-FORK THRU 3792-EXIT
014687         VARYING WS-FORK-SUB FROM 1 BY 1
014688         UNTIL WS-FORK-SUB IS GREATER THAN BRP-FORK-COUNT
014689            OR WS-LOOK-FORK IS GREATER THAN ZERO.
014690 3790-EXIT.
014691     EXIT.
014692
014693*----------------------------------------------------------------*
014694* 3792-MATCH-FORK - COMPARA UMA BIFURCACAO                       *
014695*----------------------------------------------------------------*
014696 3792-MATCH-FORK.
014697     IF BRP-FORK-NAME (WS-FORK-SUB) IS EQUAL TO WS-LOOK-STEP
014699        MOVE WS-FORK-SUB TO WS-LOOK-FORK
014700     END-IF.
014701 3792-EXIT.
014702     EXIT.
014703
014704*----------------------------------------------------------------*
014705* 3795-LOOKUP-BRANCH-START - INDICE DO RAMO QUE COMECA EM        *
014706*                            WS-LOOK-STEP (ZERO = NENHUM)        *
014707*----------------------------------------------------------------*
014708 3795-LOOKUP-BRANCH-START.
014709     MOVE ZERO TO WS-LOOK-BRANCH
014710     PERFORM 3797-MATCH-BRANCH-START THRU 3797-EXIT
014711         VARYING WS-BR-SUB2 FROM 1 BY 1
014712         UNTIL WS-BR-SUB2 IS GREATER THAN BRP-BRANCH-COUNT
014713            OR WS-LOOK-BRANCH IS GREATER THAN ZERO.
014715 3795-EXIT.
014716     EXIT.
014717
014718*----------------------------------------------------------------*
014719* 3797-MATCH-BRANCH-START - COMPARA A PRIMEIRA ETAPA DE UM RAMO  *
014720*----------------------------------------------------------------*
014721 3797-MATCH-BRANCH-START.
014722     IF BRP-BR-START (WS-BR-SUB2) IS EQUAL TO WS-LOOK-STEP
014723        MOVE WS-BR-SUB2 TO WS-LOOK-BRANCH
014724     END-IF.
014725 3797-EXIT.
014726     EXIT.
014727
014728*----------------------------------------------------------------*
014730* 3800-LOOKUP-FAIL-STEP - CONSULTA EM STEPSEQ A SUCESSORA DE     *
014740*                         FALHA DA ETAPA CORRENTE (BRANCOS =     *
014750*                         SEM ROTA DE RECUPERACAO DEFINIDA)      *
014990
015000*-------------- SESSAO DE FINALIZACAO ---------------------------*
015010 FIM-PROC SECTION.
015011     IF WS-BRANCH-REACHED-JOIN
015012        MOVE WS-BRANCH-JOIN  TO WS-CURRENT-STEP
015013        MOVE 'BRANCHOK'      TO WS-AUDIT-EVENT
015014        PERFORM 3150-WRITE-AUDIT-RECORD THRU 3150-EXIT
015015     END-IF
015020     MOVE 'FIM-PROC'         TO WS-CURRENT-STEP
015030     MOVE 'FIM-PROC'         TO SC-STEP-NAME
015040     DISPLAY SC-STEP-NAME
015170     PERFORM 9000-WRITE-SUMMARY-REPORT THRU 9000-EXIT
015180     CLOSE AUDIT-FILE
015190     IF NOT WS-ABEND-OCCURRED AND NOT WS-START-AT-GIVEN
015200        AND NOT WS-STOP-REQUESTED AND NOT WS-PARKED-AT-FORK
015202        AND NOT WS-BRANCH-MODE
015210        PERFORM 3450-CLEAR-CHECKPOINT THRU 3450-EXIT
015212     END-IF
015214     IF WS-BRANCH-REACHED-JOIN AND NOT WS-ABEND-OCCURRED
015216        PERFORM 3420-WRITE-BRANCH-DONE THRU 3420-EXIT
015220     END-IF
015230     EVALUATE TRUE
015240         WHEN WS-ABEND-OCCURRED
015290             DISPLAY 'PROGRAMA01 - PARADA CONTROLADA PELO '
015300                     'OPERADOR, CHECKPOINT PRESERVADO - RC = 2'
015310             MOVE 2 TO RETURN-CODE
015311         WHEN WS-PARKED-AT-FORK
015312             DISPLAY 'PROGRAMA01 - TRONCO PARADO NA BIFURCACAO '
015313                     WS-PARK-FORK ' - AGUARDANDO OS RAMOS'
015314             DISPLAY 'PROGRAMA01 - RESSUBMETA O TRONCO QUANDO OS '
015315                     'RAMOS TERMINAREM - RC = 3'
015316             MOVE 3 TO RETURN-CODE
015320         WHEN WS-WARNING-OCCURRED
015330             DISPLAY 'PROGRAMA01 - ENCERRADO COM AVISO: FALHA '
015340                     'DE ETAPA TRATADA PELA CADEIA - RC = 4'
015360         WHEN OTHER
015370             MOVE ZERO TO RETURN-CODE
015380     END-EVALUATE
015390     IF NOT WS-BRANCH-MODE
015392        PERFORM 9300-REGISTER-RUN THRU 9300-EXIT
015395     END-IF
015400     STOP RUN.
015410 FIM-PROC-EXIT.
015420     EXIT.
015460*----------------------------------------------------------------*
015470* 7000-FORECAST-ROUTE - MODO DE PREVISAO: IMPRIME EM STPRPT A    *
015480*                       ROTA PLANEJADA DESTA NOITE, DO PONTO DE  *
015490*                       PARTIDA JA POSICIONADO (CHECKPOINT,      *
015500*                       START-AT= OU RAMO=) ATE FIM-PROC (NO JOB *
015501*                       DE RAMO, ATE A JUNCAO), SEM EXECUTAR     *
015510*                       ETAPAS, SEM GRAVAR STPCKPT E SEM TOCAR   *
015520*                       STPAUDIT OU RUNREG. PREVISAO COMPLETA    *
015530*                       TERMINA COM RC=1, PARA OS STEPS DE       *
015790         INTO REPORT-LINE
015800     WRITE REPORT-LINE
015810     MOVE SPACES TO REPORT-LINE
015811     EVALUATE TRUE
015812         WHEN WS-BRANCH-MODE AND WS-CHECKPOINT-EXISTS
015813             STRING 'ORIGEM: RAMO '         DELIMITED BY SIZE
015815                    BRP-BR-LABEL (WS-BRANCH-SUB)
015816                                            DELIMITED BY SIZE
015817                    ' RETOMADO APOS - '     DELIMITED BY SIZE
015818                    WS-LAST-CKPT-STEP       DELIMITED BY SIZE
015820                 INTO REPORT-LINE
015821         WHEN WS-BRANCH-MODE
015822             STRING 'ORIGEM: RAMO '         DELIMITED BY SIZE
015823                    BRP-BR-LABEL (WS-BRANCH-SUB)
015825                                            DELIMITED BY SIZE
015826                    ' - CARTAO RAMO='       DELIMITED BY SIZE
015827                    WS-BRANCH-START         DELIMITED BY SIZE
015828                 INTO REPORT-LINE
015830         WHEN WS-START-AT-GIVEN
015840             STRING 'ORIGEM: CARTAO START-AT - '
015850                                            DELIMITED BY SIZE
016090     WRITE REPORT-LINE
016100     MOVE SPACES TO REPORT-LINE
016110     EVALUATE TRUE
016112         WHEN WS-ROUTE-REACHED-END AND WS-BRANCH-MODE
016114             MOVE 'SITUACAO: ROTA DO RAMO COMPLETA ATE A JUNCAO'
016116               TO REPORT-LINE
016118             MOVE 1 TO RETURN-CODE
016120         WHEN WS-ROUTE-REACHED-END
016130             MOVE 'SITUACAO: ROTA COMPLETA ATE FIM-PROC'
016140               TO REPORT-LINE
016360*----------------------------------------------------------------*
016370* 7100-FORECAST-ONE-HOP - IMPRIME A ETAPA CORRENTE DA ROTA E     *
016380*                         AVANCA PELA SUCESSORA NORMAL, SEM      *
016390*                         EXECUTAR NADA. BIFURCACAO VAI A 7300   *
016400*----------------------------------------------------------------*
016410 7100-FORECAST-ONE-HOP.
016420     IF WS-CURRENT-STEP IS EQUAL TO 'FIM-PROC'
016430        MOVE SPACES TO REPORT-LINE
016440        IF WS-BRANCH-REACHED-JOIN
016441           STRING '      '              DELIMITED BY SIZE
016442                  WS-BRANCH-JOIN        DELIMITED BY SPACE
016443                  ' (JUNCAO - FIM DO RAMO)'
016444                                        DELIMITED BY SIZE
016445               INTO REPORT-LINE
016446        ELSE
016447           MOVE '      FIM-PROC' TO REPORT-LINE
016448        END-IF
016450        WRITE REPORT-LINE
016460        MOVE 'F' TO WS-ROUTE-DONE-SWITCH
016470        GO TO 7100-EXIT
016490     ADD 1 TO WS-ROUTE-HOPS
016500     IF WS-ROUTE-HOPS IS GREATER THAN WS-STEP-SEQ-COUNT + 1
016510        MOVE 'L' TO WS-ROUTE-DONE-SWITCH
016511        GO TO 7100-EXIT
016512     END-IF
016513     MOVE WS-CURRENT-STEP TO WS-LOOK-STEP
016514     PERFORM 3770-LOOKUP-NODE-TYPE THRU 3770-EXIT
016515     IF WS-LOOK-IS-FORK
016516        PERFORM 7300-FORECAST-FORK THRU 7300-EXIT
016520        GO TO 7100-EXIT
016530     END-IF
016540     MOVE SPACES TO WS-NEXT-STEP
016630        GO TO 7100-EXIT
016640     END-IF
016650     PERFORM 7200-WRITE-ROUTE-LINE THRU 7200-EXIT
016655     PERFORM 3550-RESOLVE-BRANCH-TARGET THRU 3550-EXIT
016660     MOVE WS-NEXT-STEP TO WS-CURRENT-STEP.
016670 7100-EXIT.
016680     EXIT.
016690
016700*----------------------------------------------------------------*
016710* 7200-WRITE-ROUTE-LINE - UMA LINHA DA ROTA, COM O RAMO DA ETAPA,*
016720*                         O SUBPROGRAMA DO CATALOGO E AS MARCAS  *
016721*                         DE BIFURCACAO/JUNCAO E DE ETAPA        *
016730*                         DESABILITADA OU FORA DO CATALOGO       *
016740*----------------------------------------------------------------*
016750 7200-WRITE-ROUTE-LINE.
016760     MOVE WS-ROUTE-HOPS TO WS-RPT-NUMERIC-EDIT
016761     MOVE SPACES TO WS-RPT-BRANCH-LABEL
016762     MOVE WS-CURRENT-STEP TO WS-LOOK-STEP
016763     PERFORM 3780-LOOKUP-STEP-BRANCH THRU 3780-EXIT
016764     IF WS-LOOK-BRANCH IS GREATER THAN ZERO
016765        MOVE BRP-BR-LABEL (WS-LOOK-BRANCH) TO WS-RPT-BRANCH-LABEL
016766     END-IF
016770     PERFORM 3700-LOOKUP-CATALOG THRU 3700-EXIT
016780     MOVE SPACES TO REPORT-LINE
016790     STRING '  '                            DELIMITED BY SIZE
016800            WS-RPT-NUMERIC-EDIT             DELIMITED BY SIZE
016810            ' '                             DELIMITED BY SIZE
016820            WS-RPT-BRANCH-LABEL             DELIMITED BY SIZE
016830            '  '                            DELIMITED BY SIZE
016831            WS-CURRENT-STEP                 DELIMITED BY SIZE
016832         INTO REPORT-LINE
016834     EVALUATE TRUE
016835         WHEN WS-CAT-NOT-FOUND
016837             MOVE ' *** SEM ENTRADA NO CATALOGO ***'
016838               TO REPORT-LINE (33:48)
016840         WHEN WS-CAT-FORK-NODE (WS-CAT-FOUND-IDX)
016841             MOVE ' (BIFURCACAO)' TO REPORT-LINE (33:48)
016842         WHEN WS-CAT-JOIN-NODE (WS-CAT-FOUND-IDX)
016844             MOVE ' (JUNCAO)' TO REPORT-LINE (33:48)
016845         WHEN WS-CAT-STEP-ENABLED (WS-CAT-FOUND-IDX)
016847             STRING ' VIA '                 DELIMITED BY SIZE
016848                    WS-CAT-PROGRAM (WS-CAT-FOUND-IDX)
016850                                            DELIMITED BY SIZE
016860                 INTO REPORT-LINE (33:48)
016870         WHEN OTHER
016880             MOVE ' (DESABILITADA - SERA CONTORNADA)'
016890               TO REPORT-LINE (33:48)
016900     END-EVALUATE
016902     WRITE REPORT-LINE.
016904 7200-EXIT.
016907     EXIT.
016909
016912*----------------------------------------------------------------*
016914* 7300-FORECAST-FORK - BIFURCACAO NA ROTA. PARALELA: LISTA OS    *
016916*                      RAMOS (CADA UM NO SEU JOB, O TRONCO PARA  *
016919*                      COM RC=3) E A ROTA CONTINUA NA JUNCAO.    *
016921*                      SERIAL (OU START-AT): A ROTA SEGUE PELO   *
016924*                      PRIMEIRO RAMO E OS DEMAIS VEM EM SEGUIDA  *
016926*----------------------------------------------------------------*
016928 7300-FORECAST-FORK.
016931     PERFORM 3790-LOOKUP-FORK THRU 3790-EXIT
016933     IF WS-LOOK-FORK IS EQUAL TO ZERO
016936        MOVE 'B' TO WS-ROUTE-DONE-SWITCH
016938        GO TO 7300-EXIT
016940     END-IF
016943     PERFORM 7200-WRITE-ROUTE-LINE THRU 7200-EXIT
016945     MOVE SPACES TO REPORT-LINE
016948     IF BRP-FORK-PARALLEL (WS-LOOK-FORK)
016950        AND NOT WS-START-AT-GIVEN
016952        MOVE '        RAMOS EM JOBS PROPRIOS (RAMO=), TRONCO PARA'
016955          TO REPORT-LINE
016957        MOVE ' COM RC=3' TO REPORT-LINE (52:9)
016960        WRITE REPORT-LINE
016962        PERFORM 7310-FORECAST-BRANCH THRU 7310-EXIT
016964            VARYING WS-BR-SUB FROM 1 BY 1
016967            UNTIL WS-BR-SUB IS GREATER THAN BRP-BRANCH-COUNT
016969        MOVE '        TRONCO RESSUBMETIDO SEGUE PELA JUNCAO'
016972          TO REPORT-LINE
016974        WRITE REPORT-LINE
016976        MOVE BRP-FORK-JOIN (WS-LOOK-FORK) TO WS-CURRENT-STEP
016979        GO TO 7300-EXIT
016981     END-IF
016984     MOVE '        RAMOS EXECUTADOS EM SERIE PELO TRONCO'
016986       TO REPORT-LINE
016988     WRITE REPORT-LINE
016991     MOVE SPACES TO WS-NEXT-STEP
016993     SET WS-STEP-NOT-FOUND TO TRUE
016996     PERFORM 3600-SEARCH-STEP THRU 3600-EXIT
016998         VARYING WS-SEQ-IDX FROM 1 BY 1
017001         UNTIL WS-SEQ-IDX IS GREATER THAN WS-STEP-SEQ-COUNT
017003            OR WS-STEP-FOUND
017005     MOVE WS-NEXT-STEP TO WS-CURRENT-STEP.
017008 7300-EXIT.
017010     EXIT.
017013
017015*----------------------------------------------------------------*
017017* 7310-FORECAST-BRANCH - CABECALHO E ETAPAS DE UM RAMO DA        *
017020*                        BIFURCACAO PARALELA, NA ORDEM DO RAMO   *
017022*----------------------------------------------------------------*
017025 7310-FORECAST-BRANCH.
017027     IF BRP-BR-FORK (WS-BR-SUB) IS NOT EQUAL TO WS-LOOK-FORK
017029        GO TO 7310-EXIT
017032     END-IF
017034     MOVE SPACES TO REPORT-LINE
017037     STRING '        RAMO '                 DELIMITED BY SIZE
017039            BRP-BR-LABEL (WS-BR-SUB)        DELIMITED BY SIZE
017041            ' - JOB COM CARTAO RAMO='       DELIMITED BY SIZE
017044            BRP-BR-START (WS-BR-SUB)        DELIMITED BY SIZE
017046         INTO REPORT-LINE
017049     WRITE REPORT-LINE
017051     PERFORM 7320-FORECAST-BRANCH-STEP THRU 7320-EXIT
017053         VARYING WS-FC-MAP-SUB FROM 1 BY 1
017056         UNTIL WS-FC-MAP-SUB IS GREATER THAN BRP-MAP-COUNT.
017058 7310-EXIT.
017061     EXIT.
017063
017065*----------------------------------------------------------------*
017068* 7320-FORECAST-BRANCH-STEP - UMA ETAPA DO RAMO NA ROTA          *
017070*----------------------------------------------------------------*
017073 7320-FORECAST-BRANCH-STEP.
017075     IF BRP-MAP-BRANCH (WS-FC-MAP-SUB) IS EQUAL TO WS-BR-SUB
017077        ADD 1 TO WS-ROUTE-HOPS
017080        MOVE BRP-MAP-STEP (WS-FC-MAP-SUB) TO WS-CURRENT-STEP
017082        PERFORM 7200-WRITE-ROUTE-LINE THRU 7200-EXIT
017085     END-IF.
017087 7320-EXIT.
017090     EXIT.
017100
017110*----------------------------------------------------------------*
017330            '  TIPO: '                      DELIMITED BY SIZE
017340            WS-RUN-TYPE                     DELIMITED BY SIZE
017350         INTO REPORT-LINE
017351     WRITE REPORT-LINE
017352     IF WS-BRANCH-MODE AND WS-BRANCH-SUB IS GREATER THAN ZERO
017354        MOVE SPACES            TO REPORT-LINE
017355        STRING 'RAMO '                      DELIMITED BY SIZE
017356               BRP-BR-LABEL (WS-BRANCH-SUB) DELIMITED BY SIZE
017358               ' A PARTIR DE '              DELIMITED BY SIZE
017359               WS-BRANCH-START              DELIMITED BY SPACE
017360               ' - BIFURCACAO '             DELIMITED BY SIZE
017362               WS-PARK-FORK                 DELIMITED BY SPACE
017363               ' / JUNCAO '                 DELIMITED BY SIZE
017364               WS-BRANCH-JOIN               DELIMITED BY SPACE
017366            INTO REPORT-LINE
017367        WRITE REPORT-LINE
017368     END-IF
017370     MOVE SPACES               TO REPORT-LINE
017380     WRITE REPORT-LINE
017390     MOVE SPACES               TO REPORT-LINE
017430     PERFORM 9050-WRITE-STAT-LINE THRU 9050-EXIT
017440         VARYING WS-STATS-IDX FROM 1 BY 1
017450         UNTIL WS-STATS-IDX IS GREATER THAN WS-STEP-STATS-MAX
017455     PERFORM 9060-WRITE-ORIGIN-TOTALS THRU 9060-EXIT
017457     PERFORM 9090-WRITE-BRANCH-SECTION THRU 9090-EXIT
017460     MOVE SPACES               TO REPORT-LINE
017470     WRITE REPORT-LINE
017480     MOVE SPACES               TO REPORT-LINE
017570
017580*----------------------------------------------------------------*
017590* 9050-WRITE-STAT-LINE - GRAVA UMA LINHA DO RELATORIO COM O NOME *
017600*                        DA ETAPA, A CONTAGEM DE EXECUCOES, OS   *
017610*                        REGISTROS LIDOS/GRAVADOS/REJEITADOS E O *
017612*                        RAMO ('-' = TRONCO). NO JOB DE RAMO SO  *
017614*                        ENTRAM AS ETAPAS DO RAMO.               *
017620*----------------------------------------------------------------*
017621 9050-WRITE-STAT-LINE.
017623     MOVE STATS-STEP-NAME (WS-STATS-IDX) TO WS-LOOK-STEP
017624     PERFORM 3780-LOOKUP-STEP-BRANCH THRU 3780-EXIT
017626     IF WS-BRANCH-MODE
017627        AND WS-LOOK-BRANCH IS NOT EQUAL TO WS-BRANCH-SUB
017629        GO TO 9050-EXIT
017630     END-IF
017632     IF WS-LOOK-BRANCH IS GREATER THAN ZERO
017633        MOVE BRP-BR-LABEL (WS-LOOK-BRANCH) TO WS-RPT-BRANCH-LABEL
017635     ELSE
017636        MOVE '-'                   TO WS-RPT-BRANCH-LABEL
017638     END-IF
017640     MOVE STATS-COUNT (WS-STATS-IDX) TO WS-RPT-NUMERIC-EDIT
017650     MOVE STATS-RECS-READ (WS-STATS-IDX)
017660                                     TO WS-RPT-READ-EDIT
017800            WS-RPT-REJ-EDIT                 DELIMITED BY SIZE
017802            '  '                            DELIMITED BY SIZE
017804            WS-RPT-HELD-EDIT                DELIMITED BY SIZE
017806            '   '                           DELIMITED BY SIZE
017808            WS-RPT-BRANCH-LABEL             DELIMITED BY SIZE
017810         INTO REPORT-LINE
017811     WRITE REPORT-LINE.
017812 9050-EXIT.
017813     EXIT.
017814
017815*----------------------------------------------------------------*
017816* 9060-WRITE-ORIGIN-TOTALS - ACRESCENTA AO RESUMO OS TOTAIS POR  *
017817*                            ORIGEM DO LOTE DO MOVIN (CLASSES    *
017818*                            'OV' VALIDADOS E 'OQ' QUARENTENA DA *
017819*                            MOVTOT). SEM MOVTOT OU SEM ESSAS    *
017820*                            CLASSES NADA E IMPRESSO; SE A       *
017821*                            TOTALIZACAO NAO RODOU NESTA         *
017822*                            CHAMADA, OS TOTAIS SAO OS DA ULTIMA *
017823*                            MOVTOT GRAVADA E O RESUMO AVISA     *
017824*----------------------------------------------------------------*
017825 9060-WRITE-ORIGIN-TOTALS.
017826     MOVE 'N' TO WS-ORG-HDR-SWITCH
017827     OPEN INPUT MOVTOT-FILE
017828     IF NOT WS-MOVTOT-OK
017829        GO TO 9060-EXIT
017830     END-IF
017831     PERFORM 9070-WRITE-ORIGIN-LINE THRU 9070-EXIT
017832         UNTIL WS-MOVTOT-EOF
017833     CLOSE MOVTOT-FILE
017834     IF NOT WS-ORG-HDR-WRITTEN
017835        GO TO 9060-EXIT
017836     END-IF
017837     MOVE 'N' TO WS-TOT-STEP-SWITCH
017838     PERFORM 9080-CHECK-TOTALS-STEP THRU 9080-EXIT
017839         VARYING WS-STATS-IDX FROM 1 BY 1
017840         UNTIL WS-STATS-IDX IS GREATER THAN WS-STEP-STATS-MAX
017841     IF NOT WS-TOT-STEP-RAN
017842        MOVE SPACES TO REPORT-LINE
017843        STRING '(S001-PROC3 NAO EXECUTADA NESTA CHAMADA - '
017844                                            DELIMITED BY SIZE
017845               'TOTAIS DA ULTIMA MOVTOT GRAVADA)'
017846                                            DELIMITED BY SIZE
017847            INTO REPORT-LINE
017848        WRITE REPORT-LINE
017849     END-IF.
017850 9060-EXIT.
017851     EXIT.
017852
017853*----------------------------------------------------------------*
017854* 9070-WRITE-ORIGIN-LINE - LE UM REGISTRO DA MOVTOT E, SE FOR    *
017855*                          TOTAL POR ORIGEM, GRAVA A LINHA NO    *
017856*                          RESUMO (O TITULO DA SECAO VAI ANTES   *
017857*                          DA PRIMEIRA)                          *
017858*----------------------------------------------------------------*
017860 9070-WRITE-ORIGIN-LINE.
017861     READ MOVTOT-FILE
017862         AT END
017863            SET WS-MOVTOT-EOF TO TRUE
017864            GO TO 9070-EXIT
017865     END-READ
017866     EVALUATE TOT-CLASS
017867         WHEN 'OV'
017868             MOVE 'VALIDADO'   TO WS-RPT-ORG-CLASS-TEXT
017869         WHEN 'OQ'
017870             MOVE 'QUARENTENA' TO WS-RPT-ORG-CLASS-TEXT
017871         WHEN OTHER
017872             GO TO 9070-EXIT
017873     END-EVALUATE
017874     IF NOT WS-ORG-HDR-WRITTEN
017875        MOVE SPACES TO REPORT-LINE
017876        WRITE REPORT-LINE
017877        MOVE 'TOTAIS POR ORIGEM DO MOVIN (MOVTOT)' TO REPORT-LINE
017878        WRITE REPORT-LINE
017879        MOVE 'ORIGEM   SITUACAO      QTDE          VALOR'
017880          TO REPORT-LINE
017881        WRITE REPORT-LINE
017882        SET WS-ORG-HDR-WRITTEN TO TRUE
017883     END-IF
017884     MOVE TOT-COUNT  TO WS-RPT-READ-EDIT
017885     MOVE TOT-AMOUNT TO WS-RPT-ORG-AMT-EDIT
017886     MOVE SPACES     TO REPORT-LINE
017887     STRING TOT-ORIGIN                      DELIMITED BY SIZE
017888            ' '                             DELIMITED BY SIZE
017889            WS-RPT-ORG-CLASS-TEXT           DELIMITED BY SIZE
017890            ' '                             DELIMITED BY SIZE
017891            WS-RPT-READ-EDIT                DELIMITED BY SIZE
017892            ' '                             DELIMITED BY SIZE
017893            WS-RPT-ORG-AMT-EDIT             DELIMITED BY SIZE
017894         INTO REPORT-LINE
017895     WRITE REPORT-LINE.
017896 9070-EXIT.
017897     EXIT.
017898
017899*----------------------------------------------------------------*
017900* 9080-CHECK-TOTALS-STEP - VERIFICA SE A TOTALIZACAO             *
017901*                          (S001-PROC3) FOI EXECUTADA NESTA      *
017902*                          CHAMADA                               *
017903*----------------------------------------------------------------*
017904 9080-CHECK-TOTALS-STEP.
017905     IF STATS-STEP-NAME (WS-STATS-IDX) IS EQUAL TO 'S001-PROC3'
017906        AND STATS-COUNT (WS-STATS-IDX) IS GREATER THAN ZERO
017907        SET WS-TOT-STEP-RAN TO TRUE
017908     END-IF.
017910 9080-EXIT.
017911     EXIT.
017912
017913*----------------------------------------------------------------*
017914* 9090-WRITE-BRANCH-SECTION - ACRESCENTA AO RESUMO OS RAMOS DA   *
017915*                             BIFURCACAO PARALELA: LIBERADOS     *
017916*                             (TRONCO PARADO NELA) OU CONFERIDOS *
017917*                             NA RETOMADA PELA JUNCAO, COM       *
017918*                             SITUACAO, ETAPAS, INICIO/TERMINO E *
017919*                             AVISO DE CADA RAMO                 *
017920*----------------------------------------------------------------*
017921 9090-WRITE-BRANCH-SECTION.
017922     IF WS-RPT-FORK-SUB IS EQUAL TO ZERO
017923        GO TO 9090-EXIT
017924     END-IF
017925     MOVE SPACES TO REPORT-LINE
017926     WRITE REPORT-LINE
017927     MOVE SPACES TO REPORT-LINE
017928     IF WS-PARKED-AT-FORK
017929        STRING 'RAMOS PARALELOS LIBERADOS NA BIFURCACAO '
017930                                            DELIMITED BY SIZE
017931               WS-PARK-FORK                 DELIMITED BY SIZE
017932            INTO REPORT-LINE
017933     ELSE
017934        STRING 'RAMOS PARALELOS DA BIFURCACAO '
017935                                            DELIMITED BY SIZE
017936               WS-PARK-FORK                 DELIMITED BY SPACE
017937               ' - EXECUCAO '               DELIMITED BY SIZE
017938               WS-PARKED-RUN-ID             DELIMITED BY SIZE
017939            INTO REPORT-LINE
017940     END-IF
017941     WRITE REPORT-LINE
017942     MOVE WS-RPT-BRANCH-HEADER TO REPORT-LINE
017943     WRITE REPORT-LINE
017944     PERFORM 9095-WRITE-BRANCH-LINE THRU 9095-EXIT
017945         VARYING WS-BR-SUB FROM 1 BY 1
017946         UNTIL WS-BR-SUB IS GREATER THAN BRP-BRANCH-COUNT.
017947 9090-EXIT.
017948     EXIT.
017949
017950*----------------------------------------------------------------*
017951* 9095-WRITE-BRANCH-LINE - UMA LINHA DA SECAO DE RAMOS           *
017952*----------------------------------------------------------------*
017953 9095-WRITE-BRANCH-LINE.
017954     IF BRP-BR-FORK (WS-BR-SUB) IS NOT EQUAL TO WS-RPT-FORK-SUB
017955        GO TO 9095-EXIT
017956     END-IF
017957     MOVE ZERO   TO WS-RPT-NUMERIC-EDIT
017958     MOVE SPACES TO WS-RPT-BRANCH-WARN
017960     MOVE SPACES TO REPORT-LINE
017961     IF WS-PARKED-AT-FORK
017962        MOVE 'LIBERADO'  TO WS-RPT-BRANCH-STATUS
017963     ELSE
017964        EVALUATE TRUE
017965            WHEN WS-BRR-COMPLETE (WS-BR-SUB)
017966                MOVE 'CONCLUIDO' TO WS-RPT-BRANCH-STATUS
017967            WHEN WS-BRR-IN-PROGRESS (WS-BR-SUB)
017968                MOVE 'PENDENTE'  TO WS-RPT-BRANCH-STATUS
017969            WHEN OTHER
017970                MOVE 'SEM CKPT'  TO WS-RPT-BRANCH-STATUS
017971        END-EVALUATE
017972        IF WS-BRR-STEP-COUNT (WS-BR-SUB) IS NUMERIC
017973           MOVE WS-BRR-STEP-COUNT (WS-BR-SUB)
017974             TO WS-RPT-NUMERIC-EDIT
017975        END-IF
017976        IF WS-BRR-WARNING (WS-BR-SUB) IS EQUAL TO 'S'
017977           MOVE 'SIM' TO WS-RPT-BRANCH-WARN
017978        END-IF
017979        IF WS-BRR-WARNING (WS-BR-SUB) IS EQUAL TO 'N'
017980           MOVE 'NAO' TO WS-RPT-BRANCH-WARN
017981        END-IF
017982        MOVE WS-BRR-FIRST-TS (WS-BR-SUB) TO REPORT-LINE (44:15)
017983        MOVE WS-BRR-END-TS (WS-BR-SUB)   TO REPORT-LINE (60:15)
017984     END-IF
017985     MOVE BRP-BR-LABEL (WS-BR-SUB)  TO REPORT-LINE (1:3)
017986     MOVE BRP-BR-START (WS-BR-SUB)  TO REPORT-LINE (6:20)
017987     MOVE WS-RPT-BRANCH-STATUS      TO REPORT-LINE (27:10)
017988     MOVE WS-RPT-NUMERIC-EDIT       TO REPORT-LINE (38:4)
017989     MOVE WS-RPT-BRANCH-WARN        TO REPORT-LINE (76:3)
017990     WRITE REPORT-LINE.
017991 9095-EXIT.
017992     EXIT.
017993
017994*----------------------------------------------------------------*
017995* 9100-CONVERT-TIME-TO-SECONDS - CONVERTE O CONTEUDO DE          *
017996*                                WS-TIME-CONV-FIELD (HHMMSSCC)   *
017997*                                EM SEGUNDOS DESDE A MEIA-NOITE, *
017998*                                DEVOLVIDO EM WS-CONV-RESULT-SECS*
017999*----------------------------------------------------------------*
018000 9100-CONVERT-TIME-TO-SECONDS.
018001     COMPUTE WS-CONV-RESULT-SECS =
018002             (WS-TB-HOURS * 3600) + (WS-TB-MINUTES * 60)
018003                                  +  WS-TB-SECONDS.
018004 9100-EXIT.
018005     EXIT.
018006
018007*----------------------------------------------------------------*
018008* 9300-REGISTER-RUN - ACRESCENTA A EXECUCAO AO REGISTRO ACUMULA- *
018010*                     TIVO RUNREG COM O RC FINAL JA DECIDIDO.    *
018020*                     RUNREG AINDA INEXISTENTE E CRIADO NA       *
018030*                     PRIMEIRA EXECUCAO.                         *
