000190*     COMPLETO;                                                  *
000200*   - TODA ETAPA DA CADEIA TEM ENTRADA NO CATALOGO DE ETAPAS     *
000210*     (STEPCAT), SEM O QUE O DESPACHO ABENDARIA NO MEIO DA       *
000220*     CADEIA;                                                    *
000221*   - OS RAMOS PARALELOS (BIFURCACAO TIPO B E JUNCAO TIPO J NO   *
000222*     CATALOGO) SAO BEM FORMADOS E RAMOS DA MESMA BIFURCACAO NAO *
000226*     GRAVAM O MESMO DD (ANALISE DO SUBPROGRAMA STPRAM).         *
000230* SEM ACHADOS: RC=0 E RELATORIO LIMPO EM VALRPT. QUALQUER        *
000240* ACHADO (INCLUSIVE STEPSEQ VAZIO OU ILEGIVEL): RC=8, PARA O     *
000250* ESCALONADOR SEGURAR O JOB PRINCIPAL.                           *
000350*                   CATALOGO (STEPCAT): ETAPA SEM ENTRADA NO     *
000360*                   CATALOGO E ERRO, POIS O DESPACHO DINAMICO    *
000370*                   DO PROGRA01 ABENDARIA AO ALCANCA-LA.         *
000371* 2026-10-15 EQP    RAMOS PARALELOS: LAYOUT DO STEPCAT NO COPY   *
000372*                   STEPCAT; A BIFURCACAO TEM UMA LINHA NO       *
000373*                   STEPSEQ POR RAMO (NAO E DUPLICIDADE);        *
000374*                   CRITICAS DOS RAMOS PELO STPRAM E LISTA DAS   *
000375*                   BIFURCACOES E RAMOS NO VALRPT. TABELAS       *
000376*                   AMPLIADAS PARA 40 ETAPAS.                    *
000380*----------------------------------------------------------------*
000390
000400 ENVIRONMENT DIVISION.
000620     05  SEQ-FAIL-STEP           PIC X(20).
000630
000640 FD  STEP-CAT-FILE.
000650     COPY STEPCAT.
000710
000720 FD  VAL-REPORT-FILE.
000730 01  VAL-REPORT-LINE            PIC X(80).
000890* TABELA DA SEQUENCIA DE ETAPAS (CARREGADA DE STEPSEQ), COM AS   *
000900* MARCAS DE VISITA DA CAMINHADA E DE LACO JA RELATADO            *
000910*----------------------------------------------------------------*
000920 77  WS-STEP-SEQ-MAX         PIC 9(04) COMP VALUE 40.
000930 77  WS-STEP-SEQ-COUNT       PIC 9(04) COMP VALUE ZERO.
000940 01  WS-STEP-SEQ-TABLE.
000950     05  WS-STEP-SEQ-ENTRY OCCURS 40 TIMES
000960                           INDEXED BY WS-SEQ-IDX
000970                                      WS-DUP-IDX.
000980         10  WS-SEQ-STEP-NAME    PIC X(20).
001060*----------------------------------------------------------------*
001070* ETAPAS CONHECIDAS (CARREGADAS DO CATALOGO STEPCAT)             *
001080*----------------------------------------------------------------*
001090 77  WS-KNOWN-MAX            PIC 9(04) COMP VALUE 40.
001100 77  WS-KNOWN-COUNT          PIC 9(04) COMP VALUE ZERO.
001110 01  WS-KNOWN-STEP-TABLE.
001120     05  WS-KNOWN-ENTRY OCCURS 40 TIMES
001130                        INDEXED BY WS-KNW-IDX.
001140         10  WS-KNOWN-STEP-NAME  PIC X(20).
001145         10  WS-KNOWN-NODE-TYPE  PIC X(01).
001150 77  WS-KNOWN-SWITCH         PIC X(01) VALUE 'N'.
001160     88  WS-STEP-KNOWN               VALUE 'Y'.
001170     88  WS-STEP-UNKNOWN             VALUE 'N'.
001173 77  WS-KNOWN-TYPE-FOUND     PIC X(01) VALUE SPACE.
001176     88  WS-KNOWN-IS-FORK            VALUE 'B'.
001180
001190*----------------------------------------------------------------*
001200* AREA DA CAMINHADA PELO ENCADEAMENTO                            *
001330 77  WS-FOUND-IDX            PIC 9(04) COMP VALUE ZERO.
001340 77  WS-PATH-COUNT           PIC 9(04) COMP VALUE ZERO.
001350 01  WS-PATH-TABLE.
001360     05  WS-PATH-ENTRY OCCURS 41 TIMES
001370                       INDEXED BY WS-PATH-IDX.
001380         10  WS-PATH-STEP        PIC X(20).
001390
001480     05  WS-TS-DATE              PIC 9(08).
001490     05  FILLER                  PIC X(01) VALUE '-'.
001500     05  WS-TS-TIME              PIC 9(06).
001501
001502*----------------------------------------------------------------*
001503* AREA DE COMUNICACAO COM O STPRAM (ANALISE DOS RAMOS PARALELOS) *
001504*----------------------------------------------------------------*
001505     COPY RAMPRM.
001506 77  WS-BRP-SUB              PIC 9(04) COMP VALUE ZERO.
001507 77  WS-BRP-SUB2             PIC 9(04) COMP VALUE ZERO.
001508 77  WS-FINDING-SHOWN        PIC 9(04) COMP VALUE ZERO.
001509 77  WS-RPT-FORK-MODE        PIC X(08) VALUE SPACES.
001510
001520 PROCEDURE DIVISION.
001530
001640        PERFORM 3200-CHECK-REACHABILITY THRU 3200-EXIT
001650        PERFORM 3300-CHECK-LOOPS THRU 3300-EXIT
001660        PERFORM 3500-CHECK-CATALOG THRU 3500-EXIT
001665        PERFORM 3600-CHECK-BRANCHES THRU 3600-EXIT
001670     END-IF
001680     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001690 0000-EXIT.
002840     EXIT.
002850
002860*----------------------------------------------------------------*
002870* 2250-READ-STEP-CAT - LE UMA ENTRADA DO CATALOGO: O NOME E O    *
002872*                      TIPO PARA AS CRITICAS DESTE PROGRAMA E A  *
002875*                      ENTRADA INTEIRA PARA O STPRAM             *
002880*----------------------------------------------------------------*
002890 2250-READ-STEP-CAT.
002900     READ STEP-CAT-FILE
002940            ADD 1 TO WS-KNOWN-COUNT
002950            SET WS-KNW-IDX TO WS-KNOWN-COUNT
002960            MOVE CAT-STEP-NAME
002961              TO WS-KNOWN-STEP-NAME (WS-KNW-IDX)
002963            MOVE CAT-NODE-TYPE
002965              TO WS-KNOWN-NODE-TYPE (WS-KNW-IDX)
002966            MOVE CAT-STEP-NAME
002968              TO BRP-CAT-STEP (WS-KNOWN-COUNT)
002970            MOVE CAT-ENABLED
002971              TO BRP-CAT-ENABLED (WS-KNOWN-COUNT)
002973            MOVE CAT-NODE-TYPE
002975              TO BRP-CAT-NODE-TYPE (WS-KNOWN-COUNT)
002976            MOVE CAT-OUTPUTS
002978              TO BRP-CAT-OUTPUTS (WS-KNOWN-COUNT)
002980     END-READ.
002990 2250-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------------*
003030* 3000-CHECK-DUPLICATES - NENHUM NOME DE ETAPA PODE APARECER     *
003040*                         MAIS DE UMA VEZ COMO ETAPA DEFINIDA,   *
003042*                         SALVO A BIFURCACAO (UMA LINHA POR RAMO)*
003050*----------------------------------------------------------------*
003060 3000-CHECK-DUPLICATES.
003070     PERFORM 3050-CHECK-ONE-DUPLICATE THRU 3050-EXIT
003280 3060-COMPARE-DUPLICATE.
003290     IF WS-SEQ-STEP-NAME (WS-DUP-IDX) IS EQUAL TO
003300        WS-SEQ-STEP-NAME (WS-SEQ-IDX)
003301        MOVE WS-SEQ-STEP-NAME (WS-SEQ-IDX) TO WS-WALK-STEP
003302        PERFORM 7300-FIND-KNOWN-STEP THRU 7300-EXIT
003303        IF WS-KNOWN-IS-FORK
003304           GO TO 3060-EXIT
003305        END-IF
003310        MOVE SPACES TO VAL-REPORT-LINE
003320        STRING 'ERRO: ETAPA DUPLICADA EM STEPSEQ - '
003330                                             DELIMITED BY SIZE
005350*                          CATALOGO                              *
005360*----------------------------------------------------------------*
005370 3550-CHECK-ONE-CATALOG.
005371     MOVE WS-SEQ-STEP-NAME (WS-SEQ-IDX) TO WS-WALK-STEP
005372     PERFORM 7300-FIND-KNOWN-STEP THRU 7300-EXIT
005373     IF WS-STEP-UNKNOWN
005374        MOVE SPACES TO VAL-REPORT-LINE
005375        STRING 'ERRO: ETAPA SEM ENTRADA NO CATALOGO - '
005376                                             DELIMITED BY SIZE
005377               WS-SEQ-STEP-NAME (WS-SEQ-IDX) DELIMITED BY SIZE
005378            INTO VAL-REPORT-LINE
005379        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
005380     END-IF.
005381 3550-EXIT.
005382     EXIT.
005383
005384*----------------------------------------------------------------*
005385* 3600-CHECK-BRANCHES - PASSA A CADEIA E O CATALOGO AO STPRAM,   *
005386*                       QUE CONFERE OS RAMOS PARALELOS: CADA     *
005387*                       CRITICA DEVOLVIDA E UM ERRO. CADEIA SEM  *
005388*                       CRITICA E COM BIFURCACOES TEM A LISTA    *
005389*                       DAS BIFURCACOES E DOS RAMOS NO RELATORIO,*
005390*                       COM O CARTAO RAMO= DO JOB DE CADA RAMO   *
005391*----------------------------------------------------------------*
005392 3600-CHECK-BRANCHES.
005393     IF WS-STEP-SEQ-COUNT IS EQUAL TO ZERO
005394        OR WS-KNOWN-COUNT IS EQUAL TO ZERO
005395        GO TO 3600-EXIT
005396     END-IF
005397     MOVE WS-STEP-SEQ-COUNT TO BRP-SEQ-COUNT
005398     PERFORM 3610-COPY-SEQ-ENTRY THRU 3610-EXIT
005400         VARYING WS-BRP-SUB FROM 1 BY 1
005401         UNTIL WS-BRP-SUB IS GREATER THAN WS-STEP-SEQ-COUNT
005402     MOVE WS-KNOWN-COUNT TO BRP-CAT-COUNT
005403     CALL 'STPRAM' USING BRANCH-PARM-AREA
005404     IF BRP-OVERFLOW
005405        MOVE 'ERRO: CADEIA EXCEDE AS TABELAS DA ANALISE DE RAMOS'
005406          TO VAL-REPORT-LINE
005407        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
005408        GO TO 3600-EXIT
005409     END-IF
005410     IF BRP-FINDINGS
005411        MOVE BRP-FINDING-COUNT TO WS-FINDING-SHOWN
005412        IF WS-FINDING-SHOWN IS GREATER THAN 30
005413           MOVE 30 TO WS-FINDING-SHOWN
005414        END-IF
005415        PERFORM 3620-REPORT-BRANCH-FINDING THRU 3620-EXIT
005416            VARYING WS-BRP-SUB FROM 1 BY 1
005417            UNTIL WS-BRP-SUB IS GREATER THAN WS-FINDING-SHOWN
005418        IF BRP-FINDING-COUNT IS GREATER THAN WS-FINDING-SHOWN
005419           COMPUTE WS-RPT-COUNT-EDIT =
005420                   BRP-FINDING-COUNT - WS-FINDING-SHOWN
005421           MOVE SPACES TO VAL-REPORT-LINE
005422           STRING 'ERRO: MAIS '                 DELIMITED BY SIZE
005423                  WS-RPT-COUNT-EDIT             DELIMITED BY SIZE
005424                  ' CRITICAS DE RAMOS NAO LISTADAS'
005425                                                DELIMITED BY SIZE
005426               INTO VAL-REPORT-LINE
005427           PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
005428        END-IF
005430        GO TO 3600-EXIT
005431     END-IF
005432     PERFORM 3650-LIST-FORK THRU 3650-EXIT
005433         VARYING WS-BRP-SUB FROM 1 BY 1
005434         UNTIL WS-BRP-SUB IS GREATER THAN BRP-FORK-COUNT.
005435 3600-EXIT.
005436     EXIT.
005437
005438*----------------------------------------------------------------*
005439* 3610-COPY-SEQ-ENTRY - UMA LINHA DA CADEIA PARA O STPRAM        *
005440*----------------------------------------------------------------*
005441 3610-COPY-SEQ-ENTRY.
005442     MOVE WS-SEQ-STEP-NAME (WS-BRP-SUB)
005443       TO BRP-SEQ-STEP (WS-BRP-SUB)
005444     MOVE WS-SEQ-NEXT-STEP (WS-BRP-SUB)
005445       TO BRP-SEQ-NEXT (WS-BRP-SUB)
005446     MOVE WS-SEQ-FAIL-STEP (WS-BRP-SUB)
005447       TO BRP-SEQ-FAIL (WS-BRP-SUB).
005448 3610-EXIT.
005449     EXIT.
005450
005451*----------------------------------------------------------------*
005452* 3620-REPORT-BRANCH-FINDING - GRAVA UMA CRITICA DO STPRAM: A    *
005453*                              ETAPA NO ACHADO E O TEXTO NA      *
005454*                              LINHA SEGUINTE                    *
005455*----------------------------------------------------------------*
005456 3620-REPORT-BRANCH-FINDING.
005457     MOVE SPACES TO VAL-REPORT-LINE
005458     STRING 'ERRO: RAMOS PARALELOS - '
005460                                             DELIMITED BY SIZE
005461            BRP-FND-STEP (WS-BRP-SUB)        DELIMITED BY SIZE
005462         INTO VAL-REPORT-LINE
005463     PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
005464     MOVE SPACES TO VAL-REPORT-LINE
005465     STRING '      '                         DELIMITED BY SIZE
005466            BRP-FND-TEXT (WS-BRP-SUB)        DELIMITED BY SIZE
005467         INTO VAL-REPORT-LINE
005468     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
005469 3620-EXIT.
005470     EXIT.
005471
005472*----------------------------------------------------------------*
005473* 3650-LIST-FORK - LISTA UMA BIFURCACAO, COM A JUNCAO E O MODO   *
005474*                  (PARALELO OU SERIAL), E OS SEUS RAMOS         *
005475*----------------------------------------------------------------*
005476 3650-LIST-FORK.
005477     IF BRP-FORK-PARALLEL (WS-BRP-SUB)
005478        MOVE 'PARALELA' TO WS-RPT-FORK-MODE
005479     ELSE
005480        MOVE 'SERIAL'   TO WS-RPT-FORK-MODE
005481     END-IF
005482     MOVE SPACES TO VAL-REPORT-LINE
005483     STRING 'BIFURCACAO '                    DELIMITED BY SIZE
005484            BRP-FORK-NAME (WS-BRP-SUB)       DELIMITED BY SPACE
005485            ' ('                             DELIMITED BY SIZE
005486            WS-RPT-FORK-MODE                 DELIMITED BY SPACE
005487            ') - JUNCAO '                    DELIMITED BY SIZE
005488            BRP-FORK-JOIN (WS-BRP-SUB)       DELIMITED BY SPACE
005490         INTO VAL-REPORT-LINE
005491     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
005492     PERFORM 3660-LIST-BRANCH THRU 3660-EXIT
005493         VARYING WS-BRP-SUB2 FROM 1 BY 1
005494         UNTIL WS-BRP-SUB2 IS GREATER THAN BRP-BRANCH-COUNT.
005495 3650-EXIT.
005496     EXIT.
005497
005498*----------------------------------------------------------------*
005499* 3660-LIST-BRANCH - LISTA UM RAMO DA BIFURCACAO CORRENTE        *
005500*----------------------------------------------------------------*
005501 3660-LIST-BRANCH.
005502     IF BRP-BR-FORK (WS-BRP-SUB2) IS NOT EQUAL TO WS-BRP-SUB
005503        GO TO 3660-EXIT
005504     END-IF
005505     MOVE BRP-BR-STEP-COUNT (WS-BRP-SUB2) TO WS-RPT-COUNT-EDIT
005506     MOVE SPACES TO VAL-REPORT-LINE
005507     STRING '      RAMO '                    DELIMITED BY SIZE
005508            BRP-BR-LABEL (WS-BRP-SUB2)       DELIMITED BY SIZE
005509            ' - CARTAO RAMO='                DELIMITED BY SIZE
005510            BRP-BR-START (WS-BRP-SUB2)       DELIMITED BY SIZE
005511            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
005512            ' ETAPA(S)'                      DELIMITED BY SIZE
005513         INTO VAL-REPORT-LINE
005514     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
005515 3660-EXIT.
005516     EXIT.
005517
005518*----------------------------------------------------------------*
005520* 7000-FIND-STEP - PROCURA WS-WALK-STEP ENTRE AS ETAPAS DEFINI-  *
005530*                  DAS E DEVOLVE O INDICE EM WS-FOUND-IDX        *
005540*----------------------------------------------------------------*
005760
005770*----------------------------------------------------------------*
005780* 7300-FIND-KNOWN-STEP - PROCURA WS-WALK-STEP ENTRE AS ETAPAS    *
005790*                        CONHECIDAS DO CATALOGO E DEVOLVE O TIPO *
005792*                        EM WS-KNOWN-TYPE-FOUND                  *
005800*----------------------------------------------------------------*
005810 7300-FIND-KNOWN-STEP.
005820     SET WS-STEP-UNKNOWN TO TRUE
005825     MOVE SPACE TO WS-KNOWN-TYPE-FOUND
005830     PERFORM 7350-COMPARE-KNOWN THRU 7350-EXIT
005840         VARYING WS-KNW-IDX FROM 1 BY 1
005850         UNTIL WS-KNW-IDX IS GREATER THAN WS-KNOWN-COUNT
005930 7350-COMPARE-KNOWN.
005940     IF WS-KNOWN-STEP-NAME (WS-KNW-IDX) IS EQUAL TO WS-WALK-STEP
005950        SET WS-STEP-KNOWN TO TRUE
005953        MOVE WS-KNOWN-NODE-TYPE (WS-KNW-IDX)
005956          TO WS-KNOWN-TYPE-FOUND
005960     END-IF.
005970 7350-EXIT.
005980     EXIT.
