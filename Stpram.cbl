000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STPRAM.
000030 AUTHOR. EQUIPE-SUPORTE-BATCH.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* STPRAM - ANALISE DOS RAMOS PARALELOS DA CADEIA                 *
000090*----------------------------------------------------------------*
000100* SUBPROGRAMA CHAMADO (CALL 'STPRAM' USING BRANCH-PARM-AREA,     *
000110* COPY RAMPRM) PELO PROGRA01, PELO STEPVAL E PELO SEQMAINT COM A *
000120* CADEIA (STEPSEQ) E O CATALOGO (STEPCAT) JA CARREGADOS. LOCALIZA*
000130* AS BIFURCACOES (ETAPAS DE TIPO B NO CATALOGO, UMA LINHA NO     *
000140* STEPSEQ POR RAMO), PERCORRE CADA RAMO ATE A JUNCAO (TIPO J) E  *
000150* DEVOLVE A ESTRUTURA DOS RAMOS E O RAMO DE CADA ETAPA. CRITICAS:*
000160*   - BIFURCACAO COM MENOS DE DOIS RAMOS, RAMO VAZIO;            *
000170*   - RAMO QUE NAO CHEGA A UMA JUNCAO (FIM-PROC, ETAPA SEM LINHA *
000180*     NO STEPSEQ, LACO) OU QUE PASSA POR OUTRA BIFURCACAO (RAMOS *
000190*     NAO SE ANINHAM);                                           *
000200*   - ETAPA EM MAIS DE UM RAMO, RAMOS DA MESMA BIFURCACAO QUE    *
000210*     TERMINAM EM JUNCOES DIFERENTES, JUNCAO DE DUAS BIFURCACOES,*
000220*     ETAPA DO TRONCO QUE SEGUE DIRETO PARA UMA JUNCAO;          *
000230*   - ROTA DE FALHA DE ETAPA DE RAMO PARA FORA DO PROPRIO RAMO   *
000240*     (SO PODE IR A OUTRA ETAPA DO RAMO OU A SUA JUNCAO) E       *
000250*     ROTA DE FALHA DO TRONCO PARA DENTRO DE UM RAMO OU PARA UMA *
000260*     JUNCAO;                                                    *
000270*   - RAMOS DA MESMA BIFURCACAO QUE GRAVAM O MESMO DD            *
000280*     (CAT-OUTPUT-DD DO STEPCAT), O QUE IMPEDE RODA-LOS JUNTOS.  *
000290* NAO ABRE ARQUIVOS; CADA CHAMADOR DECIDE O QUE FAZER COM AS     *
000300* CRITICAS (BRP-RETURN-CODE 04).                                 *
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
000410 DATA DIVISION.
000420 WORKING-STORAGE SECTION.
000430*----------------------------------------------------------------*
000440* LIMITES DAS TABELAS DA AREA DE COMUNICACAO (RAMPRM)            *
000450*----------------------------------------------------------------*
000460 77  WS-SEQ-MAX              PIC 9(04) COMP VALUE 40.
000470 77  WS-CAT-MAX              PIC 9(04) COMP VALUE 40.
000480 77  WS-FORK-MAX             PIC 9(04) COMP VALUE 9.
000490 77  WS-BR-PER-FORK-MAX      PIC 9(04) COMP VALUE 9.
000500 77  WS-BRANCH-MAX           PIC 9(04) COMP VALUE 20.
000510 77  WS-MAP-MAX              PIC 9(04) COMP VALUE 40.
000520 77  WS-FINDING-MAX          PIC 9(04) COMP VALUE 30.
000530
000540*----------------------------------------------------------------*
000550* SUBSCRITOS DAS VARREDURAS                                      *
000560*----------------------------------------------------------------*
000570 77  WS-SEQ-SUB              PIC 9(04) COMP VALUE ZERO.
000580 77  WS-CAT-SUB              PIC 9(04) COMP VALUE ZERO.
000590 77  WS-FORK-SUB             PIC 9(04) COMP VALUE ZERO.
000600 77  WS-FORK-SUB2            PIC 9(04) COMP VALUE ZERO.
000610 77  WS-BR-SUB               PIC 9(04) COMP VALUE ZERO.
000620 77  WS-MAP-SUB              PIC 9(04) COMP VALUE ZERO.
000630 77  WS-MAP-SUB2             PIC 9(04) COMP VALUE ZERO.
000640 77  WS-DD-SUB               PIC 9(04) COMP VALUE ZERO.
000650 77  WS-DD-SUB2              PIC 9(04) COMP VALUE ZERO.
000660 77  WS-OTHER-BR             PIC 9(04) COMP VALUE ZERO.
000670 77  WS-FROM-BR              PIC 9(04) COMP VALUE ZERO.
000680 77  WS-TO-BR                PIC 9(04) COMP VALUE ZERO.
000690 77  WS-CAT-A                PIC 9(04) COMP VALUE ZERO.
000700 77  WS-CAT-B                PIC 9(04) COMP VALUE ZERO.
000710
000720*----------------------------------------------------------------*
000730* AREA DAS BUSCAS POR NOME (CATALOGO, BIFURCACAO, CADEIA, RAMO)  *
000740*----------------------------------------------------------------*
000750 77  WS-LOOK-STEP            PIC X(20) VALUE SPACES.
000760 77  WS-LOOK-TYPE            PIC X(01) VALUE SPACE.
000770     88  WS-LOOK-FORK                VALUE 'B'.
000780     88  WS-LOOK-JOIN                VALUE 'J'.
000790 77  WS-LOOK-CAT-SUB         PIC 9(04) COMP VALUE ZERO.
000800 77  WS-LOOK-FORK-SUB        PIC 9(04) COMP VALUE ZERO.
000810 77  WS-LOOK-SEQ-SUB         PIC 9(04) COMP VALUE ZERO.
000820 77  WS-LOOK-MAP-SUB         PIC 9(04) COMP VALUE ZERO.
000830
000840*----------------------------------------------------------------*
000850* PERCURSO DE UM RAMO                                            *
000860*----------------------------------------------------------------*
000870 77  WS-WALK-STEP            PIC X(20) VALUE SPACES.
000880 77  WS-WALK-DONE-SWITCH     PIC X(01) VALUE 'N'.
000890     88  WS-WALK-DONE                VALUE 'Y'.
000900
000910*----------------------------------------------------------------*
000920* ROTULO DO RAMO (BIFURCACAO.RAMO) E CRITICA EM MONTAGEM         *
000930*----------------------------------------------------------------*
000940 01  WS-LABEL-AREA.
000950     05  WS-LABEL-FORK           PIC 9(01).
000960     05  FILLER                  PIC X(01) VALUE '.'.
000970     05  WS-LABEL-BRANCH         PIC 9(01).
000980 77  WS-FND-STEP             PIC X(20) VALUE SPACES.
000990 77  WS-FND-TEXT             PIC X(60) VALUE SPACES.
001000
001010 LINKAGE SECTION.
001020*----------------------------------------------------------------*
001030* AREA DE COMUNICACAO RECEBIDA DO CHAMADOR                       *
001040*----------------------------------------------------------------*
001050     COPY RAMPRM.
001060
001070 PROCEDURE DIVISION USING BRANCH-PARM-AREA.
001080
001090*-------------- SESSAO PRINCIPAL --------------------------------*
001100 MAIN-PROC SECTION.
001110*----------------------------------------------------------------*
001120* 0000-MAINLINE - MONTA A ESTRUTURA DOS RAMOS E FAZ AS CRITICAS  *
001130*----------------------------------------------------------------*
001140 0000-MAINLINE.
001150     MOVE ZERO TO BRP-RETURN-CODE
001160     MOVE ZERO TO BRP-FORK-COUNT
001170     MOVE ZERO TO BRP-BRANCH-COUNT
001180     MOVE ZERO TO BRP-MAP-COUNT
001190     MOVE ZERO TO BRP-FINDING-COUNT
001200     IF BRP-SEQ-COUNT IS GREATER THAN WS-SEQ-MAX
001210        OR BRP-CAT-COUNT IS GREATER THAN WS-CAT-MAX
001220        DISPLAY 'STPRAM - CADEIA OU CATALOGO EXCEDE A TABELA DE '
001230                WS-SEQ-MAX ' ENTRADAS'
001240        MOVE 16 TO BRP-RETURN-CODE
001250        GO TO 0000-EXIT
001260     END-IF
001270     PERFORM 1000-COLLECT-FORK-LINE THRU 1000-EXIT
001280         VARYING WS-SEQ-SUB FROM 1 BY 1
001290         UNTIL WS-SEQ-SUB IS GREATER THAN BRP-SEQ-COUNT
001300            OR BRP-OVERFLOW
001310     IF BRP-OVERFLOW
001320        GO TO 0000-EXIT
001330     END-IF
001340     PERFORM 2000-WALK-BRANCH THRU 2000-EXIT
001350         VARYING WS-BR-SUB FROM 1 BY 1
001360         UNTIL WS-BR-SUB IS GREATER THAN BRP-BRANCH-COUNT
001370            OR BRP-OVERFLOW
001380     IF BRP-OVERFLOW
001390        GO TO 0000-EXIT
001400     END-IF
001410     PERFORM 3000-CHECK-FORK THRU 3000-EXIT
001420         VARYING WS-FORK-SUB FROM 1 BY 1
001430         UNTIL WS-FORK-SUB IS GREATER THAN BRP-FORK-COUNT
001440     PERFORM 3100-CHECK-JOIN-ENTRY THRU 3100-EXIT
001450         VARYING WS-SEQ-SUB FROM 1 BY 1
001460         UNTIL WS-SEQ-SUB IS GREATER THAN BRP-SEQ-COUNT
001470     PERFORM 4000-CHECK-FAIL-ROUTE THRU 4000-EXIT
001480         VARYING WS-SEQ-SUB FROM 1 BY 1
001490         UNTIL WS-SEQ-SUB IS GREATER THAN BRP-SEQ-COUNT
001500     PERFORM 5000-CHECK-BRANCH-OUTPUTS THRU 5000-EXIT
001510         VARYING WS-MAP-SUB FROM 1 BY 1
001520         UNTIL WS-MAP-SUB IS GREATER THAN BRP-MAP-COUNT
001530     IF BRP-FINDING-COUNT IS GREATER THAN ZERO
001540        MOVE 04 TO BRP-RETURN-CODE
001550     END-IF.
001560 0000-EXIT.
001570     GOBACK.
001580
001590*----------------------------------------------------------------*
001600* 1000-COLLECT-FORK-LINE - CADA LINHA DE BIFURCACAO NO STEPSEQ E *
001610*                          UM RAMO; A PRIMEIRA LINHA DE CADA     *
001620*                          BIFURCACAO A REGISTRA NA TABELA       *
001630*----------------------------------------------------------------*
001640 1000-COLLECT-FORK-LINE.
001650     MOVE BRP-SEQ-STEP (WS-SEQ-SUB) TO WS-LOOK-STEP
001660     PERFORM 7000-FIND-CATALOG THRU 7000-EXIT
001670     IF NOT WS-LOOK-FORK
001680        GO TO 1000-EXIT
001690     END-IF
001700     PERFORM 7100-FIND-FORK THRU 7100-EXIT
001710     IF WS-LOOK-FORK-SUB IS EQUAL TO ZERO
001720        IF BRP-FORK-COUNT IS NOT LESS THAN WS-FORK-MAX
001730           DISPLAY 'STPRAM - CADEIA EXCEDE O LIMITE DE '
001740                   WS-FORK-MAX ' BIFURCACOES'
001750           MOVE 16 TO BRP-RETURN-CODE
001760           GO TO 1000-EXIT
001770        END-IF
001780        ADD 1 TO BRP-FORK-COUNT
001790        MOVE BRP-FORK-COUNT TO WS-LOOK-FORK-SUB
001800        MOVE WS-LOOK-STEP TO BRP-FORK-NAME (WS-LOOK-FORK-SUB)
001810        MOVE SPACES       TO BRP-FORK-JOIN (WS-LOOK-FORK-SUB)
001820        MOVE 'N'          TO BRP-FORK-MODE (WS-LOOK-FORK-SUB)
001830        IF BRP-CAT-ENABLED (WS-LOOK-CAT-SUB) IS EQUAL TO 'S'
001840           MOVE 'S' TO BRP-FORK-MODE (WS-LOOK-FORK-SUB)
001850        END-IF
001860        MOVE ZERO TO BRP-FORK-BR-COUNT (WS-LOOK-FORK-SUB)
001870     END-IF
001880     IF BRP-BRANCH-COUNT IS NOT LESS THAN WS-BRANCH-MAX
001890        OR BRP-FORK-BR-COUNT (WS-LOOK-FORK-SUB)
001900           IS NOT LESS THAN WS-BR-PER-FORK-MAX
001910        DISPLAY 'STPRAM - BIFURCACAO ' WS-LOOK-STEP
001920                ' EXCEDE O LIMITE DE RAMOS'
001930        MOVE 16 TO BRP-RETURN-CODE
001940        GO TO 1000-EXIT
001950     END-IF
001960     ADD 1 TO BRP-FORK-BR-COUNT (WS-LOOK-FORK-SUB)
001970     ADD 1 TO BRP-BRANCH-COUNT
001980     MOVE WS-LOOK-FORK-SUB TO BRP-BR-FORK (BRP-BRANCH-COUNT)
001990     MOVE BRP-FORK-BR-COUNT (WS-LOOK-FORK-SUB)
002000                           TO BRP-BR-ORDINAL (BRP-BRANCH-COUNT)
002010     MOVE BRP-SEQ-NEXT (WS-SEQ-SUB)
002020                           TO BRP-BR-START (BRP-BRANCH-COUNT)
002030     MOVE ZERO             TO BRP-BR-STEP-COUNT (BRP-BRANCH-COUNT)
002040     MOVE WS-LOOK-FORK-SUB TO WS-LABEL-FORK
002050     MOVE BRP-FORK-BR-COUNT (WS-LOOK-FORK-SUB) TO WS-LABEL-BRANCH
002060     MOVE WS-LABEL-AREA    TO BRP-BR-LABEL (BRP-BRANCH-COUNT).
002070 1000-EXIT.
002080     EXIT.
002090
002100*----------------------------------------------------------------*
002110* 2000-WALK-BRANCH - PERCORRE O RAMO WS-BR-SUB DA PRIMEIRA ETAPA *
002120*                    ATE A JUNCAO                                *
002130*----------------------------------------------------------------*
002140 2000-WALK-BRANCH.
002150     MOVE BRP-BR-START (WS-BR-SUB) TO WS-WALK-STEP
002160     MOVE 'N' TO WS-WALK-DONE-SWITCH
002170     PERFORM 2100-WALK-ONE-STEP THRU 2100-EXIT
002180         UNTIL WS-WALK-DONE
002190            OR BRP-OVERFLOW.
002200 2000-EXIT.
002210     EXIT.
002220
002230*----------------------------------------------------------------*
002240* 2100-WALK-ONE-STEP - REGISTRA A ETAPA WS-WALK-STEP NO RAMO E   *
002250*                      AVANCA PARA A PROXIMA; PARA NA JUNCAO OU  *
002260*                      NA PRIMEIRA CRITICA                       *
002270*----------------------------------------------------------------*
002280 2100-WALK-ONE-STEP.
002290     SET WS-WALK-DONE TO TRUE
002300     IF WS-WALK-STEP IS EQUAL TO SPACES
002310        OR WS-WALK-STEP IS EQUAL TO 'FIM-PROC'
002320        MOVE BRP-BR-START (WS-BR-SUB) TO WS-FND-STEP
002330        STRING 'RAMO ' BRP-BR-LABEL (WS-BR-SUB)
002340               ' CHEGA A FIM-PROC SEM PASSAR POR UMA JUNCAO'
002350               DELIMITED BY SIZE INTO WS-FND-TEXT
002360        PERFORM 9100-ADD-FINDING THRU 9100-EXIT
002370        GO TO 2100-EXIT
002380     END-IF
002390     MOVE WS-WALK-STEP TO WS-LOOK-STEP
002400     PERFORM 7000-FIND-CATALOG THRU 7000-EXIT
002410     IF WS-LOOK-JOIN
002420        PERFORM 2200-RECORD-JOIN THRU 2200-EXIT
002430        GO TO 2100-EXIT
002440     END-IF
002450     IF WS-LOOK-FORK
002460        MOVE WS-WALK-STEP TO WS-FND-STEP
002470        STRING 'BIFURCACAO DENTRO DO RAMO '
002480               BRP-BR-LABEL (WS-BR-SUB)
002490               ' (RAMOS NAO SE ANINHAM)'
002500               DELIMITED BY SIZE INTO WS-FND-TEXT
002510        PERFORM 9100-ADD-FINDING THRU 9100-EXIT
002520        GO TO 2100-EXIT
002530     END-IF
002540     PERFORM 7200-FIND-SEQ THRU 7200-EXIT
002550     IF WS-LOOK-SEQ-SUB IS EQUAL TO ZERO
002560        MOVE WS-WALK-STEP TO WS-FND-STEP
002570        STRING 'ETAPA DO RAMO ' BRP-BR-LABEL (WS-BR-SUB)
002580               ' SEM LINHA NO STEPSEQ'
002590               DELIMITED BY SIZE INTO WS-FND-TEXT
002600        PERFORM 9100-ADD-FINDING THRU 9100-EXIT
002610        GO TO 2100-EXIT
002620     END-IF
002630     PERFORM 7300-FIND-MAP THRU 7300-EXIT
002640     IF WS-LOOK-MAP-SUB IS GREATER THAN ZERO
002650        MOVE WS-WALK-STEP TO WS-FND-STEP
002660        MOVE BRP-MAP-BRANCH (WS-LOOK-MAP-SUB) TO WS-OTHER-BR
002670        IF WS-OTHER-BR IS EQUAL TO WS-BR-SUB
002680           STRING 'RAMO ' BRP-BR-LABEL (WS-BR-SUB)
002690                  ' VOLTA A UMA ETAPA JA PERCORRIDA (LACO)'
002700                  DELIMITED BY SIZE INTO WS-FND-TEXT
002710        ELSE
002720           STRING 'ETAPA NOS RAMOS ' BRP-BR-LABEL (WS-OTHER-BR)
002730                  ' E ' BRP-BR-LABEL (WS-BR-SUB)
002740                  DELIMITED BY SIZE INTO WS-FND-TEXT
002750        END-IF
002760        PERFORM 9100-ADD-FINDING THRU 9100-EXIT
002770        GO TO 2100-EXIT
002780     END-IF
002790     IF BRP-MAP-COUNT IS NOT LESS THAN WS-MAP-MAX
002800        DISPLAY 'STPRAM - RAMOS EXCEDEM O LIMITE DE '
002810                WS-MAP-MAX ' ETAPAS'
002820        MOVE 16 TO BRP-RETURN-CODE
002830        GO TO 2100-EXIT
002840     END-IF
002850     ADD 1 TO BRP-MAP-COUNT
002860     MOVE WS-WALK-STEP TO BRP-MAP-STEP (BRP-MAP-COUNT)
002870     MOVE WS-BR-SUB    TO BRP-MAP-BRANCH (BRP-MAP-COUNT)
002880     ADD 1 TO BRP-BR-STEP-COUNT (WS-BR-SUB)
002890     MOVE BRP-SEQ-NEXT (WS-LOOK-SEQ-SUB) TO WS-WALK-STEP
002900     MOVE 'N' TO WS-WALK-DONE-SWITCH.
002910 2100-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------------*
002950* 2200-RECORD-JOIN - O RAMO CHEGOU A JUNCAO WS-WALK-STEP; TODOS  *
002960*                    OS RAMOS DA BIFURCACAO TEM DE CHEGAR A MESMA*
002970*----------------------------------------------------------------*
002980 2200-RECORD-JOIN.
002990     MOVE BRP-BR-FORK (WS-BR-SUB) TO WS-FORK-SUB
003000     IF BRP-BR-STEP-COUNT (WS-BR-SUB) IS EQUAL TO ZERO
003010        MOVE BRP-FORK-NAME (WS-FORK-SUB) TO WS-FND-STEP
003020        STRING 'RAMO ' BRP-BR-LABEL (WS-BR-SUB)
003030               ' VAZIO (A BIFURCACAO APONTA PARA A JUNCAO)'
003040               DELIMITED BY SIZE INTO WS-FND-TEXT
003050        PERFORM 9100-ADD-FINDING THRU 9100-EXIT
003060     END-IF
003070     IF BRP-FORK-JOIN (WS-FORK-SUB) IS EQUAL TO SPACES
003080        MOVE WS-WALK-STEP TO BRP-FORK-JOIN (WS-FORK-SUB)
003090        GO TO 2200-EXIT
003100     END-IF
003110     IF BRP-FORK-JOIN (WS-FORK-SUB) IS NOT EQUAL TO WS-WALK-STEP
003120        MOVE BRP-FORK-NAME (WS-FORK-SUB) TO WS-FND-STEP
003130        STRING 'RAMO ' BRP-BR-LABEL (WS-BR-SUB)
003140               ' TERMINA EM JUNCAO DIFERENTE DOS OUTROS RAMOS'
003150               DELIMITED BY SIZE INTO WS-FND-TEXT
003160        PERFORM 9100-ADD-FINDING THRU 9100-EXIT
003170     END-IF.
003180 2200-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------------*
003220* 3000-CHECK-FORK - NUMERO DE RAMOS DA BIFURCACAO E JUNCAO       *
003230*                   EXCLUSIVA                                    *
003240*----------------------------------------------------------------*
003250 3000-CHECK-FORK.
003260     IF BRP-FORK-BR-COUNT (WS-FORK-SUB) IS LESS THAN 2
003270        MOVE BRP-FORK-NAME (WS-FORK-SUB) TO WS-FND-STEP
003280        MOVE 'BIFURCACAO COM MENOS DE DOIS RAMOS' TO WS-FND-TEXT
003290        PERFORM 9100-ADD-FINDING THRU 9100-EXIT
003300     END-IF
003310     IF BRP-FORK-JOIN (WS-FORK-SUB) IS EQUAL TO SPACES
003320        GO TO 3000-EXIT
003330     END-IF
003340     COMPUTE WS-FORK-SUB2 = WS-FORK-SUB + 1
003350     PERFORM 3050-CHECK-SHARED-JOIN THRU 3050-EXIT
003360         VARYING WS-FORK-SUB2 FROM WS-FORK-SUB2 BY 1
003370         UNTIL WS-FORK-SUB2 IS GREATER THAN BRP-FORK-COUNT.
003380 3000-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------------*
003420* 3050-CHECK-SHARED-JOIN - A MESMA JUNCAO EM DUAS BIFURCACOES    *
003430*----------------------------------------------------------------*
003440 3050-CHECK-SHARED-JOIN.
003450     IF BRP-FORK-JOIN (WS-FORK-SUB2) IS EQUAL TO
003460        BRP-FORK-JOIN (WS-FORK-SUB)
003470        MOVE BRP-FORK-JOIN (WS-FORK-SUB) TO WS-FND-STEP
003480        STRING 'JUNCAO DAS BIFURCACOES '
003490               BRP-FORK-NAME (WS-FORK-SUB) DELIMITED BY SPACE
003500               ' E ' DELIMITED BY SIZE
003510               BRP-FORK-NAME (WS-FORK-SUB2) DELIMITED BY SPACE
003520               INTO WS-FND-TEXT
003530        PERFORM 9100-ADD-FINDING THRU 9100-EXIT
003540     END-IF.
003550 3050-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------*
003590* 3100-CHECK-JOIN-ENTRY - SO AS ETAPAS DOS RAMOS SEGUEM PARA UMA *
003600*                         JUNCAO; UMA ETAPA DO TRONCO QUE SEGUE  *
003610*                         DIRETO PARA ELA PULARIA A ESPERA       *
003620*----------------------------------------------------------------*
003630 3100-CHECK-JOIN-ENTRY.
003640     MOVE BRP-SEQ-NEXT (WS-SEQ-SUB) TO WS-LOOK-STEP
003650     PERFORM 7000-FIND-CATALOG THRU 7000-EXIT
003660     IF NOT WS-LOOK-JOIN
003670        GO TO 3100-EXIT
003680     END-IF
003690     MOVE BRP-SEQ-STEP (WS-SEQ-SUB) TO WS-LOOK-STEP
003700     PERFORM 7000-FIND-CATALOG THRU 7000-EXIT
003710     IF WS-LOOK-FORK
003720        GO TO 3100-EXIT
003730     END-IF
003740     PERFORM 7300-FIND-MAP THRU 7300-EXIT
003750     IF WS-LOOK-MAP-SUB IS EQUAL TO ZERO
003760        MOVE BRP-SEQ-STEP (WS-SEQ-SUB) TO WS-FND-STEP
003770        STRING 'ETAPA DO TRONCO SEGUE PARA A JUNCAO '
003780               BRP-SEQ-NEXT (WS-SEQ-SUB)
003790               DELIMITED BY SIZE INTO WS-FND-TEXT
003800        PERFORM 9100-ADD-FINDING THRU 9100-EXIT
003810     END-IF.
003820 3100-EXIT.
003830     EXIT.
003840
003850*----------------------------------------------------------------*
003860* 4000-CHECK-FAIL-ROUTE - A ROTA DE FALHA DE UMA ETAPA DE RAMO   *
003870*                         FICA NO RAMO (OU VAI A SUA JUNCAO); A  *
003880*                         DE UMA ETAPA DO TRONCO NAO ENTRA EM    *
003890*                         RAMO                                   *
003900*----------------------------------------------------------------*
003910 4000-CHECK-FAIL-ROUTE.
003920     IF BRP-SEQ-FAIL (WS-SEQ-SUB) IS EQUAL TO SPACES
003930        GO TO 4000-EXIT
003940     END-IF
003950     MOVE BRP-SEQ-STEP (WS-SEQ-SUB) TO WS-LOOK-STEP
003960     PERFORM 7000-FIND-CATALOG THRU 7000-EXIT
003970     IF WS-LOOK-FORK OR WS-LOOK-JOIN
003980        GO TO 4000-EXIT
003990     END-IF
004000     PERFORM 7300-FIND-MAP THRU 7300-EXIT
004010     MOVE ZERO TO WS-FROM-BR
004020     IF WS-LOOK-MAP-SUB IS GREATER THAN ZERO
004030        MOVE BRP-MAP-BRANCH (WS-LOOK-MAP-SUB) TO WS-FROM-BR
004040     END-IF
004050     MOVE BRP-SEQ-FAIL (WS-SEQ-SUB) TO WS-LOOK-STEP
004060     PERFORM 7000-FIND-CATALOG THRU 7000-EXIT
004070     PERFORM 7300-FIND-MAP THRU 7300-EXIT
004080     MOVE ZERO TO WS-TO-BR
004090     IF WS-LOOK-MAP-SUB IS GREATER THAN ZERO
004100        MOVE BRP-MAP-BRANCH (WS-LOOK-MAP-SUB) TO WS-TO-BR
004110     END-IF
004120     MOVE BRP-SEQ-STEP (WS-SEQ-SUB) TO WS-FND-STEP
004130     IF WS-FROM-BR IS GREATER THAN ZERO
004140        IF WS-TO-BR IS EQUAL TO WS-FROM-BR
004150           GO TO 4000-EXIT
004160        END-IF
004170        MOVE BRP-BR-FORK (WS-FROM-BR) TO WS-FORK-SUB
004180        IF BRP-SEQ-FAIL (WS-SEQ-SUB) IS EQUAL TO
004190           BRP-FORK-JOIN (WS-FORK-SUB)
004200           GO TO 4000-EXIT
004210        END-IF
004220        STRING 'ROTA DE FALHA SAI DO RAMO '
004230               BRP-BR-LABEL (WS-FROM-BR)
004240               ' (SO PARA O RAMO OU SUA JUNCAO)'
004250               DELIMITED BY SIZE INTO WS-FND-TEXT
004260        PERFORM 9100-ADD-FINDING THRU 9100-EXIT
004270        GO TO 4000-EXIT
004280     END-IF
004290     IF WS-TO-BR IS GREATER THAN ZERO
004300        STRING 'ROTA DE FALHA DO TRONCO ENTRA NO RAMO '
004310               BRP-BR-LABEL (WS-TO-BR)
004320               DELIMITED BY SIZE INTO WS-FND-TEXT
004330        PERFORM 9100-ADD-FINDING THRU 9100-EXIT
004340        GO TO 4000-EXIT
004350     END-IF
004360     IF WS-LOOK-JOIN
004370        MOVE 'ROTA DE FALHA DO TRONCO APONTA PARA UMA JUNCAO'
004380          TO WS-FND-TEXT
004390        PERFORM 9100-ADD-FINDING THRU 9100-EXIT
004400     END-IF.
004410 4000-EXIT.
004420     EXIT.
004430
004440*----------------------------------------------------------------*
004450* 5000-CHECK-BRANCH-OUTPUTS - COMPARA OS DDS GRAVADOS PELA ETAPA *
004460*                             WS-MAP-SUB COM OS DAS ETAPAS DOS   *
004470*                             OUTROS RAMOS DA MESMA BIFURCACAO   *
004480*----------------------------------------------------------------*
004490 5000-CHECK-BRANCH-OUTPUTS.
004500     MOVE BRP-MAP-STEP (WS-MAP-SUB) TO WS-LOOK-STEP
004510     PERFORM 7000-FIND-CATALOG THRU 7000-EXIT
004520     IF WS-LOOK-CAT-SUB IS EQUAL TO ZERO
004530        GO TO 5000-EXIT
004540     END-IF
004550     MOVE WS-LOOK-CAT-SUB TO WS-CAT-A
004560     COMPUTE WS-MAP-SUB2 = WS-MAP-SUB + 1
004570     PERFORM 5100-COMPARE-STEPS THRU 5100-EXIT
004580         VARYING WS-MAP-SUB2 FROM WS-MAP-SUB2 BY 1
004590         UNTIL WS-MAP-SUB2 IS GREATER THAN BRP-MAP-COUNT.
004600 5000-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------------*
004640* 5100-COMPARE-STEPS - ETAPAS DE RAMOS DIFERENTES DA MESMA       *
004650*                      BIFURCACAO                                *
004660*----------------------------------------------------------------*
004670 5100-COMPARE-STEPS.
004680     MOVE BRP-MAP-BRANCH (WS-MAP-SUB)  TO WS-FROM-BR
004690     MOVE BRP-MAP-BRANCH (WS-MAP-SUB2) TO WS-TO-BR
004700     IF WS-FROM-BR IS EQUAL TO WS-TO-BR
004710        OR BRP-BR-FORK (WS-FROM-BR) IS NOT EQUAL TO
004720           BRP-BR-FORK (WS-TO-BR)
004730        GO TO 5100-EXIT
004740     END-IF
004750     MOVE BRP-MAP-STEP (WS-MAP-SUB2) TO WS-LOOK-STEP
004760     PERFORM 7000-FIND-CATALOG THRU 7000-EXIT
004770     IF WS-LOOK-CAT-SUB IS EQUAL TO ZERO
004780        GO TO 5100-EXIT
004790     END-IF
004800     MOVE WS-LOOK-CAT-SUB TO WS-CAT-B
004810     PERFORM 5200-COMPARE-ONE-DD THRU 5200-EXIT
004820         VARYING WS-DD-SUB FROM 1 BY 1
004830         UNTIL WS-DD-SUB IS GREATER THAN 12.
004840 5100-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------*
004880* 5200-COMPARE-ONE-DD - UM DD DA PRIMEIRA ETAPA CONTRA TODOS OS  *
004890*                       DA SEGUNDA                               *
004900*----------------------------------------------------------------*
004910 5200-COMPARE-ONE-DD.
004920     IF BRP-CAT-OUTPUT-DD (WS-CAT-A WS-DD-SUB) IS EQUAL TO SPACES
004930        GO TO 5200-EXIT
004940     END-IF
004950     PERFORM 5300-MATCH-DD THRU 5300-EXIT
004960         VARYING WS-DD-SUB2 FROM 1 BY 1
004970         UNTIL WS-DD-SUB2 IS GREATER THAN 12.
004980 5200-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------*
005020* 5300-MATCH-DD - O MESMO DD GRAVADO PELOS DOIS RAMOS            *
005030*----------------------------------------------------------------*
005040 5300-MATCH-DD.
005050     IF BRP-CAT-OUTPUT-DD (WS-CAT-B WS-DD-SUB2) IS EQUAL TO
005060        BRP-CAT-OUTPUT-DD (WS-CAT-A WS-DD-SUB)
005070        MOVE BRP-MAP-STEP (WS-MAP-SUB) TO WS-FND-STEP
005080        STRING 'RAMO ' BRP-BR-LABEL (WS-FROM-BR)
005090               ' GRAVA O DD ' DELIMITED BY SIZE
005100               BRP-CAT-OUTPUT-DD (WS-CAT-A WS-DD-SUB)
005105                               DELIMITED BY SPACE
005110               ' TAMBEM GRAVADO PELO RAMO '
005120               BRP-BR-LABEL (WS-TO-BR)
005126                               DELIMITED BY SIZE
005132               INTO WS-FND-TEXT
005140        PERFORM 9100-ADD-FINDING THRU 9100-EXIT
005150     END-IF.
005160 5300-EXIT.
005170     EXIT.
005180
005190*-------------- SESSAO DE UTILITARIOS ---------------------------*
005200 UTL-PROC SECTION.
005210*----------------------------------------------------------------*
005220* 7000-FIND-CATALOG - ENTRADA DE WS-LOOK-STEP NO CATALOGO        *
005230*                     (WS-LOOK-CAT-SUB ZERO E WS-LOOK-TYPE EM    *
005240*                     BRANCO QUANDO NAO CONSTA)                  *
005250*----------------------------------------------------------------*
005260 7000-FIND-CATALOG.
005270     MOVE ZERO  TO WS-LOOK-CAT-SUB
005280     MOVE SPACE TO WS-LOOK-TYPE
005290     PERFORM 7050-MATCH-CATALOG THRU 7050-EXIT
005300         VARYING WS-CAT-SUB FROM 1 BY 1
005310         UNTIL WS-CAT-SUB IS GREATER THAN BRP-CAT-COUNT
005320            OR WS-LOOK-CAT-SUB IS GREATER THAN ZERO.
005330 7000-EXIT.
005340     EXIT.
005350
005360 7050-MATCH-CATALOG.
005370     IF BRP-CAT-STEP (WS-CAT-SUB) IS EQUAL TO WS-LOOK-STEP
005380        MOVE WS-CAT-SUB TO WS-LOOK-CAT-SUB
005390        MOVE BRP-CAT-NODE-TYPE (WS-CAT-SUB) TO WS-LOOK-TYPE
005400     END-IF.
005410 7050-EXIT.
005420     EXIT.
005430
005440*----------------------------------------------------------------*
005450* 7100-FIND-FORK - BIFURCACAO WS-LOOK-STEP JA REGISTRADA         *
005460*----------------------------------------------------------------*
005470 7100-FIND-FORK.
005480     MOVE ZERO TO WS-LOOK-FORK-SUB
005490     PERFORM 7150-MATCH-FORK THRU 7150-EXIT
005500         VARYING WS-FORK-SUB FROM 1 BY 1
005510         UNTIL WS-FORK-SUB IS GREATER THAN BRP-FORK-COUNT
005520            OR WS-LOOK-FORK-SUB IS GREATER THAN ZERO.
005530 7100-EXIT.
005540     EXIT.
005550
005560 7150-MATCH-FORK.
005570     IF BRP-FORK-NAME (WS-FORK-SUB) IS EQUAL TO WS-LOOK-STEP
005580        MOVE WS-FORK-SUB TO WS-LOOK-FORK-SUB
005590     END-IF.
005600 7150-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------*
005640* 7200-FIND-SEQ - PRIMEIRA LINHA DE WS-LOOK-STEP NA CADEIA       *
005650*----------------------------------------------------------------*
005660 7200-FIND-SEQ.
005670     MOVE ZERO TO WS-LOOK-SEQ-SUB
005680     PERFORM 7250-MATCH-SEQ THRU 7250-EXIT
005690         VARYING WS-SEQ-SUB FROM 1 BY 1
005700         UNTIL WS-SEQ-SUB IS GREATER THAN BRP-SEQ-COUNT
005710            OR WS-LOOK-SEQ-SUB IS GREATER THAN ZERO.
005720 7200-EXIT.
005730     EXIT.
005740
005750 7250-MATCH-SEQ.
005760     IF BRP-SEQ-STEP (WS-SEQ-SUB) IS EQUAL TO WS-LOOK-STEP
005770        MOVE WS-SEQ-SUB TO WS-LOOK-SEQ-SUB
005780     END-IF.
005790 7250-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------------*
005830* 7300-FIND-MAP - RAMO DA ETAPA WS-LOOK-STEP (WS-LOOK-MAP-SUB    *
005840*                 ZERO QUANDO A ETAPA E DO TRONCO)               *
005850*----------------------------------------------------------------*
005860 7300-FIND-MAP.
005870     MOVE ZERO TO WS-LOOK-MAP-SUB
005880     PERFORM 7350-MATCH-MAP THRU 7350-EXIT
005890         VARYING WS-MAP-SUB2 FROM 1 BY 1
005900         UNTIL WS-MAP-SUB2 IS GREATER THAN BRP-MAP-COUNT
005910            OR WS-LOOK-MAP-SUB IS GREATER THAN ZERO.
005920 7300-EXIT.
005930     EXIT.
005940
005950 7350-MATCH-MAP.
005960     IF BRP-MAP-STEP (WS-MAP-SUB2) IS EQUAL TO WS-LOOK-STEP
005970        MOVE WS-MAP-SUB2 TO WS-LOOK-MAP-SUB
005980     END-IF.
005990 7350-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------------*
006030* 9100-ADD-FINDING - GUARDA A CRITICA MONTADA (ACIMA DO LIMITE DA*
006040*                    TABELA SO CONTA)                            *
006050*----------------------------------------------------------------*
006060 9100-ADD-FINDING.
006070     ADD 1 TO BRP-FINDING-COUNT
006080     IF BRP-FINDING-COUNT IS NOT GREATER THAN WS-FINDING-MAX
006090        MOVE WS-FND-STEP TO BRP-FND-STEP (BRP-FINDING-COUNT)
006100        MOVE WS-FND-TEXT TO BRP-FND-TEXT (BRP-FINDING-COUNT)
006110     END-IF
006120     MOVE SPACES TO WS-FND-STEP
006130     MOVE SPACES TO WS-FND-TEXT.
006140 9100-EXIT.
006150     EXIT.
006160
006170 END PROGRAM STPRAM.
