000180* ACOES DO PAINEL:                                               *
000190*   I=INCLUIR  A=ALTERAR  X=EXCLUIR  R=RESEQUENCIAR              *
000200*   P=PROXIMA PAGINA  G=GRAVAR E SAIR  S=SAIR SEM GRAVAR         *
000202* A BIFURCACAO (TIPO B NO CATALOGO) TEM UMA ENTRADA POR RAMO, DE *
000204* MESMO NOME; AO GRAVAR, OS RAMOS PARALELOS SAO CONFERIDOS PELO  *
000206* STPRAM E A CADEIA COM CRITICA NAO E GRAVADA.                   *
000210* A AUTORIZACAO DE USO E A PROTECAO DO DATASET; O IDENTIFICADOR  *
000220* DO OPERADOR INFORMADO NO LOGON E GRAVADO EM CADA REGISTRO DO   *
000230* SEQCHLOG.                                                      *
000260*----------------------------------------------------------------*
000270* DATA       AUTOR  DESCRICAO                                    *
000280* 2026-08-22 EQP    VERSAO INICIAL.                              *
000281* 2026-10-15 EQP    RAMOS PARALELOS: LAYOUT DO STEPCAT NO COPY   *
000282*                   STEPCAT; ENTRADA REPETIDA PERMITIDA PARA A   *
000283*                   BIFURCACAO (UMA POR RAMO); NA ACAO G A CADEIA*
000284*                   PASSA PELO STPRAM E, COM CRITICA, NAO E      *
000285*                   GRAVADA (A PRIMEIRA CRITICA VAI A MENSAGEM). *
000286*                   TABELAS AMPLIADAS PARA 40 ETAPAS.            *
000290*----------------------------------------------------------------*
000300
000310 ENVIRONMENT DIVISION.
000530     05  SEQ-FAIL-STEP           PIC X(20).
000540
000550 FD  STEP-CAT-FILE.
000560     COPY STEPCAT.
000620
000630*----------------------------------------------------------------*
000640* SEQCHLOG - LOG DE ALTERACOES DO STEPSEQ: QUEM MUDOU O QUE E    *
000930*----------------------------------------------------------------*
000940* TABELA DA SEQUENCIA EM MANUTENCAO (IMAGEM EM MEMORIA)          *
000950*----------------------------------------------------------------*
000960 77  WS-STEP-SEQ-MAX         PIC 9(04) COMP VALUE 40.
000970 77  WS-STEP-SEQ-COUNT       PIC 9(04) COMP VALUE ZERO.
000980 01  WS-STEP-SEQ-TABLE.
000990     05  WS-STEP-SEQ-ENTRY OCCURS 40 TIMES
001000                           INDEXED BY WS-SEQ-IDX.
001010         10  WS-SEQ-STEP-NAME    PIC X(20).
001020         10  WS-SEQ-NEXT-STEP    PIC X(20).
001050*----------------------------------------------------------------*
001060* ETAPAS CONHECIDAS (CARREGADAS DO CATALOGO STEPCAT)             *
001070*----------------------------------------------------------------*
001080 77  WS-KNOWN-MAX            PIC 9(04) COMP VALUE 40.
001090 77  WS-KNOWN-COUNT          PIC 9(04) COMP VALUE ZERO.
001100 01  WS-KNOWN-STEP-TABLE.
001110     05  WS-KNOWN-ENTRY OCCURS 40 TIMES
001120                        INDEXED BY WS-KNW-IDX.
001130         10  WS-KNOWN-STEP-NAME  PIC X(20).
001131         10  WS-KNOWN-NODE-TYPE  PIC X(01).
001132 77  WS-KNOWN-TYPE-FOUND     PIC X(01) VALUE SPACE.
001133     88  WS-KNOWN-IS-FORK            VALUE 'B'.
001134
001135*----------------------------------------------------------------*
001136* AREA DE COMUNICACAO COM O STPRAM (ANALISE DOS RAMOS PARALELOS) *
001137*----------------------------------------------------------------*
001138     COPY RAMPRM.
001139 77  WS-BRP-SUB              PIC 9(04) COMP VALUE ZERO.
001140
001150*----------------------------------------------------------------*
001160* MUDANCAS PENDENTES (GRAVADAS NO SEQCHLOG NA ACAO G)            *
003690     EXIT.
003700
003710*----------------------------------------------------------------*
003720* 1250-READ-STEP-CAT - LE UMA ENTRADA DO CATALOGO: O NOME E O    *
003722*                      TIPO PARA A CRITICA DE DIGITACAO E A      *
003725*                      ENTRADA INTEIRA PARA O STPRAM             *
003730*----------------------------------------------------------------*
003740 1250-READ-STEP-CAT.
003750     READ STEP-CAT-FILE
003790            ADD 1 TO WS-KNOWN-COUNT
003800            SET WS-KNW-IDX TO WS-KNOWN-COUNT
003810            MOVE CAT-STEP-NAME
003811              TO WS-KNOWN-STEP-NAME (WS-KNW-IDX)
003813            MOVE CAT-NODE-TYPE
003815              TO WS-KNOWN-NODE-TYPE (WS-KNW-IDX)
003816            MOVE CAT-STEP-NAME
003818              TO BRP-CAT-STEP (WS-KNOWN-COUNT)
003820            MOVE CAT-ENABLED
003821              TO BRP-CAT-ENABLED (WS-KNOWN-COUNT)
003823            MOVE CAT-NODE-TYPE
003825              TO BRP-CAT-NODE-TYPE (WS-KNOWN-COUNT)
003826            MOVE CAT-OUTPUTS
003828              TO BRP-CAT-OUTPUTS (WS-KNOWN-COUNT)
003830     END-READ.
003840 1250-EXIT.
003850     EXIT.
004610         WHEN 'P'
004620             ADD 10 TO WS-PAGE-BASE
004630         WHEN 'G'
004640             PERFORM 2800-CHECK-BRANCHES THRU 2800-EXIT
004650             IF WS-FIELDS-VALID
004651                SET WS-SAVE-REQUESTED TO TRUE
004653                SET WS-EXIT-REQUESTED TO TRUE
004655             END-IF
004660         WHEN 'S'
004670             SET WS-EXIT-REQUESTED TO TRUE
004680         WHEN OTHER
004681             MOVE 'ACAO INVALIDA - USE I, A, X, R, P, G OU S'
004682               TO WS-SCR-MESSAGE
004683     END-EVALUATE
004684     MOVE SPACE TO WS-SCR-ACTION.
004685 2200-EXIT.
004686     EXIT.
004688
004689*----------------------------------------------------------------*
004690* 2800-CHECK-BRANCHES - ANTES DE GRAVAR, PASSA A CADEIA MANTIDA E*
004691*                       O CATALOGO AO STPRAM. COM CRITICA NOS    *
004692*                       RAMOS PARALELOS A GRAVACAO E RECUSADA E  *
004693*                       A PRIMEIRA CRITICA VAI A MENSAGEM DO     *
004695*                       PAINEL (O STEPVAL LISTA TODAS)           *
004696*----------------------------------------------------------------*
004697 2800-CHECK-BRANCHES.
004698     SET WS-FIELDS-VALID TO TRUE
004699     MOVE WS-STEP-SEQ-COUNT TO BRP-SEQ-COUNT
004700     PERFORM 2850-COPY-SEQ-ENTRY THRU 2850-EXIT
004701         VARYING WS-BRP-SUB FROM 1 BY 1
004703         UNTIL WS-BRP-SUB IS GREATER THAN WS-STEP-SEQ-COUNT
004704     MOVE WS-KNOWN-COUNT TO BRP-CAT-COUNT
004705     CALL 'STPRAM' USING BRANCH-PARM-AREA
004706     IF BRP-OK
004707        GO TO 2800-EXIT
004708     END-IF
004710     MOVE 'N' TO WS-VALID-SWITCH
004711     IF BRP-OVERFLOW
004712        MOVE 'NAO GRAVADO - CADEIA EXCEDE AS TABELAS DE RAMOS'
004713          TO WS-SCR-MESSAGE
004714        GO TO 2800-EXIT
004715     END-IF
004716     MOVE SPACES TO WS-SCR-MESSAGE
004718     STRING 'NAO GRAVADO - '                 DELIMITED BY SIZE
004719            BRP-FND-STEP (1)                 DELIMITED BY SPACE
004720            ': '                             DELIMITED BY SIZE
004721            BRP-FND-TEXT (1)                 DELIMITED BY SIZE
004722         INTO WS-SCR-MESSAGE.
004723 2800-EXIT.
004725     EXIT.
004726
004727*----------------------------------------------------------------*
004728* 2850-COPY-SEQ-ENTRY - UMA ENTRADA DA CADEIA PARA O STPRAM      *
004729*----------------------------------------------------------------*
004730 2850-COPY-SEQ-ENTRY.
004731     MOVE WS-SEQ-STEP-NAME (WS-BRP-SUB)
004733       TO BRP-SEQ-STEP (WS-BRP-SUB)
004734     MOVE WS-SEQ-NEXT-STEP (WS-BRP-SUB)
004735       TO BRP-SEQ-NEXT (WS-BRP-SUB)
004736     MOVE WS-SEQ-FAIL-STEP (WS-BRP-SUB)
004737       TO BRP-SEQ-FAIL (WS-BRP-SUB).
004738 2850-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------*
007270
007280*----------------------------------------------------------------*
007290* 7100-CHECK-KNOWN-STEP - PROCURA WS-IMG-STEP ENTRE AS ETAPAS    *
007300*                         CONHECIDAS DO CATALOGO E DEVOLVE O     *
007302*                         TIPO EM WS-KNOWN-TYPE-FOUND            *
007310*----------------------------------------------------------------*
007320 7100-CHECK-KNOWN-STEP.
007330     SET WS-NAME-NOT-FOUND TO TRUE
007335     MOVE SPACE TO WS-KNOWN-TYPE-FOUND
007340     PERFORM 7150-COMPARE-KNOWN THRU 7150-EXIT
007350         VARYING WS-KNW-IDX FROM 1 BY 1
007360         UNTIL WS-KNW-IDX IS GREATER THAN WS-KNOWN-COUNT
007440 7150-COMPARE-KNOWN.
007450     IF WS-KNOWN-STEP-NAME (WS-KNW-IDX) IS EQUAL TO WS-IMG-STEP
007460        SET WS-NAME-FOUND TO TRUE
007463        MOVE WS-KNOWN-NODE-TYPE (WS-KNW-IDX)
007466          TO WS-KNOWN-TYPE-FOUND
007470     END-IF.
007480 7150-EXIT.
007490     EXIT.
007500
007510*----------------------------------------------------------------*
007520* 7300-CHECK-DUPLICATE - PROCURA WS-IMG-STEP ENTRE AS ENTRADAS   *
007530*                        JA EXISTENTES DA CADEIA. A BIFURCACAO   *
007532*                        NUNCA E DUPLICADA (UMA ENTRADA POR RAMO)*
007540*----------------------------------------------------------------*
007550 7300-CHECK-DUPLICATE.
007551     PERFORM 7100-CHECK-KNOWN-STEP THRU 7100-EXIT
007552     IF WS-KNOWN-IS-FORK
007553        SET WS-NAME-NOT-FOUND TO TRUE
007554        GO TO 7300-EXIT
007555     END-IF
007560     SET WS-NAME-NOT-FOUND TO TRUE
007570     PERFORM 7350-COMPARE-EXISTING THRU 7350-EXIT
007580         VARYING WS-SEQ-IDX FROM 1 BY 1
