000180* SC-RECS-HELD, VISIVEIS NO RESUMO DA EXECUCAO (STPRPT).         *
000190* WHSIN INEXISTENTE (PRIMEIRA EXECUCAO DO DEPOSITO) EQUIVALE A   *
000200* DEPOSITO VAZIO.                                                *
000201* A DATA DE EFETIVACAO E A DO PROPRIO ITEM OU, SE ELA CAIR EM    *
000202* DIA NAO UTIL NO CALENDARIO (CALDIA), O PROXIMO DIA UTIL; DATA  *
000206* FORA DO PERIODO DO CALENDARIO VALE COMO ESTA.                  *
000210* CHAMADO DINAMICAMENTE PELO PROGRA01 CONFORME O CATALOGO DE     *
000220* ETAPAS (STEPCAT), RECEBENDO O REGISTRO DE CONTROLE DE ETAPA    *
000230* (COPY STEPCTL).                                                *
000270* DATA       AUTOR  DESCRICAO                                    *
000280* 2026-09-02 EQP    VERSAO INICIAL - DEPOSITO DE MOVIMENTOS      *
000290*                   AGENDADOS.                                   *
000293* 2026-10-15 EQP    CONTA CONTRAPARTIDA DA TRANSFERENCIA ENTRE   *
000294*                   CONTAS CARREGADA NA LIBERACAO E NO DEPOSITO. *
000295* 2026-10-15 EQP    CALENDARIO DE DIAS UTEIS: ITEM DATADO EM DIA *
000296*                   NAO UTIL E LIBERADO NO PROXIMO DIA UTIL      *
000297*                   (CALDIA FUNCAO PR).                          *
000298* 2026-10-15 EQP    REFERENCIA DO AJUSTE MANUAL CARREGADA NA     *
000299*                   LIBERACAO (MOVRLS) E NO DEPOSITO.            *
000300*----------------------------------------------------------------*
000310
000320 ENVIRONMENT DIVISION.
000600     05  RLS-TYPE                PIC X(02).
000610     05  RLS-AMOUNT              PIC X(11).
000620     05  RLS-DATE                PIC X(08).
000625     05  RLS-CTR-ACCOUNT         PIC X(10).
000627     05  RLS-ADJ-REF             PIC X(12).
000630
000640*----------------------------------------------------------------*
000650* WHSOUT - DEPOSITO DO DIA SEGUINTE (MESMO LAYOUT), COMPLETADO   *
000710     05  WHO-TYPE                PIC X(02).
000720     05  WHO-AMOUNT              PIC X(11).
000730     05  WHO-DATE                PIC X(08).
000735     05  WHO-CTR-ACCOUNT         PIC X(10).
000737     05  WHO-ADJ-REF             PIC X(12).
000740
000750 WORKING-STORAGE SECTION.
000760*----------------------------------------------------------------*
000930 01  WS-EDIT-DATE-TEXT           PIC X(08) VALUE SPACES.
000940 01  WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE-TEXT
000950                             PIC 9(08).
000951 77  WS-EFFECTIVE-DATE       PIC 9(08) VALUE ZERO.
000952 77  WS-NONBUS-RELEASED      PIC 9(07) VALUE ZERO.
000953
000954*----------------------------------------------------------------*
000955* AREA DE CONSULTA AO CALENDARIO DE DIAS UTEIS (CALL CALDIA)     *
000956*----------------------------------------------------------------*
000957     COPY CALPRM.
000960
000970 LINKAGE SECTION.
000980*----------------------------------------------------------------*
001120     MOVE 'S000-PROC1'         TO SC-STEP-NAME
001130     DISPLAY SC-STEP-NAME
001140     MOVE 'N' TO WS-WHSIN-EMPTY-SWITCH
001145     MOVE ZERO TO WS-NONBUS-RELEASED
001150     OPEN INPUT WAREHOUSE-IN-FILE
001160     IF NOT WS-WHSIN-OK
001170        IF WS-WHSIN-NOT-FOUND
001480     IF SC-RETURN-CODE IS EQUAL TO ZERO
001490        DISPLAY 'S000PRC1 - LIBERADOS ' SC-RECS-WRITTEN
001500                ' CARREGADOS ' SC-RECS-HELD
001503        DISPLAY 'S000PRC1 - LIBERADOS DATADOS EM DIA NAO UTIL '
001506                WS-NONBUS-RELEASED
001510     END-IF
001520     CLOSE RELEASE-FILE WAREHOUSE-OUT-FILE
001530     PERFORM 8900-CLOSE-WHSIN THRU 8900-EXIT.
001550     GOBACK.
001560
001570*----------------------------------------------------------------*
001580* 4000-RELEASE-ONE-ITEM - LE UM AGENDADO DO DEPOSITO: DATA DE    *
001590*                         EFETIVACAO JA ALCANCADA LIBERA PARA O  *
001600*                         DIA, DATA FUTURA CARREGA PARA O DIA    *
001602*                         SEGUINTE                               *
001610*----------------------------------------------------------------*
001620 4000-RELEASE-ONE-ITEM.
001630     READ WAREHOUSE-IN-FILE
001680     ADD 1 TO SC-RECS-READ
001690     MOVE WHS-DATE TO WS-EDIT-DATE-TEXT
001700     IF WS-EDIT-DATE-NUM IS NUMERIC
001710        PERFORM 4100-EFFECTIVE-DATE THRU 4100-EXIT
001711        IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
001712           GO TO 4000-EXIT
001714        END-IF
001715     END-IF
001717     IF WS-EDIT-DATE-NUM IS NUMERIC
001718        AND WS-EFFECTIVE-DATE IS GREATER THAN SC-BUSINESS-DATE
001720        MOVE WHS-ACCOUNT TO WHO-ACCOUNT
001730        MOVE WHS-TYPE    TO WHO-TYPE
001740        MOVE WHS-AMOUNT  TO WHO-AMOUNT
001750        MOVE WHS-DATE    TO WHO-DATE
001755        MOVE WHS-CTR-ACCOUNT TO WHO-CTR-ACCOUNT
001757        MOVE WHS-ADJ-REF TO WHO-ADJ-REF
001760        WRITE WAREHOUSE-OUT-RECORD
001770        ADD 1 TO SC-RECS-HELD
001780     ELSE
001800        MOVE WHS-TYPE    TO RLS-TYPE
001810        MOVE WHS-AMOUNT  TO RLS-AMOUNT
001820        MOVE WHS-DATE    TO RLS-DATE
001825        MOVE WHS-CTR-ACCOUNT TO RLS-CTR-ACCOUNT
001827        MOVE WHS-ADJ-REF TO RLS-ADJ-REF
001830        WRITE RELEASE-RECORD
001840        ADD 1 TO SC-RECS-WRITTEN
001841        IF WS-EDIT-DATE-NUM IS NUMERIC
001842           AND WS-EFFECTIVE-DATE IS NOT EQUAL TO WS-EDIT-DATE-NUM
001843           ADD 1 TO WS-NONBUS-RELEASED
001845        END-IF
001850     END-IF.
001851 4000-EXIT.
001852     EXIT.
001853
001854*----------------------------------------------------------------*
001855* 4100-EFFECTIVE-DATE - DATA DE EFETIVACAO DO ITEM: O PROXIMO    *
001856*                       DIA UTIL A PARTIR DA DATA DO ITEM (A     *
001857*                       PROPRIA DATA QUANDO JA E DIA UTIL). FORA *
001858*                       DO CALENDARIO VALE A DATA DO ITEM;       *
001859*                       CALENDARIO INDISPONIVEL ENCERRA A ETAPA  *
001860*                       COM RC=16                                *
001861*----------------------------------------------------------------*
001862 4100-EFFECTIVE-DATE.
001863     MOVE WS-EDIT-DATE-NUM TO WS-EFFECTIVE-DATE
001864     MOVE 'PR' TO CALP-FUNCTION
001865     MOVE WS-EDIT-DATE-NUM TO CALP-DATE-IN
001866     CALL 'CALDIA' USING CALENDAR-PARM-AREA
001867     EVALUATE TRUE
001868         WHEN CALP-OK
001869             MOVE CALP-DATE-OUT TO WS-EFFECTIVE-DATE
001870         WHEN CALP-OUT-OF-RANGE
001871             CONTINUE
001872         WHEN OTHER
001873             DISPLAY 'S000PRC1 - CALENDARIO DE DIAS UTEIS '
001874                     'INDISPONIVEL (CALEND)'
001875             MOVE 16 TO SC-RETURN-CODE
001876     END-EVALUATE.
001877 4100-EXIT.
001878     EXIT.
001880
001890*----------------------------------------------------------------*
001900* 8900-CLOSE-WHSIN - FECHA O WHSIN QUANDO ELE FOI ABERTO (NAO    *
