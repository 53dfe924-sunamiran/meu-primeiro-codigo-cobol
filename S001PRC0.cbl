000190* REAPRESENTACOES NAO CIRCULA MAIS: SAI NO RELATORIO DE BAIXA    *
000200* (RCYWOFF) PARA TRATAMENTO MANUAL PELA AREA DE ORIGEM.          *
000210* RCYIN INEXISTENTE (PRIMEIRA EXECUCAO DO SUBSISTEMA) EQUIVALE   *
000211* A RECICLAGEM VAZIA.                                            *
000212* OS AJUSTES MANUAIS APROVADOS NO ADJMAINT (REGISTRO ADJREG,     *
000214* COPY ADJREC) ENTRAM NO MOVIMENTO FUNDIDO DEPOIS DOS LIBERADOS, *
000215* COM A DATA-MOVIMENTO DA CADEIA E A REFERENCIA DE DISPUTA NAS   *
000217* POSICOES 42-53, E FICAM INTEGRADOS (I) COM A EXECUCAO. O       *
000218* RELATORIO ADJRPT LISTA OS AJUSTES INCLUIDOS, APROVADOS,        *
000220* RECUSADOS E PENDENTES; O AJUSTE INTEGRADO OU RECUSADO EM       *
000221* EXECUCAO ANTERIOR SAI DO REGISTRO PARA O HISTORICO. O ADJREG   *
000223* SO E LIDO: O REGISTRO ATUALIZADO VAI PARA O TRABALHO ADJWRK E  *
000224* OS ENCERRADOS TRANSFERIDOS PARA O TRABALHO ADJHISW, EFETIVADOS *
000226* NO ADJREG E NO HISTORICO ADJHIS PELO JOB SO QUANDO A CADEIA    *
000227* COMPLETA - A RETOMADA RELE O MESMO REGISTRO E REFAZ O MESMO    *
000229* RESULTADO, SEM DEPENDER DO IDENTIFICADOR DE EXECUCAO.          *
000230* CHAMADO DINAMICAMENTE PELO PROGRA01 CONFORME O CATALOGO DE     *
000240* ETAPAS (STEPCAT), RECEBENDO O REGISTRO DE CONTROLE DE ETAPA    *
000250* (COPY STEPCTL).                                                *
000320* 2026-09-02 EQP    FUNDE TAMBEM OS MOVIMENTOS AGENDADOS         *
000330*                   LIBERADOS NESTA DATA (MOVRLS, GRAVADO PELA   *
000340*                   S000-PROC1), ENTRE OS RECICLADOS E O         *
000341*                   MOVIMENTO DO DIA.                            *
000343* 2026-10-15 EQP    CONTA CONTRAPARTIDA DA TRANSFERENCIA ENTRE   *
000344*                   CONTAS (POSICOES 32-41 DO LAYOUT BRUTO)      *
000346*                   CARREGADA NA FUSAO E NA RECICLAGEM.          *
000347* 2026-10-15 EQP    INTEGRACAO DOS AJUSTES MANUAIS APROVADOS     *
000349*                   (ADJREG), COM A REFERENCIA DE DISPUTA NAS    *
000350*                   POSICOES 42-53; RELATORIO DE AJUSTES         *
000352*                   (ADJRPT) E HISTORICO DOS ENCERRADOS (ADJHIS).*
000353* 2026-10-15 EQP    ADJREG SO LIDO; REGISTRO ATUALIZADO E        *
000355*                   ENCERRADOS GRAVADOS NOS TRABALHOS ADJWRK E   *
000356*                   ADJHISW, EFETIVADOS PELO JOB. REFERENCIA DO  *
000358*                   AJUSTE CARREGADA NOS LIBERADOS DO MOVRLS.    *
000360*----------------------------------------------------------------*
000370
000380 ENVIRONMENT DIVISION.
000570         FILE STATUS IS WS-RCYPEND-STATUS.
000580     SELECT WRITEOFF-REPORT-FILE ASSIGN TO 'RCYWOFF'
000590         ORGANIZATION IS LINE SEQUENTIAL
000591         FILE STATUS IS WS-RCYWOFF-STATUS.
000592     SELECT ADJUSTMENT-FILE ASSIGN TO 'ADJREG'
000594         ORGANIZATION IS LINE SEQUENTIAL
000595         FILE STATUS IS WS-ADJREG-STATUS.
000597     SELECT ADJ-WORK-FILE ASSIGN TO 'ADJWRK'
000598         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ADJWRK-STATUS.
000601     SELECT ADJ-HISTORY-FILE ASSIGN TO 'ADJHISW'
000602         ORGANIZATION IS LINE SEQUENTIAL
000604         FILE STATUS IS WS-ADJHISW-STATUS.
000605     SELECT ADJ-REPORT-FILE ASSIGN TO 'ADJRPT'
000607         ORGANIZATION IS LINE SEQUENTIAL
000608         FILE STATUS IS WS-ADJRPT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000750     05  MOVI-TYPE               PIC X(02).
000760     05  MOVI-AMOUNT             PIC X(11).
000770     05  MOVI-DATE               PIC X(08).
000775     05  MOVI-CTR-ACCOUNT        PIC X(10).
000780
000790*----------------------------------------------------------------*
000800* MOVRLS - MOVIMENTOS AGENDADOS LIBERADOS NESTA DATA PELA        *
000860     05  RLI-TYPE                PIC X(02).
000870     05  RLI-AMOUNT              PIC X(11).
000880     05  RLI-DATE                PIC X(08).
000885     05  RLI-CTR-ACCOUNT         PIC X(10).
000887     05  RLI-ADJ-REF             PIC X(12).
000890
000900*----------------------------------------------------------------*
000910* MOVMRG - MOVIMENTO FUNDIDO (RECICLADOS, LIBERADOS E AJUSTES    *
000920*          APROVADOS NA FRENTE DO MOVIMENTO DO DIA), NO LAYOUT   *
000930*          DO MOVIN, CONSUMIDO PELA VALIDACAO (S001-PROC1)       *
000940*----------------------------------------------------------------*
000950 FD  MERGED-FILE.
000960 01  MERGED-RECORD.
000980     05  MRG-TYPE                PIC X(02).
000990     05  MRG-AMOUNT              PIC X(11).
001000     05  MRG-DATE                PIC X(08).
001005     05  MRG-CTR-ACCOUNT         PIC X(10).
001007     05  MRG-ADJ-REF             PIC X(12).
001010
001020*----------------------------------------------------------------*
001030* RCYPEND - ITENS REAPRESENTADOS NESTA EXECUCAO, COM O CONTADOR  *
001120     05  PND-REASON-CODE         PIC X(02).
001130     05  PND-RUN-ID              PIC X(18).
001140     05  PND-RESUBMIT-COUNT      PIC 9(02).
001145     05  PND-CTR-ACCOUNT         PIC X(10).
001150
001151 FD  WRITEOFF-REPORT-FILE.
001152 01  WRITEOFF-REPORT-LINE       PIC X(80).
001153
001154*----------------------------------------------------------------*
001156* ADJREG - REGISTRO DE AJUSTES MANUAIS MANTIDO PELO ADJMAINT     *
001157*          (COPY ADJREC), SO LIDO NESTA ETAPA                    *
001158*----------------------------------------------------------------*
001159 FD  ADJUSTMENT-FILE.
001160     COPY ADJREC.
001162
001163*----------------------------------------------------------------*
001164* ADJWRK  - REGISTRO DE AJUSTES ATUALIZADO NESTA EXECUCAO,       *
001165*           COPIADO PARA O ADJREG NA EFETIVACAO DO JOB           *
001166* ADJHISW - AJUSTES ENCERRADOS TRANSFERIDOS NESTA EXECUCAO,      *
001168*           ACRESCENTADOS AO HISTORICO ADJHIS NA EFETIVACAO      *
001169*----------------------------------------------------------------*
001170 FD  ADJ-WORK-FILE.
001171 01  ADJ-WORK-RECORD            PIC X(170).
001172
001174 FD  ADJ-HISTORY-FILE.
001175 01  ADJ-HISTORY-RECORD         PIC X(170).
001176
001177 FD  ADJ-REPORT-FILE.
001178 01  ADJ-REPORT-LINE            PIC X(80).
001180
001190 WORKING-STORAGE SECTION.
001200*----------------------------------------------------------------*
001360 77  WS-RCYPEND-STATUS       PIC X(02) VALUE SPACES.
001370     88  WS-RCYPEND-OK               VALUE '00'.
001380 77  WS-RCYWOFF-STATUS       PIC X(02) VALUE SPACES.
001381     88  WS-RCYWOFF-OK               VALUE '00'.
001383 77  WS-ADJREG-STATUS        PIC X(02) VALUE SPACES.
001384     88  WS-ADJREG-OK                VALUE '00'.
001386     88  WS-ADJREG-EOF               VALUE '10'.
001387     88  WS-ADJREG-NOT-FOUND         VALUE '35'.
001389 77  WS-ADJWRK-STATUS        PIC X(02) VALUE SPACES.
001390     88  WS-ADJWRK-OK                VALUE '00'.
001392     88  WS-ADJWRK-EOF               VALUE '10'.
001393 77  WS-ADJHISW-STATUS       PIC X(02) VALUE SPACES.
001395     88  WS-ADJHISW-OK               VALUE '00'.
001396 77  WS-ADJRPT-STATUS        PIC X(02) VALUE SPACES.
001398     88  WS-ADJRPT-OK                VALUE '00'.
001400
001410*----------------------------------------------------------------*
001420* CONTROLE DA RECICLAGEM - LIMITE DE REAPRESENTACOES (DIAS UTEIS *
001480 77  WS-RCYIN-EMPTY-SWITCH   PIC X(01) VALUE 'N'.
001490     88  WS-RCYIN-EMPTY              VALUE 'Y'.
001500 77  WS-RLS-EMPTY-SWITCH     PIC X(01) VALUE 'N'.
001501     88  WS-MOVRLS-EMPTY             VALUE 'Y'.
001502 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZ9.
001503
001504*----------------------------------------------------------------*
001505* CONTROLE DOS AJUSTES MANUAIS - CONTADORES E VALORES POR EVENTO *
001506* DO RELATORIO ADJRPT                                            *
001507*----------------------------------------------------------------*
001508 77  WS-ADJ-EMPTY-SWITCH     PIC X(01) VALUE 'N'.
001509     88  WS-ADJREG-EMPTY             VALUE 'Y'.
001510 77  WS-ADJ-ENTERED-COUNT    PIC 9(07) VALUE ZERO.
001511 77  WS-ADJ-ENTERED-AMOUNT   PIC 9(11)V99 VALUE ZERO.
001512 77  WS-ADJ-MERGED-COUNT     PIC 9(07) VALUE ZERO.
001513 77  WS-ADJ-MERGED-AMOUNT    PIC 9(11)V99 VALUE ZERO.
001514 77  WS-ADJ-DECLINED-COUNT   PIC 9(07) VALUE ZERO.
001515 77  WS-ADJ-DECLINED-AMOUNT  PIC 9(11)V99 VALUE ZERO.
001516 77  WS-ADJ-PENDING-COUNT    PIC 9(07) VALUE ZERO.
001517 77  WS-ADJ-PENDING-AMOUNT   PIC 9(11)V99 VALUE ZERO.
001518 77  WS-ADJ-ARCHIVED-COUNT   PIC 9(07) VALUE ZERO.
001519 77  WS-ADJ-EVENT            PIC X(09) VALUE SPACES.
001520 77  WS-ADJ-OPERATOR         PIC X(08) VALUE SPACES.
001521 77  WS-ADJ-TOT-LABEL        PIC X(30) VALUE SPACES.
001522 77  WS-ADJ-TOT-COUNT        PIC 9(07) VALUE ZERO.
001523 77  WS-ADJ-TOT-AMOUNT       PIC 9(11)V99 VALUE ZERO.
001524 01  WS-RPT-AMT-EDIT             PIC ZZZZZZZZ9.99.
001525 01  WS-RPT-TOT-EDIT             PIC ZZZZZZZZZZ9.99.
001526 01  WS-EDIT-AMOUNT-TEXT         PIC X(11) VALUE SPACES.
001527 01  WS-EDIT-AMOUNT-NUM REDEFINES WS-EDIT-AMOUNT-TEXT
001528                             PIC 9(09)V99.
001530 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001540 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
001550 01  WS-TIMESTAMP-FIELD.
002500               OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
002510     END-IF
002520     IF SC-RETURN-CODE IS EQUAL TO ZERO
002522        PERFORM 4100-PROCESS-ADJUSTMENTS THRU 4100-EXIT
002525     END-IF
002527     IF SC-RETURN-CODE IS EQUAL TO ZERO
002530        PERFORM 4070-COPY-MOVIN THRU 4070-EXIT
002540            UNTIL WS-MOVIN-EOF
002550               OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
003240     MOVE RCY-TYPE    TO MRG-TYPE
003250     MOVE RCY-AMOUNT  TO MRG-AMOUNT
003260     MOVE RCY-DATE    TO MRG-DATE
003265     MOVE RCY-CTR-ACCOUNT TO MRG-CTR-ACCOUNT
003267     MOVE RCY-ADJ-REF     TO MRG-ADJ-REF
003270     WRITE MERGED-RECORD
003280     ADD 1 TO SC-RECS-WRITTEN
003290     ADD 1 TO WS-RECYCLED-COUNT
003340     MOVE RCY-REASON-CODE    TO PND-REASON-CODE
003350     MOVE RCY-RUN-ID         TO PND-RUN-ID
003360     COMPUTE PND-RESUBMIT-COUNT = RCY-RESUBMIT-COUNT + 1
003365     MOVE RCY-CTR-ACCOUNT    TO PND-CTR-ACCOUNT
003370     WRITE PENDING-RECORD.
003380 4030-EXIT.
003390     EXIT.
003780            MOVE RLI-TYPE    TO MRG-TYPE
003790            MOVE RLI-AMOUNT  TO MRG-AMOUNT
003800            MOVE RLI-DATE    TO MRG-DATE
003805            MOVE RLI-CTR-ACCOUNT TO MRG-CTR-ACCOUNT
003807            MOVE RLI-ADJ-REF TO MRG-ADJ-REF
003810            WRITE MERGED-RECORD
003820            ADD 1 TO SC-RECS-WRITTEN
003830     END-READ.
003940            SET WS-MOVIN-EOF TO TRUE
003950         NOT AT END
003960            ADD 1 TO SC-RECS-READ
003961            MOVE MOVIN-RECORD TO MERGED-RECORD
003962            WRITE MERGED-RECORD
003963            ADD 1 TO SC-RECS-WRITTEN
003964     END-READ.
003965 4070-EXIT.
003966     EXIT.
003967
003968*----------------------------------------------------------------*
003969* 4090-WRITE-WRITEOFF-TRAILER - TOTAIS DO RELATORIO DE BAIXA     *
003970*----------------------------------------------------------------*
003971 4090-WRITE-WRITEOFF-TRAILER.
003972     MOVE SPACES TO WRITEOFF-REPORT-LINE
003973     PERFORM 9000-WRITE-WRITEOFF-LINE THRU 9000-EXIT
003974     MOVE WS-WRITEOFF-COUNT TO WS-RPT-COUNT-EDIT
003975     MOVE SPACES TO WRITEOFF-REPORT-LINE
003976     STRING 'TOTAL DE ITENS BAIXADOS: '      DELIMITED BY SIZE
003977            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
003978         INTO WRITEOFF-REPORT-LINE
003979     PERFORM 9000-WRITE-WRITEOFF-LINE THRU 9000-EXIT
003980     MOVE WS-RECYCLED-COUNT TO WS-RPT-COUNT-EDIT
003981     MOVE SPACES TO WRITEOFF-REPORT-LINE
003982     STRING 'TOTAL DE ITENS REAPRESENTADOS: '
003983                                             DELIMITED BY SIZE
003984            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
003985         INTO WRITEOFF-REPORT-LINE
003986     PERFORM 9000-WRITE-WRITEOFF-LINE THRU 9000-EXIT.
003987 4090-EXIT.
003988     EXIT.
003989
003990*----------------------------------------------------------------*
003991* 4100-PROCESS-ADJUSTMENTS - PASSA O REGISTRO DE AJUSTES         *
003992*                            MANUAIS: INTEGRA OS APROVADOS AO    *
003993*                            MOVIMENTO FUNDIDO, LISTA OS EVENTOS *
003994*                            NO ADJRPT, GRAVA OS ENCERRADOS NO   *
003995*                            ADJHISW E O REGISTRO ATUALIZADO NO  *
003996*                            ADJWRK (AMBOS SEMPRE REFEITOS).     *
003997*                            ADJREG INEXISTENTE EQUIVALE A       *
003998*                            REGISTRO VAZIO                      *
003999*----------------------------------------------------------------*
004000 4100-PROCESS-ADJUSTMENTS.
004001     MOVE 'N' TO WS-ADJ-EMPTY-SWITCH
004002     OPEN INPUT ADJUSTMENT-FILE
004003     IF NOT WS-ADJREG-OK
004004        IF WS-ADJREG-NOT-FOUND
004005           SET WS-ADJREG-EMPTY TO TRUE
004006        ELSE
004007           DISPLAY 'S001PRC0 - ERRO AO ABRIR ADJREG - '
004008                   WS-ADJREG-STATUS
004009           MOVE 16 TO SC-RETURN-CODE
004010           GO TO 4100-EXIT
004011        END-IF
004012     END-IF
004013     OPEN OUTPUT ADJ-REPORT-FILE
004014     IF NOT WS-ADJRPT-OK
004015        DISPLAY 'S001PRC0 - ERRO AO ABRIR ADJRPT - '
004016                WS-ADJRPT-STATUS
004017        MOVE 16 TO SC-RETURN-CODE
004018        PERFORM 8920-CLOSE-ADJREG THRU 8920-EXIT
004019        GO TO 4100-EXIT
004020     END-IF
004021     PERFORM 4110-WRITE-ADJ-HEADER THRU 4110-EXIT
004022     OPEN OUTPUT ADJ-WORK-FILE
004023     IF NOT WS-ADJWRK-OK
004024        DISPLAY 'S001PRC0 - ERRO AO ABRIR ADJWRK - '
004025                WS-ADJWRK-STATUS
004026        MOVE 16 TO SC-RETURN-CODE
004027        CLOSE ADJ-REPORT-FILE
004028        PERFORM 8920-CLOSE-ADJREG THRU 8920-EXIT
004029        GO TO 4100-EXIT
004030     END-IF
004031     OPEN OUTPUT ADJ-HISTORY-FILE
004032     IF NOT WS-ADJHISW-OK
004033        DISPLAY 'S001PRC0 - ERRO AO ABRIR ADJHISW - '
004034                WS-ADJHISW-STATUS
004035        MOVE 16 TO SC-RETURN-CODE
004036        CLOSE ADJ-REPORT-FILE ADJ-WORK-FILE
004037        PERFORM 8920-CLOSE-ADJREG THRU 8920-EXIT
004038        GO TO 4100-EXIT
004039     END-IF
004040     IF NOT WS-ADJREG-EMPTY
004041        PERFORM 4120-PROCESS-ADJUSTMENT THRU 4120-EXIT
004042            UNTIL WS-ADJREG-EOF
004043               OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
004044     END-IF
004045     CLOSE ADJ-WORK-FILE ADJ-HISTORY-FILE
004046     PERFORM 8920-CLOSE-ADJREG THRU 8920-EXIT
004047     IF SC-RETURN-CODE IS EQUAL TO ZERO
004048        PERFORM 4190-WRITE-ADJ-TRAILER THRU 4190-EXIT
004049     END-IF
004050     CLOSE ADJ-REPORT-FILE
004051     DISPLAY 'S001PRC0 - AJUSTES INTEGRADOS ' WS-ADJ-MERGED-COUNT
004052             ' PENDENTES ' WS-ADJ-PENDING-COUNT
004053             ' HISTORICO ' WS-ADJ-ARCHIVED-COUNT.
004054 4100-EXIT.
004055     EXIT.
004056
004057*----------------------------------------------------------------*
004058* 4110-WRITE-ADJ-HEADER - CABECALHO DO RELATORIO DE AJUSTES      *
004059*----------------------------------------------------------------*
004060 4110-WRITE-ADJ-HEADER.
004061     PERFORM 9200-BUILD-TIMESTAMP THRU 9200-EXIT
004062     MOVE SPACES TO ADJ-REPORT-LINE
004063     STRING 'AJUSTES MANUAIS - S001PRC0 - '   DELIMITED BY SIZE
004064            WS-TIMESTAMP-FIELD               DELIMITED BY SIZE
004065         INTO ADJ-REPORT-LINE
004066     PERFORM 9100-WRITE-ADJ-LINE THRU 9100-EXIT
004067     MOVE SPACES TO ADJ-REPORT-LINE
004068     STRING 'DATA-MOVIMENTO '                 DELIMITED BY SIZE
004069            SC-BUSINESS-DATE                 DELIMITED BY SIZE
004070            ' EXECUCAO '                     DELIMITED BY SIZE
004071            SC-RUN-ID                        DELIMITED BY SIZE
004072         INTO ADJ-REPORT-LINE
004073     PERFORM 9100-WRITE-ADJ-LINE THRU 9100-EXIT
004074     MOVE SPACES TO ADJ-REPORT-LINE
004075     PERFORM 9100-WRITE-ADJ-LINE THRU 9100-EXIT
004076     IF WS-ADJREG-EMPTY
004077        MOVE 'ADJREG INEXISTENTE - NENHUM AJUSTE'
004078          TO ADJ-REPORT-LINE
004079        PERFORM 9100-WRITE-ADJ-LINE THRU 9100-EXIT
004080        GO TO 4110-EXIT
004081     END-IF
004082     MOVE SPACES TO ADJ-REPORT-LINE
004083     STRING 'NUMERO       CONTA      TP        VALOR '
004084                                             DELIMITED BY SIZE
004085            'REFERENCIA   EVENTO    OPERADOR' DELIMITED BY SIZE
004086         INTO ADJ-REPORT-LINE
004087     PERFORM 9100-WRITE-ADJ-LINE THRU 9100-EXIT.
004088 4110-EXIT.
004089     EXIT.
004090
004091*----------------------------------------------------------------*
004092* 4120-PROCESS-ADJUSTMENT - LE UM AJUSTE DO REGISTRO. ENCERRADO  *
004093*                           EM EXECUCAO ANTERIOR (JA EFETIVADA)  *
004094*                           VAI PARA O ADJHISW; OS DEMAIS SAO    *
004095*                           LISTADOS                             *
004096*                           CONFORME O EVENTO (INCLUSAO AINDA    *
004097*                           NAO LISTADA, APROVACAO, RECUSA OU    *
004098*                           PENDENCIA) E SEGUEM NO ADJWRK        *
004099*----------------------------------------------------------------*
004100 4120-PROCESS-ADJUSTMENT.
004101     READ ADJUSTMENT-FILE
004102         AT END
004103            SET WS-ADJREG-EOF TO TRUE
004104            GO TO 4120-EXIT
004105     END-READ
004106     IF (ADJ-INTEGRATED OR ADJ-DECLINED)
004107        AND ADJ-CLOSE-RUN IS NOT EQUAL TO SPACES
004108        WRITE ADJ-HISTORY-RECORD FROM ADJUSTMENT-RECORD
004109        IF NOT WS-ADJHISW-OK
004110           DISPLAY 'S001PRC0 - ERRO AO GRAVAR ADJHISW - '
004111                   WS-ADJHISW-STATUS
004112           MOVE 16 TO SC-RETURN-CODE
004113        END-IF
004114        ADD 1 TO WS-ADJ-ARCHIVED-COUNT
004115        GO TO 4120-EXIT
004116     END-IF
004117*    A INCLUSAO SAI UMA VEZ NO RELATORIO: A MARCA SO CHEGA AO
004118*    ADJREG NA EFETIVACAO, E A RETOMADA ANTES DELA RELE O REGISTRO
004119*    SEM A MARCA E REPETE A MESMA LISTAGEM
004120     IF ADJ-ENTRY-RPT-RUN IS EQUAL TO SPACES
004121        MOVE SC-RUN-ID       TO ADJ-ENTRY-RPT-RUN
004122        MOVE 'INCLUIDO '     TO WS-ADJ-EVENT
004123        MOVE ADJ-ENTERED-BY  TO WS-ADJ-OPERATOR
004124        PERFORM 4150-WRITE-ADJ-DETAIL THRU 4150-EXIT
004125        MOVE SPACES TO ADJ-REPORT-LINE
004126        STRING '             MOTIVO: '        DELIMITED BY SIZE
004127               ADJ-REASON                     DELIMITED BY SIZE
004128            INTO ADJ-REPORT-LINE
004129        PERFORM 9100-WRITE-ADJ-LINE THRU 9100-EXIT
004130        ADD 1 TO WS-ADJ-ENTERED-COUNT
004131        ADD ADJ-AMOUNT TO WS-ADJ-ENTERED-AMOUNT
004132     END-IF
004133     EVALUATE TRUE
004134         WHEN ADJ-APPROVED
004135             PERFORM 4130-MERGE-ADJUSTMENT THRU 4130-EXIT
004136         WHEN ADJ-DECLINED
004137             MOVE SC-RUN-ID       TO ADJ-CLOSE-RUN
004138             MOVE 'RECUSADO '     TO WS-ADJ-EVENT
004139             MOVE ADJ-DECIDED-BY  TO WS-ADJ-OPERATOR
004140             PERFORM 4150-WRITE-ADJ-DETAIL THRU 4150-EXIT
004141             ADD 1 TO WS-ADJ-DECLINED-COUNT
004142             ADD ADJ-AMOUNT TO WS-ADJ-DECLINED-AMOUNT
004143         WHEN ADJ-PENDING
004144             MOVE 'PENDENTE '     TO WS-ADJ-EVENT
004145             MOVE ADJ-ENTERED-BY  TO WS-ADJ-OPERATOR
004146             PERFORM 4150-WRITE-ADJ-DETAIL THRU 4150-EXIT
004147             ADD 1 TO WS-ADJ-PENDING-COUNT
004148             ADD ADJ-AMOUNT TO WS-ADJ-PENDING-AMOUNT
004149         WHEN OTHER
004150             DISPLAY 'S001PRC0 - AJUSTE ' ADJ-NUMBER
004151                     ' COM SITUACAO INVALIDA - ' ADJ-STATUS
004152             MOVE 'INVALIDO '     TO WS-ADJ-EVENT
004153             MOVE ADJ-ENTERED-BY  TO WS-ADJ-OPERATOR
004154             PERFORM 4150-WRITE-ADJ-DETAIL THRU 4150-EXIT
004155     END-EVALUATE
004156     WRITE ADJ-WORK-RECORD FROM ADJUSTMENT-RECORD
004157     IF NOT WS-ADJWRK-OK
004158        DISPLAY 'S001PRC0 - ERRO AO GRAVAR ADJWRK - '
004159                WS-ADJWRK-STATUS
004160        MOVE 16 TO SC-RETURN-CODE
004161     END-IF.
004162 4120-EXIT.
004163     EXIT.
004164
004165*----------------------------------------------------------------*
004166* 4130-MERGE-ADJUSTMENT - GRAVA O AJUSTE APROVADO NO MOVIMENTO   *
004167*                         FUNDIDO (LAYOUT BRUTO DO MOVIN,        *
004168*                         DATA-MOVIMENTO DA CADEIA, REFERENCIA   *
004169*                         DE DISPUTA EM 42-53) E O MARCA         *
004170*                         INTEGRADO COM A EXECUCAO NO ADJWRK     *
004171*----------------------------------------------------------------*
004172 4130-MERGE-ADJUSTMENT.
004173     MOVE ADJ-ACCOUNT         TO MRG-ACCOUNT
004174     MOVE ADJ-TYPE            TO MRG-TYPE
004175     MOVE ADJ-AMOUNT          TO WS-EDIT-AMOUNT-NUM
004176     MOVE WS-EDIT-AMOUNT-TEXT TO MRG-AMOUNT
004177     MOVE SC-BUSINESS-DATE    TO MRG-DATE
004178     MOVE SPACES              TO MRG-CTR-ACCOUNT
004179     MOVE ADJ-DISPUTE-REF     TO MRG-ADJ-REF
004180     WRITE MERGED-RECORD
004181     ADD 1 TO SC-RECS-READ
004182     ADD 1 TO SC-RECS-WRITTEN
004183     SET ADJ-INTEGRATED TO TRUE
004184     MOVE SC-RUN-ID           TO ADJ-CLOSE-RUN
004185     MOVE 'APROVADO '         TO WS-ADJ-EVENT
004186     MOVE ADJ-DECIDED-BY      TO WS-ADJ-OPERATOR
004187     PERFORM 4150-WRITE-ADJ-DETAIL THRU 4150-EXIT
004188     ADD 1 TO WS-ADJ-MERGED-COUNT
004189     ADD ADJ-AMOUNT TO WS-ADJ-MERGED-AMOUNT.
004190 4130-EXIT.
004191     EXIT.
004192
004193*----------------------------------------------------------------*
004194* 4150-WRITE-ADJ-DETAIL - LINHA DO AJUSTE CORRENTE NO ADJRPT COM *
004195*                         O EVENTO E O OPERADOR JA POSTOS        *
004196*----------------------------------------------------------------*
004197 4150-WRITE-ADJ-DETAIL.
004198     MOVE ADJ-AMOUNT TO WS-RPT-AMT-EDIT
004199     MOVE SPACES TO ADJ-REPORT-LINE
004200     STRING ADJ-NUMBER                       DELIMITED BY SIZE
004201            ' '                              DELIMITED BY SIZE
004202            ADJ-ACCOUNT                      DELIMITED BY SIZE
004203            ' '                              DELIMITED BY SIZE
004204            ADJ-TYPE                         DELIMITED BY SIZE
004205            ' '                              DELIMITED BY SIZE
004206            WS-RPT-AMT-EDIT                  DELIMITED BY SIZE
004207            ' '                              DELIMITED BY SIZE
004208            ADJ-DISPUTE-REF                  DELIMITED BY SIZE
004209            ' '                              DELIMITED BY SIZE
004210            WS-ADJ-EVENT                     DELIMITED BY SIZE
004211            ' '                              DELIMITED BY SIZE
004212            WS-ADJ-OPERATOR                  DELIMITED BY SIZE
004213         INTO ADJ-REPORT-LINE
004214     PERFORM 9100-WRITE-ADJ-LINE THRU 9100-EXIT.
004215 4150-EXIT.
004216     EXIT.
004217
004218*----------------------------------------------------------------*
004219* 4190-WRITE-ADJ-TRAILER - TOTAIS POR EVENTO DO RELATORIO DE     *
004220*                          AJUSTES                               *
004221*----------------------------------------------------------------*
004222 4190-WRITE-ADJ-TRAILER.
004223     MOVE SPACES TO ADJ-REPORT-LINE
004224     PERFORM 9100-WRITE-ADJ-LINE THRU 9100-EXIT
004225     MOVE 'INCLUIDOS'                    TO WS-ADJ-TOT-LABEL
004226     MOVE WS-ADJ-ENTERED-COUNT           TO WS-ADJ-TOT-COUNT
004227     MOVE WS-ADJ-ENTERED-AMOUNT          TO WS-ADJ-TOT-AMOUNT
004228     PERFORM 4195-WRITE-ADJ-TOTAL THRU 4195-EXIT
004229     MOVE 'APROVADOS E INTEGRADOS'       TO WS-ADJ-TOT-LABEL
004230     MOVE WS-ADJ-MERGED-COUNT            TO WS-ADJ-TOT-COUNT
004231     MOVE WS-ADJ-MERGED-AMOUNT           TO WS-ADJ-TOT-AMOUNT
004232     PERFORM 4195-WRITE-ADJ-TOTAL THRU 4195-EXIT
004233     MOVE 'RECUSADOS'                    TO WS-ADJ-TOT-LABEL
004234     MOVE WS-ADJ-DECLINED-COUNT          TO WS-ADJ-TOT-COUNT
004235     MOVE WS-ADJ-DECLINED-AMOUNT         TO WS-ADJ-TOT-AMOUNT
004236     PERFORM 4195-WRITE-ADJ-TOTAL THRU 4195-EXIT
004237     MOVE 'PENDENTES DE APROVACAO'       TO WS-ADJ-TOT-LABEL
004238     MOVE WS-ADJ-PENDING-COUNT           TO WS-ADJ-TOT-COUNT
004239     MOVE WS-ADJ-PENDING-AMOUNT          TO WS-ADJ-TOT-AMOUNT
004240     PERFORM 4195-WRITE-ADJ-TOTAL THRU 4195-EXIT
004241     MOVE WS-ADJ-ARCHIVED-COUNT TO WS-RPT-COUNT-EDIT
004242     MOVE SPACES TO ADJ-REPORT-LINE
004243     STRING 'ENCERRADOS TRANSFERIDOS AO HISTORICO: '
004244                                             DELIMITED BY SIZE
004245            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
004246         INTO ADJ-REPORT-LINE
004247     PERFORM 9100-WRITE-ADJ-LINE THRU 9100-EXIT.
004248 4190-EXIT.
004249     EXIT.
004250
004251*----------------------------------------------------------------*
004252* 4195-WRITE-ADJ-TOTAL - UMA LINHA DE TOTAL (ROTULO, QUANTIDADE  *
004253*                        E VALOR JA POSTOS)                      *
004254*----------------------------------------------------------------*
004255 4195-WRITE-ADJ-TOTAL.
004256     MOVE WS-ADJ-TOT-COUNT  TO WS-RPT-COUNT-EDIT
004257     MOVE WS-ADJ-TOT-AMOUNT TO WS-RPT-TOT-EDIT
004258     MOVE SPACES TO ADJ-REPORT-LINE
004259     STRING WS-ADJ-TOT-LABEL                 DELIMITED BY SIZE
004260            ': '                             DELIMITED BY SIZE
004261            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
004262            '  VALOR: '                      DELIMITED BY SIZE
004263            WS-RPT-TOT-EDIT                  DELIMITED BY SIZE
004264         INTO ADJ-REPORT-LINE
004265     PERFORM 9100-WRITE-ADJ-LINE THRU 9100-EXIT.
004266 4195-EXIT.
004267     EXIT.
004268
004269*----------------------------------------------------------------*
004270* 8900-CLOSE-RCYIN - FECHA O RCYIN QUANDO ELE FOI ABERTO (NAO    *
004280*                    FOI O CASO DA PRIMEIRA EXECUCAO, SEM        *
004290*                    RECICLAGEM ANTERIOR)                        *
004450 8910-EXIT.
004460     EXIT.
004470
004471*----------------------------------------------------------------*
004473* 8920-CLOSE-ADJREG - FECHA O ADJREG QUANDO ELE FOI ABERTO       *
004475*----------------------------------------------------------------*
004476 8920-CLOSE-ADJREG.
004478     IF NOT WS-ADJREG-EMPTY
004480        CLOSE ADJUSTMENT-FILE
004481     END-IF.
004483 8920-EXIT.
004485     EXIT.
004486
004488*----------------------------------------------------------------*
004490* 9000-WRITE-WRITEOFF-LINE - GRAVA UMA LINHA EM RCYWOFF          *
004500*----------------------------------------------------------------*
004510 9000-WRITE-WRITEOFF-LINE.
004550                WS-RCYWOFF-STATUS
004560        MOVE 16 TO SC-RETURN-CODE
004570     END-IF.
004571 9000-EXIT.
004572     EXIT.
004574
004575*----------------------------------------------------------------*
004576* 9100-WRITE-ADJ-LINE - GRAVA UMA LINHA EM ADJRPT                *
004578*----------------------------------------------------------------*
004579 9100-WRITE-ADJ-LINE.
004580     WRITE ADJ-REPORT-LINE
004582     IF NOT WS-ADJRPT-OK
004583        DISPLAY 'S001PRC0 - ERRO AO GRAVAR ADJRPT - '
004584                WS-ADJRPT-STATUS
004586        MOVE 16 TO SC-RETURN-CODE
004587     END-IF.
004588 9100-EXIT.
004590     EXIT.
004600
004610*----------------------------------------------------------------*
