000160* TRATAMENTO DE CONTESTACAO DE SALDO. CONTA SEM MOVIMENTO NO     *
000170* DIA NAO SAI NO EXTRATO. DIVERGENCIA ESTRUTURAL ENTRE MSTWRK,   *
000180* MOVDET E MSTROUT DEVOLVE SC-RETURN-CODE 12.                    *
000182* AS DUAS PERNAS DA TRANSFERENCIA ENTRE CONTAS (TIPO 'TR') SAEM  *
000184* LIGADAS: O DEBITO INDICA A CONTA DE DESTINO (PARA) E O CREDITO *
000186* A CONTA DE ORIGEM (DE).                                        *
000187* O LANCAMENTO DE AJUSTE MANUAL TRAZ A REFERENCIA DE DISPUTA     *
000188* (AJ) NA LINHA DO MOVIMENTO.                                    *
000190* CHAMADO DINAMICAMENTE PELO PROGRA01 CONFORME O CATALOGO DE     *
000200* ETAPAS (STEPCAT), RECEBENDO O REGISTRO DE CONTROLE DE ETAPA    *
000210* (COPY STEPCTL).                                                *
000272* 2026-09-02 EQP    A POSICAO DE ABERTURA PASSA A SER O MESTRE   *
000274*                   MANTIDO (MSTWRK), QUE E O QUE A POSTAGEM     *
000276*                   CONSOME DESDE A ETAPA S002-PROC0.            *
000277* 2026-10-15 EQP    PERNAS DA TRANSFERENCIA ENTRE CONTAS COM A   *
000278*                   CONTA CONTRAPARTIDA (PARA/DE) NA LINHA DO    *
000279*                   MOVIMENTO.                                   *
000280* 2026-10-15 EQP    LAYOUT DO MSTROUT COM A DATA DA ULTIMA       *
000281*                   ATIVIDADE DA CONTA (MSTO-LAST-ACTIVITY).     *
000282* 2026-10-15 EQP    REFERENCIA DE DISPUTA (AJ) DO AJUSTE MANUAL  *
000283*                   NA LINHA DO MOVIMENTO.                       *
000285*----------------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000650     05  MSTO-STATUS             PIC X(01).
000660     05  MSTO-BALANCE            PIC S9(11)V99.
000662     05  MSTO-LIMIT              PIC 9(09)V99.
000666     05  MSTO-LAST-ACTIVITY      PIC 9(08).
000670
000680 FD  STMT-REPORT-FILE.
000690 01  STMT-REPORT-LINE           PIC X(80).
000920 01  WS-RPT-BAL-EDIT             PIC -ZZZZZZZZZZ9.99.
000930 01  WS-RPT-AMT-EDIT             PIC ZZZZZZZZ9.99.
000940 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZ9.
000942 01  WS-RPT-CTR-TEXT.
000944     05  WS-RPT-CTR-LABEL        PIC X(07).
000946     05  WS-RPT-CTR-ACCOUNT      PIC X(10).
000947 01  WS-RPT-ADJ-TEXT REDEFINES WS-RPT-CTR-TEXT.
000948     05  WS-RPT-ADJ-LABEL        PIC X(05).
000949     05  WS-RPT-ADJ-REF          PIC X(12).
000950 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
000960 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
000970 01  WS-TIMESTAMP-FIELD.
002820
002830*----------------------------------------------------------------*
002840* 7300-PRINT-ONE-MOVEMENT - UMA LINHA DE MOVIMENTO DO EXTRATO,   *
002850*                           COM O SALDO RESULTANTE E, NA PERNA   *
002860*                           DA TRANSFERENCIA, A CONTA            *
002862*                           CONTRAPARTIDA; AVANCA A TRILHA DE    *
002864*                           POSTAGEM                             *
002870*----------------------------------------------------------------*
002880 7300-PRINT-ONE-MOVEMENT.
002890     MOVE DET-AMOUNT    TO WS-RPT-AMT-EDIT
002891     MOVE DET-BAL-AFTER TO WS-RPT-BAL-EDIT
002892     MOVE SPACES        TO WS-RPT-CTR-TEXT
002894     IF DET-TYPE IS EQUAL TO 'TR'
002895        IF DET-DC-INDICATOR IS EQUAL TO 'D'
002896           MOVE '  PARA '      TO WS-RPT-CTR-LABEL
002898        ELSE
002899           MOVE '  DE   '      TO WS-RPT-CTR-LABEL
002900        END-IF
002902        MOVE DET-CTR-ACCOUNT TO WS-RPT-CTR-ACCOUNT
002903     END-IF
002904     IF DET-ADJ-REF IS NOT EQUAL TO SPACES
002906        MOVE '  AJ '           TO WS-RPT-ADJ-LABEL
002907        MOVE DET-ADJ-REF       TO WS-RPT-ADJ-REF
002908     END-IF
002910     MOVE SPACES TO STMT-REPORT-LINE
002920     STRING '  '                             DELIMITED BY SIZE
002930            DET-DATE                         DELIMITED BY SIZE
002970            WS-RPT-AMT-EDIT                  DELIMITED BY SIZE
002980            '  SALDO:'                       DELIMITED BY SIZE
002990            WS-RPT-BAL-EDIT                  DELIMITED BY SIZE
002992            WS-RPT-CTR-TEXT                  DELIMITED BY SIZE
003000         INTO STMT-REPORT-LINE
003010     PERFORM 9000-WRITE-STMT-LINE THRU 9000-EXIT
003020     ADD 1 TO WS-MOVEMENT-COUNT
