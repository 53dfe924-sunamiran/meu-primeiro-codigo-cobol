000100* LE O MOVIMENTO CLASSIFICADO (MOVCLS), ACUMULA QUANTIDADE E     *
000110* VALOR POR CLASSE E GRAVA OS TOTAIS DE CONTROLE EM MOVTOT (UM   *
000120* REGISTRO POR CLASSE E O TOTAL GERAL 'VL'), QUE A CONCILIACAO   *
000130* (S002-PROC3) CONFERE NO FIM DA CADEIA. ACUMULA TAMBEM POR      *
000132* ORIGEM DO LOTE DO MOVIN: OS VALIDADOS (CLASSE 'OV', DO MOVCLS) *
000135* E OS LOTES RECUSADOS NA VALIDACAO (CLASSE 'OQ', DA QUARENTENA  *
000137* MOVQUA), GRAVADOS DEPOIS DO 'VL'.                              *
000140* CHAMADO DINAMICAMENTE PELO PROGRA01 CONFORME O CATALOGO DE     *
000150* ETAPAS (STEPCAT), RECEBENDO O REGISTRO DE CONTROLE DE ETAPA    *
000160* (COPY STEPCTL).                                                *
000200* DATA       AUTOR  DESCRICAO                                    *
000210* 2026-08-22 EQP    VERSAO INICIAL - LOGICA EXTRAIDA DO PROGRA01 *
000220*                   PARA O DESPACHO DINAMICO POR CATALOGO.       *
000225* 2026-10-15 EQP    CLASSES TN/TG DA TRANSFERENCIA ENTRE CONTAS. *
000226* 2026-10-15 EQP    TOTAIS POR ORIGEM DO LOTE DO MOVIN: CLASSES  *
000227*                   OV (VALIDADOS) E OQ (QUARENTENA, LIDOS DE    *
000228*                   MOVQUA).                                     *
000230*----------------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000330     SELECT MOVTOT-FILE ASSIGN TO 'MOVTOT'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-MOVTOT-STATUS.
000352     SELECT QUARANTINE-FILE ASSIGN TO 'MOVQUA'
000354         ORGANIZATION IS LINE SEQUENTIAL
000356         FILE STATUS IS WS-MOVQUA-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000410     COPY MOVCLS.
000420
000430 FD  MOVTOT-FILE.
000431     COPY MOVTOT.
000432
000434*----------------------------------------------------------------*
000435* MOVQUA - QUARENTENA DA VALIDACAO (S001-PROC1): LOTES DE ORIGEM *
000436*          RECUSADOS, COPIADOS COMO VIERAM NO MOVIN (CABECALHO   *
000438*          'HDR', DETALHES E TRAILER 'TRL')                      *
000439*----------------------------------------------------------------*
000440 FD  QUARANTINE-FILE.
000442 01  QUARANTINE-RECORD.
000443     05  QUA-ACCOUNT             PIC X(10).
000445     05  QUA-TYPE                PIC X(02).
000446     05  QUA-AMOUNT              PIC X(11).
000447     05  QUA-AMOUNT-NUM REDEFINES QUA-AMOUNT
000449                                 PIC 9(09)V99.
000450     05  FILLER                  PIC X(30).
000451 01  QUARANTINE-HEADER-RECORD.
000453     05  QUH-RECORD-TYPE         PIC X(03).
000454     05  QUH-BUSINESS-DATE       PIC X(08).
000455     05  QUH-ORIGIN              PIC X(08).
000457     05  FILLER                  PIC X(34).
000458
000460 WORKING-STORAGE SECTION.
000470*----------------------------------------------------------------*
000480* CHAVES DE ESTADO DOS ARQUIVOS                                  *
000520     88  WS-MOVCLS-EOF               VALUE '10'.
000530 77  WS-MOVTOT-STATUS        PIC X(02) VALUE SPACES.
000540     88  WS-MOVTOT-OK                VALUE '00'.
000542 77  WS-MOVQUA-STATUS        PIC X(02) VALUE SPACES.
000544     88  WS-MOVQUA-OK                VALUE '00'.
000546     88  WS-MOVQUA-EOF               VALUE '10'.
000548     88  WS-MOVQUA-NOT-FOUND         VALUE '35'.
000550
000560*----------------------------------------------------------------*
000570* ACUMULADORES POR CLASSE E TOTAL GERAL                          *
000580*----------------------------------------------------------------*
000590 77  WS-CLASS-MAX            PIC 9(04) COMP VALUE 6.
000600 01  WS-CLASS-TOTALS-TABLE.
000610     05  WS-CLASS-ENTRY OCCURS 6 TIMES
000620                        INDEXED BY WS-CLS-IDX.
000630         10  WS-CLS-CODE         PIC X(02).
000640         10  WS-CLS-COUNT        PIC 9(07).
000650         10  WS-CLS-AMOUNT       PIC 9(11)V99.
000651 77  WS-GRAND-COUNT          PIC 9(07) VALUE ZERO.
000652 77  WS-GRAND-AMOUNT         PIC 9(11)V99 VALUE ZERO.
000653
000655*----------------------------------------------------------------*
000656* ACUMULADORES POR ORIGEM DO LOTE DO MOVIN: UMA ENTRADA POR      *
000657* CLASSE ('OV' VALIDADOS, 'OQ' QUARENTENA) E ORIGEM, NA ORDEM EM *
000659* QUE APARECEM                                                   *
000660*----------------------------------------------------------------*
000661 77  WS-ORG-TABLE-MAX        PIC 9(04) COMP VALUE 100.
000663 77  WS-ORG-COUNT            PIC 9(04) COMP VALUE ZERO.
000664 77  WS-ORG-HIT              PIC 9(04) COMP VALUE ZERO.
000665 77  WS-ORG-KEY-CLASS        PIC X(02) VALUE SPACES.
000666 77  WS-ORG-KEY-ORIGIN       PIC X(08) VALUE SPACES.
000668 77  WS-ORG-KEY-AMOUNT       PIC 9(09)V99 VALUE ZERO.
000669 77  WS-QUA-ORIGIN           PIC X(08) VALUE SPACES.
000670 01  WS-ORIGIN-TOTALS-TABLE.
000672     05  WS-ORG-ENTRY OCCURS 100 TIMES
000673                      INDEXED BY WS-ORG-IDX.
000674         10  WS-ORG-CLASS        PIC X(02).
000676         10  WS-ORG-ORIGIN       PIC X(08).
000677         10  WS-ORG-COUNT-TOT    PIC 9(07).
000678         10  WS-ORG-AMOUNT       PIC 9(11)V99.
000680
000690 LINKAGE SECTION.
000700*----------------------------------------------------------------*
000870     MOVE 'DG' TO WS-CLS-CODE (2)
000880     MOVE 'CN' TO WS-CLS-CODE (3)
000890     MOVE 'CG' TO WS-CLS-CODE (4)
000893     MOVE 'TN' TO WS-CLS-CODE (5)
000896     MOVE 'TG' TO WS-CLS-CODE (6)
000900     PERFORM 4500-ZERO-CLASS-TOTALS THRU 4500-EXIT
000910         VARYING WS-CLS-IDX FROM 1 BY 1
000920         UNTIL WS-CLS-IDX IS GREATER THAN WS-CLASS-MAX
001030         UNTIL WS-MOVCLS-EOF
001040            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
001050     CLOSE MOVCLS-FILE
001052     IF SC-RETURN-CODE IS EQUAL TO ZERO
001058        PERFORM 4800-READ-QUARANTINE THRU 4800-EXIT
001059     END-IF
001060     IF SC-RETURN-CODE IS EQUAL TO ZERO
001070        PERFORM 4600-WRITE-CONTROL-TOTALS THRU 4600-EXIT
001080     END-IF.
001330                UNTIL WS-CLS-IDX IS GREATER THAN WS-CLASS-MAX
001340            ADD 1 TO WS-GRAND-COUNT
001350            ADD MVC-AMOUNT TO WS-GRAND-AMOUNT
001352            MOVE 'OV'            TO WS-ORG-KEY-CLASS
001354            MOVE MVC-ORIGIN      TO WS-ORG-KEY-ORIGIN
001356            MOVE MVC-AMOUNT      TO WS-ORG-KEY-AMOUNT
001358            PERFORM 4700-ADD-TO-ORIGIN THRU 4700-EXIT
001360     END-READ.
001370 4550-EXIT.
001380     EXIT.
001640     PERFORM 4650-WRITE-CLASS-TOTAL THRU 4650-EXIT
001650         VARYING WS-CLS-IDX FROM 1 BY 1
001660         UNTIL WS-CLS-IDX IS GREATER THAN WS-CLASS-MAX
001666     MOVE SPACES          TO MOVTOT-RECORD
001670     MOVE 'VL'            TO TOT-CLASS
001680     MOVE WS-GRAND-COUNT  TO TOT-COUNT
001690     MOVE WS-GRAND-AMOUNT TO TOT-AMOUNT
001700     WRITE MOVTOT-RECORD
001710     ADD 1 TO SC-RECS-WRITTEN
001711     PERFORM 4750-WRITE-ORIGIN-TOTAL THRU 4750-EXIT
001712         VARYING WS-ORG-IDX FROM 1 BY 1
001714         UNTIL WS-ORG-IDX IS GREATER THAN WS-ORG-COUNT
001720     CLOSE MOVTOT-FILE.
001730 4600-EXIT.
001740     EXIT.
001780*                          CLASSE EM MOVTOT                      *
001790*----------------------------------------------------------------*
001800 4650-WRITE-CLASS-TOTAL.
001805     MOVE SPACES                     TO MOVTOT-RECORD
001810     MOVE WS-CLS-CODE (WS-CLS-IDX)   TO TOT-CLASS
001820     MOVE WS-CLS-COUNT (WS-CLS-IDX)  TO TOT-COUNT
001830     MOVE WS-CLS-AMOUNT (WS-CLS-IDX) TO TOT-AMOUNT
001860 4650-EXIT.
001870     EXIT.
001880
001890*----------------------------------------------------------------*
001900* 4700-ADD-TO-ORIGIN - ACUMULA QUANTIDADE E VALOR NA ENTRADA DA  *
001910*                      CLASSE E ORIGEM EM                        *
001920*                      WS-ORG-KEY-CLASS/WS-ORG-KEY-ORIGIN,       *
001930*                      ABRINDO A ENTRADA NA PRIMEIRA OCORRENCIA  *
001940*----------------------------------------------------------------*
001950 4700-ADD-TO-ORIGIN.
001960     MOVE ZERO TO WS-ORG-HIT
001970     PERFORM 4720-COMPARE-ORIGIN THRU 4720-EXIT
001980         VARYING WS-ORG-IDX FROM 1 BY 1
001990         UNTIL WS-ORG-IDX IS GREATER THAN WS-ORG-COUNT
002000            OR WS-ORG-HIT IS GREATER THAN ZERO
002010     IF WS-ORG-HIT IS EQUAL TO ZERO
002020        IF WS-ORG-COUNT IS EQUAL TO WS-ORG-TABLE-MAX
002030           DISPLAY 'S001PRC3 - EXCEDIDO O LIMITE DE '
002040                   WS-ORG-TABLE-MAX ' TOTAIS POR ORIGEM'
002050           MOVE 16 TO SC-RETURN-CODE
002060           GO TO 4700-EXIT
002070        END-IF
002080        ADD 1 TO WS-ORG-COUNT
002090        MOVE WS-ORG-COUNT TO WS-ORG-HIT
002100        SET WS-ORG-IDX TO WS-ORG-HIT
002110        MOVE WS-ORG-KEY-CLASS  TO WS-ORG-CLASS (WS-ORG-IDX)
002120        MOVE WS-ORG-KEY-ORIGIN TO WS-ORG-ORIGIN (WS-ORG-IDX)
002130        MOVE ZERO TO WS-ORG-COUNT-TOT (WS-ORG-IDX)
002140        MOVE ZERO TO WS-ORG-AMOUNT (WS-ORG-IDX)
002150     END-IF
002160     SET WS-ORG-IDX TO WS-ORG-HIT
002170     ADD 1 TO WS-ORG-COUNT-TOT (WS-ORG-IDX)
002180     ADD WS-ORG-KEY-AMOUNT TO WS-ORG-AMOUNT (WS-ORG-IDX).
002190 4700-EXIT.
002200     EXIT.
002210
002220*----------------------------------------------------------------*
002230* 4720-COMPARE-ORIGIN - COMPARA UMA ENTRADA JA ABERTA COM A      *
002240*                       CLASSE E A ORIGEM PROCURADAS             *
002250*----------------------------------------------------------------*
002260 4720-COMPARE-ORIGIN.
002270     IF WS-ORG-CLASS (WS-ORG-IDX) IS EQUAL TO WS-ORG-KEY-CLASS
002280        AND WS-ORG-ORIGIN (WS-ORG-IDX) IS EQUAL TO
002290            WS-ORG-KEY-ORIGIN
002300        SET WS-ORG-HIT TO WS-ORG-IDX
002310     END-IF.
002320 4720-EXIT.
002330     EXIT.
002340
002350*----------------------------------------------------------------*
002360* 4750-WRITE-ORIGIN-TOTAL - GRAVA O REGISTRO DE TOTAL DE UMA     *
002370*                           CLASSE POR ORIGEM EM MOVTOT          *
002380*----------------------------------------------------------------*
002390 4750-WRITE-ORIGIN-TOTAL.
002400     MOVE SPACES                        TO MOVTOT-RECORD
002410     MOVE WS-ORG-CLASS (WS-ORG-IDX)     TO TOT-CLASS
002420     MOVE WS-ORG-COUNT-TOT (WS-ORG-IDX) TO TOT-COUNT
002430     MOVE WS-ORG-AMOUNT (WS-ORG-IDX)    TO TOT-AMOUNT
002440     MOVE WS-ORG-ORIGIN (WS-ORG-IDX)    TO TOT-ORIGIN
002450     WRITE MOVTOT-RECORD
002460     ADD 1 TO SC-RECS-WRITTEN.
002470 4750-EXIT.
002480     EXIT.
002490
002500*----------------------------------------------------------------*
002510* 4800-READ-QUARANTINE - ACUMULA NA CLASSE 'OQ' OS DETALHES DOS  *
002520*                        LOTES RECUSADOS NA VALIDACAO, PELA      *
002530*                        ORIGEM DO CABECALHO DE CADA LOTE. SEM   *
002540*                        MOVQUA NAO HA QUARENTENA A TOTALIZAR.   *
002550*----------------------------------------------------------------*
002560 4800-READ-QUARANTINE.
002570     OPEN INPUT QUARANTINE-FILE
002580     IF WS-MOVQUA-NOT-FOUND
002590        GO TO 4800-EXIT
002600     END-IF
002610     IF NOT WS-MOVQUA-OK
002620        DISPLAY 'S001PRC3 - ERRO AO ABRIR MOVQUA - '
002630                WS-MOVQUA-STATUS
002640        MOVE 16 TO SC-RETURN-CODE
002650        GO TO 4800-EXIT
002660     END-IF
002670     MOVE SPACES TO WS-QUA-ORIGIN
002680     PERFORM 4850-ACCUMULATE-QUARANTINE THRU 4850-EXIT
002690         UNTIL WS-MOVQUA-EOF
002700            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
002710     CLOSE QUARANTINE-FILE.
002720 4800-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------------*
002760* 4850-ACCUMULATE-QUARANTINE - LE UM REGISTRO DA QUARENTENA: O   *
002770*                              CABECALHO DA A ORIGEM DO LOTE, O  *
002780*                              TRAILER E IGNORADO E O DETALHE E  *
002790*                              ACUMULADO (VALOR ILEGIVEL CONTA   *
002800*                              SO NA QUANTIDADE)                 *
002810*----------------------------------------------------------------*
002820 4850-ACCUMULATE-QUARANTINE.
002830     READ QUARANTINE-FILE
002840         AT END
002850            SET WS-MOVQUA-EOF TO TRUE
002860            GO TO 4850-EXIT
002870     END-READ
002880     EVALUATE QUH-RECORD-TYPE
002890         WHEN 'HDR'
002900             MOVE QUH-ORIGIN TO WS-QUA-ORIGIN
002910         WHEN 'TRL'
002920             CONTINUE
002930         WHEN OTHER
002940             MOVE 'OQ'          TO WS-ORG-KEY-CLASS
002950             MOVE WS-QUA-ORIGIN TO WS-ORG-KEY-ORIGIN
002960             MOVE ZERO          TO WS-ORG-KEY-AMOUNT
002970             IF QUA-AMOUNT-NUM IS NUMERIC
002980                MOVE QUA-AMOUNT-NUM TO WS-ORG-KEY-AMOUNT
002990             END-IF
003000             PERFORM 4700-ADD-TO-ORIGIN THRU 4700-EXIT
003010     END-EVALUATE.
003020 4850-EXIT.
003030     EXIT.
003040
003050 END PROGRAM S001PRC3.
