000090*----------------------------------------------------------------*
000100* LE OS TOTAIS DE CONTROLE DE MOVTOT E CONFERE QUE VALIDADOS =   *
000110* POSTADOS + REJEITADOS NA POSTAGEM, EM QUANTIDADE E EM VALOR,   *
000120* E QUE A SOMA DAS CLASSES FECHA COM O TOTAL GERAL. CONFERE      *
000130* TAMBEM OS TOTAIS DE ENCARGOS ('JR' JUROS E 'TF' TARIFAS,       *
000132* GRAVADOS PELA S002-PROC5) CONTRA OS LANCAMENTOS DE ENCARGO DA  *
000134* TRILHA DE POSTAGEM (MOVDET) E, QUANDO HA TOTAIS POR ORIGEM DO  *
000136* LOTE DO MOVIN ('OV'), QUE A SOMA DELES FECHA COM O TOTAL       *
000138* GERAL. DIFERENCA DEVOLVE SC-RETURN-CODE 12.                    *
000140* CHAMADO DINAMICAMENTE PELO PROGRA01 CONFORME O CATALOGO DE     *
000150* ETAPAS (STEPCAT), RECEBENDO O REGISTRO DE CONTROLE DE ETAPA    *
000160* (COPY STEPCTL).                                                *
000200* DATA       AUTOR  DESCRICAO                                    *
000210* 2026-08-22 EQP    VERSAO INICIAL - LOGICA EXTRAIDA DO PROGRA01 *
000220*                   PARA O DESPACHO DINAMICO POR CATALOGO.       *
000221* 2026-10-15 EQP    CLASSES DE ENCARGO 'JR'/'TF' FORA DA SOMA DAS*
000222*                   CLASSES DO MOVIMENTO E CONCILIADAS CONTRA OS *
000224*                   LANCAMENTOS 'JR'/'TF' DO MOVDET.             *
000225* 2026-10-15 EQP    TOTAIS POR ORIGEM DO MOVIN: SOMA DOS 'OV'    *
000227*                   CONFERIDA COM O TOTAL GERAL; 'OQ'            *
000228*                   (QUARENTENA) FORA DA CONCILIACAO.            *
000230*----------------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000300     SELECT MOVTOT-FILE ASSIGN TO 'MOVTOT'
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-MOVTOT-STATUS.
000322     SELECT DETAIL-FILE ASSIGN TO 'MOVDET'
000325         ORGANIZATION IS LINE SEQUENTIAL
000327         FILE STATUS IS WS-MOVDET-STATUS.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360
000370 FD  MOVTOT-FILE.
000380     COPY MOVTOT.
000382
000385 FD  DETAIL-FILE.
000387     COPY MOVDET.
000390
000400 WORKING-STORAGE SECTION.
000410*----------------------------------------------------------------*
000440 77  WS-MOVTOT-STATUS        PIC X(02) VALUE SPACES.
000450     88  WS-MOVTOT-OK                VALUE '00'.
000460     88  WS-MOVTOT-EOF               VALUE '10'.
000462 77  WS-MOVDET-STATUS        PIC X(02) VALUE SPACES.
000465     88  WS-MOVDET-OK                VALUE '00'.
000467     88  WS-MOVDET-EOF               VALUE '10'.
000470
000480*----------------------------------------------------------------*
000490* AREA DE CONCILIACAO                                            *
000540 77  WS-CONC-PG-AMOUNT       PIC 9(11)V99 VALUE ZERO.
000550 77  WS-CONC-RP-COUNT        PIC 9(07) VALUE ZERO.
000560 77  WS-CONC-RP-AMOUNT       PIC 9(11)V99 VALUE ZERO.
000561 77  WS-CONC-CLS-COUNT       PIC 9(07) VALUE ZERO.
000562 77  WS-CONC-ORG-COUNT       PIC 9(07) VALUE ZERO.
000563 77  WS-CONC-ORG-AMOUNT      PIC 9(11)V99 VALUE ZERO.
000564 77  WS-CONC-ORG-SWITCH      PIC X(01) VALUE 'N'.
000565     88  WS-CONC-ORG-SEEN            VALUE 'Y'.
000566
000567*----------------------------------------------------------------*
000568* CONCILIACAO DOS ENCARGOS: TOTAIS DO MOVTOT CONTRA A SOMA DOS   *
000569* LANCAMENTOS DA TRILHA                                          *
000570*----------------------------------------------------------------*
000571 77  WS-CONC-JR-COUNT        PIC 9(07) VALUE ZERO.
000572 77  WS-CONC-JR-AMOUNT       PIC 9(11)V99 VALUE ZERO.
000573 77  WS-CONC-TF-COUNT        PIC 9(07) VALUE ZERO.
000574 77  WS-CONC-TF-AMOUNT       PIC 9(11)V99 VALUE ZERO.
000575 77  WS-DET-JR-COUNT         PIC 9(07) VALUE ZERO.
000576 77  WS-DET-JR-AMOUNT        PIC 9(11)V99 VALUE ZERO.
000577 77  WS-DET-TF-COUNT         PIC 9(07) VALUE ZERO.
000578 77  WS-DET-TF-AMOUNT        PIC 9(11)V99 VALUE ZERO.
000580
000590 LINKAGE SECTION.
000600*----------------------------------------------------------------*
000790     MOVE ZERO TO WS-CONC-RP-COUNT
000800     MOVE ZERO TO WS-CONC-RP-AMOUNT
000810     MOVE ZERO TO WS-CONC-CLS-COUNT
000811     MOVE ZERO TO WS-CONC-JR-COUNT
000812     MOVE ZERO TO WS-CONC-JR-AMOUNT
000813     MOVE ZERO TO WS-CONC-TF-COUNT
000815     MOVE ZERO TO WS-CONC-TF-AMOUNT
000816     MOVE ZERO TO WS-CONC-ORG-COUNT
000817     MOVE ZERO TO WS-CONC-ORG-AMOUNT
000818     MOVE 'N'  TO WS-CONC-ORG-SWITCH
000820     OPEN INPUT MOVTOT-FILE
000830     IF NOT WS-MOVTOT-OK
000840        DISPLAY 'S002PRC3 - ERRO AO ABRIR MOVTOT - '
000920     CLOSE MOVTOT-FILE
000930     IF SC-RETURN-CODE IS EQUAL TO ZERO
000940        PERFORM 5700-RECONCILE-TOTALS THRU 5700-EXIT
000942     END-IF
000945     IF SC-RETURN-CODE IS EQUAL TO ZERO
000947        PERFORM 5800-RECONCILE-CHARGES THRU 5800-EXIT
000950     END-IF.
000960 0000-EXIT.
000970     GOBACK.
001150                    MOVE TOT-AMOUNT TO WS-CONC-PG-AMOUNT
001160                WHEN 'RP'
001170                    MOVE TOT-COUNT  TO WS-CONC-RP-COUNT
001171                    MOVE TOT-AMOUNT TO WS-CONC-RP-AMOUNT
001172                WHEN 'JR'
001174                    MOVE TOT-COUNT  TO WS-CONC-JR-COUNT
001175                    MOVE TOT-AMOUNT TO WS-CONC-JR-AMOUNT
001177                WHEN 'TF'
001178                    MOVE TOT-COUNT  TO WS-CONC-TF-COUNT
001180                    MOVE TOT-AMOUNT TO WS-CONC-TF-AMOUNT
001181                WHEN 'OV'
001182                    ADD TOT-COUNT  TO WS-CONC-ORG-COUNT
001184                    ADD TOT-AMOUNT TO WS-CONC-ORG-AMOUNT
001185                    SET WS-CONC-ORG-SEEN TO TRUE
001187                WHEN 'OQ'
001188                    CONTINUE
001190                WHEN OTHER
001200                    ADD TOT-COUNT TO WS-CONC-CLS-COUNT
001210            END-EVALUATE
001250
001260*----------------------------------------------------------------*
001270* 5700-RECONCILE-TOTALS - CONFERE VALIDADOS = POSTADOS +         *
001280*                         REJEITADOS NA POSTAGEM, A SOMA DAS     *
001290*                         CLASSES CONTRA O TOTAL GERAL E, SE     *
001300*                         HOUVER, A SOMA DAS ORIGENS CONTRA O    *
001305*                         TOTAL GERAL                            *
001310 5700-RECONCILE-TOTALS.
001320     DISPLAY 'S002PRC3 - CONCILIACAO: VALIDADOS '
001330             WS-CONC-VAL-COUNT ' POSTADOS ' WS-CONC-PG-COUNT
001500        DISPLAY 'S002PRC3 - CONCILIACAO COM DIFERENCA ENTRE '
001510                'A SOMA DAS CLASSES E O TOTAL GERAL'
001520        MOVE 12 TO SC-RETURN-CODE
001521        GO TO 5700-EXIT
001522     END-IF
001523     IF WS-CONC-ORG-SEEN
001524        AND (WS-CONC-ORG-COUNT IS NOT EQUAL TO WS-CONC-VAL-COUNT
001525         OR WS-CONC-ORG-AMOUNT IS NOT EQUAL TO WS-CONC-VAL-AMOUNT)
001526        DISPLAY 'S002PRC3 - CONCILIACAO COM DIFERENCA ENTRE '
001527                'A SOMA DAS ORIGENS E O TOTAL GERAL'
001528        MOVE 12 TO SC-RETURN-CODE
001530     END-IF.
001540 5700-EXIT.
001550     EXIT.
001560
001980*----------------------------------------------------------------*
001990* 5800-RECONCILE-CHARGES - SOMA OS LANCAMENTOS DE ENCARGO DA     *
002000*                          TRILHA DE POSTAGEM E CONFERE COM OS   *
002010*                          TOTAIS 'JR'/'TF' DO MOVTOT            *
002020*----------------------------------------------------------------*
002030 5800-RECONCILE-CHARGES.
002040     MOVE ZERO TO WS-DET-JR-COUNT
002050     MOVE ZERO TO WS-DET-JR-AMOUNT
002060     MOVE ZERO TO WS-DET-TF-COUNT
002070     MOVE ZERO TO WS-DET-TF-AMOUNT
002080     OPEN INPUT DETAIL-FILE
002090     IF NOT WS-MOVDET-OK
002100        DISPLAY 'S002PRC3 - ERRO AO ABRIR MOVDET - '
002110                WS-MOVDET-STATUS
002120        MOVE 16 TO SC-RETURN-CODE
002130        GO TO 5800-EXIT
002140     END-IF
002150     PERFORM 5850-READ-ONE-DETAIL THRU 5850-EXIT
002160         UNTIL WS-MOVDET-EOF
002170     CLOSE DETAIL-FILE
002180     DISPLAY 'S002PRC3 - ENCARGOS: JUROS ' WS-CONC-JR-COUNT
002190             ' TARIFAS ' WS-CONC-TF-COUNT
002200     IF WS-DET-JR-COUNT IS NOT EQUAL TO WS-CONC-JR-COUNT
002210        OR WS-DET-JR-AMOUNT IS NOT EQUAL TO WS-CONC-JR-AMOUNT
002220        DISPLAY 'S002PRC3 - CONCILIACAO COM DIFERENCA ENTRE OS '
002230                'JUROS DO MOVTOT E OS LANCAMENTOS JR DO MOVDET'
002240        MOVE 12 TO SC-RETURN-CODE
002250        GO TO 5800-EXIT
002260     END-IF
002270     IF WS-DET-TF-COUNT IS NOT EQUAL TO WS-CONC-TF-COUNT
002280        OR WS-DET-TF-AMOUNT IS NOT EQUAL TO WS-CONC-TF-AMOUNT
002290        DISPLAY 'S002PRC3 - CONCILIACAO COM DIFERENCA ENTRE AS '
002300                'TARIFAS DO MOVTOT E OS LANCAMENTOS TF DO MOVDET'
002310        MOVE 12 TO SC-RETURN-CODE
002320     END-IF.
002330 5800-EXIT.
002340     EXIT.
002350
002360*----------------------------------------------------------------*
002370* 5850-READ-ONE-DETAIL - LE UM DETALHE DO MOVDET E ACUMULA OS    *
002380*                        LANCAMENTOS DE ENCARGO                  *
002390*----------------------------------------------------------------*
002400 5850-READ-ONE-DETAIL.
002410     READ DETAIL-FILE
002420         AT END
002430            SET WS-MOVDET-EOF TO TRUE
002440            GO TO 5850-EXIT
002450     END-READ
002460     ADD 1 TO SC-RECS-READ
002470     EVALUATE DET-TYPE
002480         WHEN 'JR'
002490             ADD 1          TO WS-DET-JR-COUNT
002500             ADD DET-AMOUNT TO WS-DET-JR-AMOUNT
002510         WHEN 'TF'
002520             ADD 1          TO WS-DET-TF-COUNT
002530             ADD DET-AMOUNT TO WS-DET-TF-AMOUNT
002540         WHEN OTHER
002550             CONTINUE
002560     END-EVALUATE.
002570 5850-EXIT.
002580     EXIT.
002590
002600 END PROGRAM S002PRC3.
