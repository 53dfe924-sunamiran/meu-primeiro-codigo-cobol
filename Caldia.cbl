000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALDIA.
000030 AUTHOR. EQUIPE-SUPORTE-BATCH.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* CALDIA - CONSULTA AO CALENDARIO DE DIAS UTEIS                  *
000090*----------------------------------------------------------------*
000100* SUBPROGRAMA CHAMADO (CALL 'CALDIA' USING CALENDAR-PARM-AREA,   *
000110* COPY CALPRM) PELAS ETAPAS DA CADEIA, PELO PROGRA01 E PELO      *
000120* MSTRCHK PARA SABER SE UMA DATA E DIA UTIL E QUAL E O DIA UTIL  *
000130* ANTERIOR OU O PROXIMO. NA PRIMEIRA CHAMADA CARREGA O CALENDARIO*
000140* (DD CALEND, LAYOUT CALEND) EM UMA TABELA QUE PERMANECE EM      *
000150* MEMORIA NAS CHAMADAS SEGUINTES; A BUSCA E BINARIA (O ARQUIVO E *
000160* MANTIDO EM ORDEM CRESCENTE DE DATA PELO CALMANT).              *
000170* CALENDARIO AUSENTE, ILEGIVEL, FORA DE ORDEM OU MAIOR QUE A     *
000180* TABELA DEVOLVE RC=16 EM TODA CHAMADA (O MOTIVO SAI UMA VEZ NO  *
000190* LOG); DATA FORA DO PERIODO CARREGADO DEVOLVE RC=04 E CADA      *
000200* CHAMADOR DECIDE O QUE FAZER.                                   *
000210*----------------------------------------------------------------*
000220* HISTORICO DE ALTERACOES                                        *
000230*----------------------------------------------------------------*
000240* DATA       AUTOR  DESCRICAO                                    *
000250* 2026-10-15 EQP    VERSAO INICIAL.                              *
000260*----------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CALENDAR-FILE ASSIGN TO 'CALEND'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-CALEND-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390
000400 FD  CALENDAR-FILE.
000410     COPY CALEND.
000420
000430 WORKING-STORAGE SECTION.
000440*----------------------------------------------------------------*
000450* CHAVES DE ESTADO DOS ARQUIVOS                                  *
000460*----------------------------------------------------------------*
000470 77  WS-CALEND-STATUS        PIC X(02) VALUE SPACES.
000480     88  WS-CALEND-OK                VALUE '00'.
000490     88  WS-CALEND-EOF               VALUE '10'.
000500     88  WS-CALEND-NOT-FOUND         VALUE '35'.
000510
000520*----------------------------------------------------------------*
000530* SITUACAO DA CARGA DO CALENDARIO (FEITA UMA VEZ POR PROCESSO)   *
000540*----------------------------------------------------------------*
000550 77  WS-LOAD-STATE           PIC X(01) VALUE 'N'.
000560     88  WS-CAL-NOT-LOADED           VALUE 'N'.
000570     88  WS-CAL-LOADED               VALUE 'S'.
000580     88  WS-CAL-UNUSABLE             VALUE 'X'.
000590
000600*----------------------------------------------------------------*
000610* TABELA DO CALENDARIO (ATE 4000 DIAS, POUCO MAIS DE 10 ANOS)    *
000620*----------------------------------------------------------------*
000630 77  WS-CAL-MAX              PIC 9(04) COMP VALUE 4000.
000640 77  WS-CAL-COUNT            PIC 9(04) COMP VALUE ZERO.
000650 01  WS-CAL-TABLE.
000660     05  WS-CAL-ENTRY OCCURS 4000 TIMES
000670                      INDEXED BY WS-CAL-IDX.
000680         10  WS-CAL-DATE         PIC 9(08).
000690         10  WS-CAL-STATUS       PIC X(01).
000700             88  WS-CAL-BUSINESS-DAY     VALUE 'U'.
000710         10  WS-CAL-DESC         PIC X(30).
000720
000730*----------------------------------------------------------------*
000740* AREA DA BUSCA BINARIA E DA VARREDURA DE DIAS UTEIS             *
000750*----------------------------------------------------------------*
000760 77  WS-LOW-SUB              PIC 9(04) COMP VALUE ZERO.
000770 77  WS-HIGH-SUB             PIC 9(04) COMP VALUE ZERO.
000780 77  WS-MID-SUB              PIC 9(04) COMP VALUE ZERO.
000790 77  WS-HIT-SUB              PIC 9(04) COMP VALUE ZERO.
000800 77  WS-SCAN-SUB             PIC 9(04) COMP VALUE ZERO.
000810 77  WS-SCAN-DONE-SWITCH     PIC X(01) VALUE 'N'.
000820     88  WS-SCAN-DONE                VALUE 'Y'.
000830 77  WS-PREV-DATE            PIC 9(08) VALUE ZERO.
000840
000850 LINKAGE SECTION.
000860*----------------------------------------------------------------*
000870* AREA DE COMUNICACAO RECEBIDA DO CHAMADOR                       *
000880*----------------------------------------------------------------*
000890     COPY CALPRM.
000900
000910 PROCEDURE DIVISION USING CALENDAR-PARM-AREA.
000920
000930*-------------- SESSAO PRINCIPAL --------------------------------*
000940 MAIN-PROC SECTION.
000950*----------------------------------------------------------------*
000960* 0000-MAINLINE - CARREGA O CALENDARIO NA PRIMEIRA CHAMADA E     *
000970*                 ATENDE A FUNCAO PEDIDA                         *
000980*----------------------------------------------------------------*
000990 0000-MAINLINE.
001000     MOVE ZERO   TO CALP-DATE-OUT
001010     MOVE SPACES TO CALP-DAY-STATUS
001020     MOVE SPACES TO CALP-DESCRIPTION
001030     MOVE ZERO   TO CALP-RETURN-CODE
001040     IF WS-CAL-NOT-LOADED
001050        PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
001060     END-IF
001070     IF WS-CAL-UNUSABLE
001080        MOVE 16 TO CALP-RETURN-CODE
001090        GO TO 0000-EXIT
001100     END-IF
001110     PERFORM 3000-LOCATE-DATE THRU 3000-EXIT
001120     IF WS-HIT-SUB IS EQUAL TO ZERO
001130        MOVE 04 TO CALP-RETURN-CODE
001140        GO TO 0000-EXIT
001150     END-IF
001160     MOVE WS-CAL-STATUS (WS-HIT-SUB) TO CALP-DAY-STATUS
001170     MOVE WS-CAL-DESC (WS-HIT-SUB)   TO CALP-DESCRIPTION
001180     EVALUATE TRUE
001190         WHEN CALP-VERIFY
001200             MOVE CALP-DATE-IN TO CALP-DATE-OUT
001210         WHEN CALP-PREVIOUS
001220             PERFORM 4000-FIND-PREVIOUS THRU 4000-EXIT
001230         WHEN CALP-NEXT
001240             PERFORM 5000-FIND-NEXT THRU 5000-EXIT
001250         WHEN OTHER
001260             DISPLAY 'CALDIA - FUNCAO INVALIDA - ' CALP-FUNCTION
001270             MOVE 16 TO CALP-RETURN-CODE
001280     END-EVALUATE.
001290 0000-EXIT.
001300     GOBACK.
001310
001320*----------------------------------------------------------------*
001330* 1000-LOAD-CALENDAR - LE O CALENDARIO INTEIRO PARA A TABELA E   *
001340*                      CONFERE A ORDEM CRESCENTE DAS DATAS       *
001350*----------------------------------------------------------------*
001360 1000-LOAD-CALENDAR.
001370     SET WS-CAL-LOADED TO TRUE
001380     MOVE ZERO TO WS-CAL-COUNT
001390     MOVE ZERO TO WS-PREV-DATE
001400     OPEN INPUT CALENDAR-FILE
001410     IF NOT WS-CALEND-OK
001420        DISPLAY 'CALDIA - ERRO AO ABRIR CALEND - '
001430                WS-CALEND-STATUS
001440        SET WS-CAL-UNUSABLE TO TRUE
001450        GO TO 1000-EXIT
001460     END-IF
001470     PERFORM 1100-LOAD-ONE-DAY THRU 1100-EXIT
001480         UNTIL WS-CALEND-EOF
001490            OR WS-CAL-UNUSABLE
001500     CLOSE CALENDAR-FILE
001510     IF WS-CAL-LOADED AND WS-CAL-COUNT IS EQUAL TO ZERO
001520        DISPLAY 'CALDIA - CALEND VAZIO'
001530        SET WS-CAL-UNUSABLE TO TRUE
001540     END-IF.
001550 1000-EXIT.
001560     EXIT.
001570
001580*----------------------------------------------------------------*
001590* 1100-LOAD-ONE-DAY - GUARDA UM DIA DO CALENDARIO NA TABELA      *
001600*----------------------------------------------------------------*
001610 1100-LOAD-ONE-DAY.
001620     READ CALENDAR-FILE
001630         AT END
001640            SET WS-CALEND-EOF TO TRUE
001650            GO TO 1100-EXIT
001660     END-READ
001670     IF NOT WS-CALEND-OK
001680        DISPLAY 'CALDIA - ERRO AO LER CALEND - '
001690                WS-CALEND-STATUS
001700        SET WS-CAL-UNUSABLE TO TRUE
001710        GO TO 1100-EXIT
001720     END-IF
001730     IF CAL-DATE IS NOT NUMERIC
001740        OR CAL-DATE IS NOT GREATER THAN WS-PREV-DATE
001750        OR (NOT CAL-BUSINESS-DAY AND NOT CAL-CLOSED-DAY)
001760        DISPLAY 'CALDIA - CALEND FORA DE ORDEM OU INVALIDO APOS '
001770                WS-PREV-DATE
001780        SET WS-CAL-UNUSABLE TO TRUE
001790        GO TO 1100-EXIT
001800     END-IF
001810     IF WS-CAL-COUNT IS NOT LESS THAN WS-CAL-MAX
001820        DISPLAY 'CALDIA - CALEND EXCEDE A TABELA DE '
001830                WS-CAL-MAX ' DIAS'
001840        SET WS-CAL-UNUSABLE TO TRUE
001850        GO TO 1100-EXIT
001860     END-IF
001870     ADD 1 TO WS-CAL-COUNT
001880     MOVE CAL-DATE        TO WS-CAL-DATE (WS-CAL-COUNT)
001890     MOVE CAL-DAY-STATUS  TO WS-CAL-STATUS (WS-CAL-COUNT)
001900     MOVE CAL-DESCRIPTION TO WS-CAL-DESC (WS-CAL-COUNT)
001910     MOVE CAL-DATE        TO WS-PREV-DATE.
001920 1100-EXIT.
001930     EXIT.
001940
001950*----------------------------------------------------------------*
001960* 3000-LOCATE-DATE - BUSCA BINARIA DE CALP-DATE-IN NA TABELA.    *
001970*                    WS-HIT-SUB FICA ZERO QUANDO A DATA NAO ESTA *
001980*                    NO CALENDARIO                               *
001990*----------------------------------------------------------------*
002000 3000-LOCATE-DATE.
002010     MOVE ZERO TO WS-HIT-SUB
002020     MOVE 1 TO WS-LOW-SUB
002030     MOVE WS-CAL-COUNT TO WS-HIGH-SUB
002040     PERFORM 3100-BISECT THRU 3100-EXIT
002050         UNTIL WS-LOW-SUB IS GREATER THAN WS-HIGH-SUB
002060            OR WS-HIT-SUB IS GREATER THAN ZERO.
002070 3000-EXIT.
002080     EXIT.
002090
002100*----------------------------------------------------------------*
002110* 3100-BISECT - COMPARA O MEIO DO INTERVALO E DESCARTA A METADE  *
002120*               QUE NAO PODE CONTER A DATA                       *
002130*----------------------------------------------------------------*
002140 3100-BISECT.
002150     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2
002160     EVALUATE TRUE
002170         WHEN WS-CAL-DATE (WS-MID-SUB) IS EQUAL TO CALP-DATE-IN
002180             MOVE WS-MID-SUB TO WS-HIT-SUB
002190         WHEN WS-CAL-DATE (WS-MID-SUB) IS LESS THAN CALP-DATE-IN
002200             COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
002210         WHEN WS-MID-SUB IS EQUAL TO 1
002220             MOVE ZERO TO WS-HIGH-SUB
002230         WHEN OTHER
002240             COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
002250     END-EVALUATE.
002260 3100-EXIT.
002270     EXIT.
002280
002290*----------------------------------------------------------------*
002300* 4000-FIND-PREVIOUS - DIA UTIL ANTERIOR: VARRE PARA TRAS A      *
002310*                      PARTIR DO DIA ANTERIOR A CALP-DATE-IN     *
002320*----------------------------------------------------------------*
002330 4000-FIND-PREVIOUS.
002340     MOVE 'N' TO WS-SCAN-DONE-SWITCH
002350     MOVE WS-HIT-SUB TO WS-SCAN-SUB
002360     PERFORM 4100-STEP-BACK THRU 4100-EXIT
002370         UNTIL WS-SCAN-DONE
002380     IF CALP-DATE-OUT IS EQUAL TO ZERO
002390        MOVE 04 TO CALP-RETURN-CODE
002400     END-IF.
002410 4000-EXIT.
002420     EXIT.
002430
002440*----------------------------------------------------------------*
002450* 4100-STEP-BACK - RECUA UM DIA; PARA NO PRIMEIRO DIA UTIL OU NO *
002460*                  INICIO DO CALENDARIO                          *
002470*----------------------------------------------------------------*
002480 4100-STEP-BACK.
002490     IF WS-SCAN-SUB IS NOT GREATER THAN 1
002500        SET WS-SCAN-DONE TO TRUE
002510        GO TO 4100-EXIT
002520     END-IF
002530     SUBTRACT 1 FROM WS-SCAN-SUB
002540     IF WS-CAL-BUSINESS-DAY (WS-SCAN-SUB)
002550        MOVE WS-CAL-DATE (WS-SCAN-SUB) TO CALP-DATE-OUT
002560        SET WS-SCAN-DONE TO TRUE
002570     END-IF.
002580 4100-EXIT.
002590     EXIT.
002600
002610*----------------------------------------------------------------*
002620* 5000-FIND-NEXT - PROXIMO DIA UTIL: VARRE PARA A FRENTE A PARTIR*
002630*                  DA PROPRIA CALP-DATE-IN                       *
002640*----------------------------------------------------------------*
002650 5000-FIND-NEXT.
002660     MOVE 'N' TO WS-SCAN-DONE-SWITCH
002670     MOVE WS-HIT-SUB TO WS-SCAN-SUB
002680     PERFORM 5100-STEP-FORWARD THRU 5100-EXIT
002690         UNTIL WS-SCAN-DONE
002700     IF CALP-DATE-OUT IS EQUAL TO ZERO
002710        MOVE 04 TO CALP-RETURN-CODE
002720     END-IF.
002730 5000-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------------*
002770* 5100-STEP-FORWARD - EXAMINA UM DIA E AVANCA; PARA NO PRIMEIRO  *
002780*                     DIA UTIL OU NO FIM DO CALENDARIO           *
002790*----------------------------------------------------------------*
002800 5100-STEP-FORWARD.
002810     IF WS-SCAN-SUB IS GREATER THAN WS-CAL-COUNT
002820        SET WS-SCAN-DONE TO TRUE
002830        GO TO 5100-EXIT
002840     END-IF
002850     IF WS-CAL-BUSINESS-DAY (WS-SCAN-SUB)
002860        MOVE WS-CAL-DATE (WS-SCAN-SUB) TO CALP-DATE-OUT
002870        SET WS-SCAN-DONE TO TRUE
002880     END-IF
002890     ADD 1 TO WS-SCAN-SUB.
002900 5100-EXIT.
002910     EXIT.
002920
002930 END PROGRAM CALDIA.
