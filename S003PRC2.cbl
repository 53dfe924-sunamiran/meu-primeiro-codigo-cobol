000110* INTERFACE DE LAYOUT FIXO QUE O SISTEMA CONTABIL IMPORTA        *
000120* (GLEXT): CABECALHO COM DATA-MOVIMENTO E IDENTIFICADOR DA       *
000130* EXECUCAO, UM REGISTRO AGREGADO DE DEBITO/CREDITO POR CLASSE    *
000140* (DN/DG/CN/CG/TN/TG), PELOS TOTAIS DE POSTAGEM (PG/RP) E PELOS  *
000150* ENCARGOS COBRADOS (JR JUROS, TF TARIFAS - RECEITA), UM         *
000160* REGISTRO POR PERNA DE TRANSFERENCIA ENTRE CONTAS LIDA DA       *
000170* TRILHA DE POSTAGEM (MOVDET), COM A CONTA E A CONTRAPARTIDA, E  *
000180* TRAILER COM QUANTIDADE DE REGISTROS E SOMA DE CONFERENCIA.     *
000190* ANTES DE GERAR, REFAZ A PROVA DA CONCILIACAO (VALIDADOS =      *
000192* POSTADOS + REJEITADOS E SOMA DAS CLASSES = TOTAL GERAL):       *
000194* CONCILIACAO QUE NAO FECHA DEVOLVE SC-RETURN-CODE 12 E NENHUM   *
000196* ARQUIVO E GERADO - A CONTABILIDADE NUNCA IMPORTA UM DIA QUE    *
000198* NAO FECHOU.                                                    *
000200* RODA DEPOIS DA CONCILIACAO (S002-PROC3) NA CADEIA.             *
000210* CHAMADO DINAMICAMENTE PELO PROGRA01 CONFORME O CATALOGO DE     *
000220* ETAPAS (STEPCAT), RECEBENDO O REGISTRO DE CONTROLE DE ETAPA    *
000270* DATA       AUTOR  DESCRICAO                                    *
000280* 2026-09-02 EQP    VERSAO INICIAL - INTERFACE AUTOMATICA COM O  *
000290*                   SISTEMA CONTABIL.                            *
000291* 2026-10-15 EQP    CLASSES TN/TG DA TRANSFERENCIA ENTRE CONTAS  *
000292*                   E REGISTRO 'L' POR PERNA DA TRANSFERENCIA    *
000293*                   (DEBITO E CREDITO LIGADOS PELA CONTA         *
000295*                   CONTRAPARTIDA), LIDO DO MOVDET.              *
000296* 2026-10-15 EQP    CLASSES JR/TF DOS ENCARGOS DE SALDO DEVEDOR  *
000297*                   (RECEITA DE JUROS E TARIFAS), FORA DA PROVA  *
000298*                   VALIDADOS = POSTADOS + REJEITADOS.           *
000300*----------------------------------------------------------------*
000310
000320 ENVIRONMENT DIVISION.
000370     SELECT MOVTOT-FILE ASSIGN TO 'MOVTOT'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-MOVTOT-STATUS.
000392     SELECT DETAIL-FILE ASSIGN TO 'MOVDET'
000395         ORGANIZATION IS LINE SEQUENTIAL
000397         FILE STATUS IS WS-MOVDET-STATUS.
000400     SELECT GL-EXTRACT-FILE ASSIGN TO 'GLEXT'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-GLEXT-STATUS.
000470 FD  MOVTOT-FILE.
000480     COPY MOVTOT.
000490
000492 FD  DETAIL-FILE.
000495     COPY MOVDET.
000497
000500*----------------------------------------------------------------*
000510* GLEXT - INTERFACE CONTABIL DE LAYOUT FIXO: REGISTRO 'H' DE     *
000520*         CABECALHO, 'D' POR CLASSE AGREGADA, 'L' POR PERNA DE   *
000525*         TRANSFERENCIA ENTRE CONTAS E 'T' DE TRAILER            *
000530*----------------------------------------------------------------*
000540 FD  GL-EXTRACT-FILE.
000550 01  GL-EXTRACT-RECORD           PIC X(42).
000650     05  GLD-COUNT               PIC 9(07).
000660     05  GLD-AMOUNT              PIC 9(11)V99.
000670     05  FILLER                  PIC X(18).
000671 01  GL-LEG-RECORD.
000672     05  GLL-RECORD-TYPE         PIC X(01).
000673     05  GLL-DC-INDICATOR        PIC X(01).
000674     05  GLL-ACCOUNT             PIC 9(10).
000675     05  GLL-CTR-ACCOUNT         PIC 9(10).
000676     05  GLL-AMOUNT              PIC 9(09)V99.
000677     05  GLL-DATE                PIC 9(08).
000678     05  FILLER                  PIC X(01).
000680 01  GL-TRAILER-RECORD.
000690     05  GLT-RECORD-TYPE         PIC X(01).
000700     05  GLT-REC-COUNT           PIC 9(07).
000780 77  WS-MOVTOT-STATUS        PIC X(02) VALUE SPACES.
000790     88  WS-MOVTOT-OK                VALUE '00'.
000800     88  WS-MOVTOT-EOF               VALUE '10'.
000802 77  WS-MOVDET-STATUS        PIC X(02) VALUE SPACES.
000805     88  WS-MOVDET-OK                VALUE '00'.
000807     88  WS-MOVDET-EOF               VALUE '10'.
000810 77  WS-GLEXT-STATUS         PIC X(02) VALUE SPACES.
000820     88  WS-GLEXT-OK                 VALUE '00'.
000830
000840*----------------------------------------------------------------*
000850* TOTAIS POR CLASSE CARREGADOS DE MOVTOT, NA ORDEM DE GERACAO    *
000860* DA INTERFACE (DN/DG/CN/CG/TN/TG/PG/RP/JR/TF)                   *
000870*----------------------------------------------------------------*
000880 77  WS-CLASS-MAX            PIC 9(04) COMP VALUE 10.
000890 01  WS-CLASS-TOTALS-TABLE.
000900     05  WS-CLASS-ENTRY OCCURS 10 TIMES
000910                        INDEXED BY WS-CLS-IDX.
000920         10  WS-CLS-CODE         PIC X(02).
000930         10  WS-CLS-DC           PIC X(01).
001100*----------------------------------------------------------------*
001110 77  WS-GL-REC-COUNT         PIC 9(07) VALUE ZERO.
001120 77  WS-GL-HASH-TOTAL        PIC 9(13)V99 VALUE ZERO.
001125 77  WS-GL-LEG-COUNT         PIC 9(07) VALUE ZERO.
001130
001140 LINKAGE SECTION.
001150*----------------------------------------------------------------*
001510*----------------------------------------------------------------*
001520* 7500-INIT-CLASS-TABLE - MONTA A TABELA DE CLASSES NA ORDEM DA  *
001530*                         INTERFACE, COM O INDICADOR DE DEBITO/  *
001540*                         CREDITO (TN/TG LEVAM 'T', POIS CADA    *
001550*                         TRANSFERENCIA E DEBITO E CREDITO; PG/RP*
001552*                         SAO TOTAIS DE CONTROLE, SEM INDICADOR; *
001555*                         JR/TF SAO DEBITOS DE ENCARGO NAS       *
001557*                         CONTAS)                                *
001560*----------------------------------------------------------------*
001570 7500-INIT-CLASS-TABLE.
001580     MOVE 'DN' TO WS-CLS-CODE (1)
001630     MOVE 'C'  TO WS-CLS-DC (3)
001640     MOVE 'CG' TO WS-CLS-CODE (4)
001650     MOVE 'C'  TO WS-CLS-DC (4)
001660     MOVE 'TN' TO WS-CLS-CODE (5)
001670     MOVE 'T'  TO WS-CLS-DC (5)
001680     MOVE 'TG' TO WS-CLS-CODE (6)
001690     MOVE 'T'  TO WS-CLS-DC (6)
001691     MOVE 'PG' TO WS-CLS-CODE (7)
001692     MOVE ' '  TO WS-CLS-DC (7)
001693     MOVE 'RP' TO WS-CLS-CODE (8)
001694     MOVE ' '  TO WS-CLS-DC (8)
001695     MOVE 'JR' TO WS-CLS-CODE (9)
001696     MOVE 'D'  TO WS-CLS-DC (9)
001697     MOVE 'TF' TO WS-CLS-CODE (10)
001698     MOVE 'D'  TO WS-CLS-DC (10)
001700     PERFORM 7550-ZERO-ONE-CLASS THRU 7550-EXIT
001710         VARYING WS-CLS-IDX FROM 1 BY 1
001720         UNTIL WS-CLS-IDX IS GREATER THAN WS-CLASS-MAX.
002230*                         TOTAIS CARREGADOS: TODAS AS CLASSES    *
002240*                         PRESENTES, VALIDADOS = POSTADOS +      *
002250*                         REJEITADOS E SOMA DAS CLASSES = TOTAL  *
002260*                         GERAL (OS ENCARGOS JR/TF NAO SAO       *
002263*                         MOVIMENTO VALIDADO E FICAM FORA DA     *
002266*                         SOMA). DIFERENCA DEVOLVE 12.           *
002270*----------------------------------------------------------------*
002280 7700-PROVE-RECONCILED.
002290     PERFORM 7750-CHECK-ONE-PRESENT THRU 7750-EXIT
002410     ADD WS-CLS-COUNT (2) TO WS-CONC-CLS-COUNT
002420     ADD WS-CLS-COUNT (3) TO WS-CONC-CLS-COUNT
002430     ADD WS-CLS-COUNT (4) TO WS-CONC-CLS-COUNT
002433     ADD WS-CLS-COUNT (5) TO WS-CONC-CLS-COUNT
002436     ADD WS-CLS-COUNT (6) TO WS-CONC-CLS-COUNT
002440     IF WS-CONC-VAL-COUNT IS NOT EQUAL TO
002450        WS-CLS-COUNT (7) + WS-CLS-COUNT (8)
002460        DISPLAY 'S003PRC2 - CONCILIACAO NAO FECHA EM '
002470                'QUANTIDADE - INTERFACE RETIDA'
002480        MOVE 12 TO SC-RETURN-CODE
002490        GO TO 7700-EXIT
002500     END-IF
002510     IF WS-CONC-VAL-AMOUNT IS NOT EQUAL TO
002520        WS-CLS-AMOUNT (7) + WS-CLS-AMOUNT (8)
002530        DISPLAY 'S003PRC2 - CONCILIACAO NAO FECHA EM VALOR '
002540                '- INTERFACE RETIDA'
002550        MOVE 12 TO SC-RETURN-CODE
002780
002790*----------------------------------------------------------------*
002800* 7800-WRITE-GL-EXTRACT - GERA A INTERFACE: CABECALHO, UM        *
002810*                         REGISTRO POR CLASSE, UM POR PERNA DE   *
002815*                         TRANSFERENCIA E TRAILER COM            *
002820*                         QUANTIDADE E SOMA DE CONFERENCIA       *
002830*----------------------------------------------------------------*
002840 7800-WRITE-GL-EXTRACT.
002890        MOVE 16 TO SC-RETURN-CODE
002900        GO TO 7800-EXIT
002910     END-IF
002911     OPEN INPUT DETAIL-FILE
002912     IF NOT WS-MOVDET-OK
002913        DISPLAY 'S003PRC2 - ERRO AO ABRIR MOVDET - '
002914                WS-MOVDET-STATUS
002915        MOVE 16 TO SC-RETURN-CODE
002916        CLOSE GL-EXTRACT-FILE
002917        GO TO 7800-EXIT
002918     END-IF
002920     MOVE ZERO TO WS-GL-REC-COUNT
002930     MOVE ZERO TO WS-GL-HASH-TOTAL
002935     MOVE ZERO TO WS-GL-LEG-COUNT
002940     MOVE SPACES TO GL-HEADER-RECORD
002950     MOVE 'H'              TO GLH-RECORD-TYPE
002960     MOVE SC-BUSINESS-DATE TO GLH-BUSINESS-DATE
003000     PERFORM 7850-WRITE-ONE-DETAIL THRU 7850-EXIT
003010         VARYING WS-CLS-IDX FROM 1 BY 1
003020         UNTIL WS-CLS-IDX IS GREATER THAN WS-CLASS-MAX
003023     PERFORM 7870-WRITE-ONE-LEG THRU 7870-EXIT
003026         UNTIL WS-MOVDET-EOF
003030     MOVE SPACES TO GL-TRAILER-RECORD
003040     MOVE 'T'              TO GLT-RECORD-TYPE
003050     MOVE WS-GL-REC-COUNT  TO GLT-REC-COUNT
003060     MOVE WS-GL-HASH-TOTAL TO GLT-HASH-TOTAL
003070     WRITE GL-TRAILER-RECORD
003080     ADD 1 TO SC-RECS-WRITTEN
003090     CLOSE GL-EXTRACT-FILE DETAIL-FILE
003100     DISPLAY 'S003PRC2 - INTERFACE CONTABIL GERADA COM '
003110             WS-GL-REC-COUNT ' REGISTROS, '
003115             WS-GL-LEG-COUNT ' PERNAS DE TRANSFERENCIA'.
003120 7800-EXIT.
003130     EXIT.
003140
003310 7850-EXIT.
003320     EXIT.
003330
003800*----------------------------------------------------------------*
003810* 7870-WRITE-ONE-LEG - LE UM DETALHE DO MOVDET E, SENDO PERNA DE *
003820*                      TRANSFERENCIA ENTRE CONTAS, GERA O        *
003830*                      REGISTRO 'L' COM A CONTA, A CONTRAPARTIDA *
003840*                      E A NATUREZA DO LANCAMENTO, ACUMULANDO A  *
003850*                      CONFERENCIA DO TRAILER                    *
003860*----------------------------------------------------------------*
003870 7870-WRITE-ONE-LEG.
003880     READ DETAIL-FILE
003890         AT END
003900            SET WS-MOVDET-EOF TO TRUE
003910            GO TO 7870-EXIT
003920     END-READ
003930     ADD 1 TO SC-RECS-READ
003940     IF DET-TYPE IS NOT EQUAL TO 'TR'
003950        GO TO 7870-EXIT
003960     END-IF
003970     MOVE SPACES TO GL-LEG-RECORD
003980     MOVE 'L'               TO GLL-RECORD-TYPE
003990     MOVE DET-DC-INDICATOR  TO GLL-DC-INDICATOR
004000     MOVE DET-ACCOUNT       TO GLL-ACCOUNT
004010     MOVE DET-CTR-ACCOUNT   TO GLL-CTR-ACCOUNT
004020     MOVE DET-AMOUNT        TO GLL-AMOUNT
004030     MOVE DET-DATE          TO GLL-DATE
004040     WRITE GL-LEG-RECORD
004050     ADD 1 TO SC-RECS-WRITTEN
004060     ADD 1 TO WS-GL-REC-COUNT
004070     ADD 1 TO WS-GL-LEG-COUNT
004080     ADD DET-AMOUNT TO WS-GL-HASH-TOTAL.
004090 7870-EXIT.
004100     EXIT.
004110
004120 END PROGRAM S003PRC2.
