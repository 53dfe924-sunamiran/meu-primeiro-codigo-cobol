000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ADJMAINT.
000030 AUTHOR. EQUIPE-SUPORTE-BATCH.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* ADJMAINT - AJUSTES MANUAIS DE CONTA COM DUPLA CUSTODIA         *
000090*----------------------------------------------------------------*
000100* PAINEL (NO ESTILO DO SEQMAINT) PARA LANCAMENTO DE AJUSTES      *
000110* MANUAIS DE SALDO - ESTORNOS DE DISPUTA, CORRECOES DE           *
000120* TARIFA - SOB DUPLA CUSTODIA: UM OPERADOR INCLUI O AJUSTE       *
000130* (CONTA, TIPO DB/CR, VALOR, REFERENCIA DA DISPUTA E MOTIVO) E   *
000140* OUTRO OPERADOR O APROVA OU RECUSA. QUEM INCLUIU NAO PODE       *
000150* DECIDIR O PROPRIO AJUSTE. A CONTA E CONFERIDA NO MESTRE        *
000160* (MSTRIN) NA INCLUSAO E DE NOVO NA APROVACAO: DEVE EXISTIR E    *
000170* NAO ESTAR ENCERRADA.                                           *
000180* O REGISTRO DE AJUSTES (ADJREG) E CARREGADO EM MEMORIA E, AO    *
000190* GRAVAR, REESCRITO POR INTEIRO; CADA INCLUSAO E DECISAO E       *
000200* ACRESCENTADA AO ADJCHLOG COM OPERADOR, CARIMBO DE TEMPO E A    *
000210* IMAGEM ANTES/DEPOIS DO AJUSTE.                                 *
000220* O NUMERO DO AJUSTE E A DATA DA INCLUSAO SEGUIDA DE UMA         *
000230* SEQUENCIA DO DIA, CONTINUADA A PARTIR DO ADJREG E DO           *
000240* HISTORICO DE AJUSTES ENCERRADOS (ADJHIS).                      *
000250* OS AJUSTES APROVADOS SAO INTEGRADOS AO MOVIMENTO PELA ETAPA    *
000260* S001-PROC0 NA PROXIMA EXECUCAO DA CADEIA, QUE TAMBEM LISTA     *
000270* INCLUSOES, DECISOES E PENDENCIAS NO RELATORIO ADJRPT.          *
000280* ACOES DO PAINEL:                                               *
000290*   I=INCLUIR  A=APROVAR  R=RECUSAR                              *
000300*   P=PROXIMA PAGINA  G=GRAVAR E SAIR  S=SAIR SEM GRAVAR         *
000310* A AUTORIZACAO DE USO E O USO EXCLUSIVO DO ADJREG (CONTRA       *
000320* OUTRA SESSAO OU A CADEIA) SAO DADOS PELA PROTECAO DO DATASET;  *
000330* O IDENTIFICADOR DO OPERADOR INFORMADO NO LOGON E GRAVADO NO    *
000340* AJUSTE E EM CADA REGISTRO DO ADJCHLOG.                         *
000350*----------------------------------------------------------------*
000360* HISTORICO DE ALTERACOES                                        *
000370*----------------------------------------------------------------*
000380* DATA       AUTOR  DESCRICAO                                    *
000390* 2026-10-15 EQP    VERSAO INICIAL.                              *
000400*----------------------------------------------------------------*
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ADJUSTMENT-FILE ASSIGN TO 'ADJREG'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ADJREG-STATUS.
000500     SELECT ADJ-HISTORY-FILE ASSIGN TO 'ADJHIS'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-ADJHIS-STATUS.
000530     SELECT MASTER-IN-FILE ASSIGN TO 'MSTRIN'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-MSTRIN-STATUS.
000560     SELECT CHANGE-LOG-FILE ASSIGN TO 'ADJCHLOG'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CHGLOG-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620
000630*----------------------------------------------------------------*
000640* ADJREG - REGISTRO DE AJUSTES MANUAIS (LAYOUT ADJREC, MANTIDO   *
000650*          NA AREA DE TRABALHO)                                  *
000660*----------------------------------------------------------------*
000670 FD  ADJUSTMENT-FILE.
000680 01  ADJUSTMENT-FILE-RECORD      PIC X(170).
000690
000700*----------------------------------------------------------------*
000710* ADJHIS - AJUSTES ENCERRADOS, LIDO SO PARA CONTINUAR A          *
000720*          SEQUENCIA DO DIA                                      *
000730*----------------------------------------------------------------*
000740 FD  ADJ-HISTORY-FILE.
000750 01  ADJ-HISTORY-RECORD.
000760     05  AHS-ENTRY-DATE          PIC 9(08).
000770     05  AHS-ENTRY-SEQ           PIC 9(04).
000780     05  FILLER                  PIC X(158).
000790
000800 FD  MASTER-IN-FILE.
000810     COPY MSTREC.
000820
000830*----------------------------------------------------------------*
000840* ADJCHLOG - LOG DE INCLUSOES E DECISOES DE AJUSTES: QUEM FEZ O  *
000850*            QUE E QUANDO, COM A IMAGEM ANTES/DEPOIS DO AJUSTE   *
000860*----------------------------------------------------------------*
000870 FD  CHANGE-LOG-FILE.
000880 01  CHANGE-LOG-RECORD.
000890     05  ACL-TIMESTAMP           PIC X(15).
000900     05  FILLER                  PIC X(01).
000910     05  ACL-OPERATOR            PIC X(08).
000920     05  FILLER                  PIC X(01).
000930     05  ACL-ACTION              PIC X(08).
000940     05  FILLER                  PIC X(01).
000950     05  ACL-BEFORE-IMAGE        PIC X(170).
000960     05  FILLER                  PIC X(01).
000970     05  ACL-AFTER-IMAGE         PIC X(170).
000980
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------*
001010* CHAVES DE ESTADO DOS ARQUIVOS                                  *
001020*----------------------------------------------------------------*
001030 77  WS-ADJREG-STATUS        PIC X(02) VALUE SPACES.
001040     88  WS-ADJREG-OK                VALUE '00'.
001050     88  WS-ADJREG-EOF               VALUE '10'.
001060     88  WS-ADJREG-NOT-FOUND         VALUE '35'.
001070 77  WS-ADJHIS-STATUS        PIC X(02) VALUE SPACES.
001080     88  WS-ADJHIS-OK                VALUE '00'.
001090     88  WS-ADJHIS-EOF               VALUE '10'.
001100     88  WS-ADJHIS-NOT-FOUND         VALUE '35'.
001110 77  WS-MSTRIN-STATUS        PIC X(02) VALUE SPACES.
001120     88  WS-MSTRIN-OK                VALUE '00'.
001130     88  WS-MSTRIN-EOF               VALUE '10'.
001140 77  WS-CHGLOG-STATUS        PIC X(02) VALUE SPACES.
001150     88  WS-CHGLOG-OK                VALUE '00'.
001160     88  WS-CHGLOG-NOT-FOUND         VALUE '35'.
001170
001180*----------------------------------------------------------------*
001190* AJUSTE EM TRABALHO (COPY ADJREC)                               *
001200*----------------------------------------------------------------*
001210     COPY ADJREC.
001220
001230*----------------------------------------------------------------*
001240* TABELA DO REGISTRO EM MANUTENCAO (IMAGEM EM MEMORIA)           *
001250*----------------------------------------------------------------*
001260 77  WS-ADJ-MAX              PIC 9(04) COMP VALUE 200.
001270 77  WS-ADJ-COUNT            PIC 9(04) COMP VALUE ZERO.
001280 01  WS-ADJ-TABLE.
001290     05  WS-ADJ-ENTRY OCCURS 200 TIMES
001300                      INDEXED BY WS-ADJ-IDX.
001310         10  WS-ADJ-IMAGE        PIC X(170).
001320
001330*----------------------------------------------------------------*
001340* MUDANCAS PENDENTES (GRAVADAS NO ADJCHLOG NA ACAO G)            *
001350*----------------------------------------------------------------*
001360 77  WS-CHANGE-MAX           PIC 9(04) COMP VALUE 50.
001370 77  WS-CHANGE-COUNT         PIC 9(04) COMP VALUE ZERO.
001380 01  WS-CHANGE-TABLE.
001390     05  WS-CHANGE-ENTRY OCCURS 50 TIMES
001400                         INDEXED BY WS-CHG-IDX.
001410         10  WS-CHG-ACTION       PIC X(08).
001420         10  WS-CHG-BEFORE       PIC X(170).
001430         10  WS-CHG-AFTER        PIC X(170).
001440
001450*----------------------------------------------------------------*
001460* IMAGENS ANTES/DEPOIS PARA O LOG DE ALTERACOES                  *
001470*----------------------------------------------------------------*
001480 01  WS-BEFORE-IMAGE         PIC X(170) VALUE SPACES.
001490 01  WS-AFTER-IMAGE          PIC X(170) VALUE SPACES.
001500 77  WS-PEND-ACTION          PIC X(08) VALUE SPACES.
001510
001520*----------------------------------------------------------------*
001530* NUMERACAO DOS AJUSTES (DATA DA INCLUSAO + SEQUENCIA DO DIA)    *
001540*----------------------------------------------------------------*
001550 77  WS-TODAY                PIC 9(08) VALUE ZERO.
001560 77  WS-LAST-SEQ             PIC 9(04) VALUE ZERO.
001570
001580*----------------------------------------------------------------*
001590* CAMPOS DO PAINEL                                               *
001600*----------------------------------------------------------------*
001610 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
001620 77  WS-SCR-ACTION           PIC X(01) VALUE SPACE.
001630 77  WS-SCR-ENTRY-NUM        PIC 9(03) VALUE ZERO.
001640 77  WS-SCR-ACCOUNT          PIC X(10) VALUE SPACES.
001650 77  WS-SCR-TYPE             PIC X(02) VALUE SPACES.
001660 77  WS-SCR-AMOUNT           PIC 9(09)V99 VALUE ZERO.
001670 77  WS-SCR-REF              PIC X(12) VALUE SPACES.
001680 77  WS-SCR-REASON           PIC X(40) VALUE SPACES.
001690 77  WS-SCR-MESSAGE          PIC X(60) VALUE SPACES.
001700 01  WS-ADJ-LIST-AREA.
001710     05  WS-LST-ADJ-LINE OCCURS 10 TIMES
001720                         PIC X(70).
001730 01  WS-BUILD-LINE               PIC X(70) VALUE SPACES.
001740 01  WS-LST-NUM-EDIT             PIC ZZ9.
001750 01  WS-RPT-AMT-EDIT             PIC ZZZZZZZZ9.99.
001760 01  WS-EDIT-ACCOUNT-TEXT        PIC X(10) VALUE SPACES.
001770 01  WS-EDIT-ACCOUNT-NUM REDEFINES WS-EDIT-ACCOUNT-TEXT
001780                             PIC 9(10).
001790 77  WS-PAGE-BASE            PIC 9(04) COMP VALUE ZERO.
001800 77  WS-LIST-SUB             PIC 9(04) COMP VALUE ZERO.
001810 77  WS-TABLE-SUB            PIC 9(04) COMP VALUE ZERO.
001820
001830*----------------------------------------------------------------*
001840* CHAVES DE CONTROLE DO DIALOGO                                  *
001850*----------------------------------------------------------------*
001860 77  WS-EXIT-SWITCH          PIC X(01) VALUE 'N'.
001870     88  WS-EXIT-REQUESTED           VALUE 'Y'.
001880 77  WS-SAVE-SWITCH          PIC X(01) VALUE 'N'.
001890     88  WS-SAVE-REQUESTED           VALUE 'Y'.
001900 77  WS-VALID-SWITCH         PIC X(01) VALUE 'N'.
001910     88  WS-FIELDS-VALID             VALUE 'Y'.
001920 77  WS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001930     88  WS-ACCOUNT-FOUND            VALUE 'Y'.
001940 77  WS-MASTER-STATUS        PIC X(01) VALUE SPACE.
001950     88  WS-MASTER-CLOSED            VALUE 'E'.
001960
001970*----------------------------------------------------------------*
001980* AREA DE DATA/HORA PARA CARIMBO DE TEMPO                        *
001990*----------------------------------------------------------------*
002000 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
002010 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
002020 01  WS-TIMESTAMP-FIELD.
002030     05  WS-TS-DATE              PIC 9(08).
002040     05  FILLER                  PIC X(01) VALUE '-'.
002050     05  WS-TS-TIME              PIC 9(06).
002060
002070 SCREEN SECTION.
002080*----------------------------------------------------------------*
002090* TS-PAINEL-LOGON - IDENTIFICACAO DO OPERADOR, GRAVADA NO AJUSTE *
002100*                   E EM CADA REGISTRO DO LOG DE ALTERACOES      *
002110*----------------------------------------------------------------*
002120 01  TS-PAINEL-LOGON.
002130     05  BLANK SCREEN.
002140     05  LINE 01 COLUMN 01 VALUE 'ADJMAINT - AJUSTES MANUAIS'.
002150     05  LINE 02 COLUMN 01 VALUE '------------------------------'.
002160     05  LINE 04 COLUMN 01 VALUE 'OPERADOR . . . . . .:'.
002170     05  LINE 04 COLUMN 23 PIC X(08) USING WS-OPERATOR-ID.
002180
002190*----------------------------------------------------------------*
002200* TS-PAINEL-AJUSTES - LISTA DO REGISTRO DE AJUSTES E CAMPOS DE   *
002210*                     ACAO, NO ESTILO DO PAINEL DO SEQMAINT      *
002220*----------------------------------------------------------------*
002230 01  TS-PAINEL-AJUSTES.
002240     05  BLANK SCREEN.
002250     05  LINE 01 COLUMN 01 VALUE 'ADJMAINT - AJUSTES MANUAIS'.
002260     05  LINE 01 COLUMN 40 VALUE 'OPERADOR:'.
002270     05  LINE 01 COLUMN 50 PIC X(08) FROM WS-OPERATOR-ID.
002280     05  LINE 02 COLUMN 01 VALUE '------------------------------'.
002290     05  LINE 03 COLUMN 01
002300             VALUE 'NR  NUMERO       CONTA      TP        VALOR'.
002310     05  LINE 03 COLUMN 45 VALUE 'REFERENCIA   S INCLUIDO'.
002320     05  LINE 04 COLUMN 01 PIC X(70) FROM WS-LST-ADJ-LINE (1).
002330     05  LINE 05 COLUMN 01 PIC X(70) FROM WS-LST-ADJ-LINE (2).
002340     05  LINE 06 COLUMN 01 PIC X(70) FROM WS-LST-ADJ-LINE (3).
002350     05  LINE 07 COLUMN 01 PIC X(70) FROM WS-LST-ADJ-LINE (4).
002360     05  LINE 08 COLUMN 01 PIC X(70) FROM WS-LST-ADJ-LINE (5).
002370     05  LINE 09 COLUMN 01 PIC X(70) FROM WS-LST-ADJ-LINE (6).
002380     05  LINE 10 COLUMN 01 PIC X(70) FROM WS-LST-ADJ-LINE (7).
002390     05  LINE 11 COLUMN 01 PIC X(70) FROM WS-LST-ADJ-LINE (8).
002400     05  LINE 12 COLUMN 01 PIC X(70) FROM WS-LST-ADJ-LINE (9).
002410     05  LINE 13 COLUMN 01 PIC X(70) FROM WS-LST-ADJ-LINE (10).
002420     05  LINE 14 COLUMN 01
002430             VALUE 'S: P=PENDENTE A=APROVADO R=RECUSADO'.
002440     05  LINE 14 COLUMN 40 VALUE 'I=INTEGRADO'.
002450     05  LINE 16 COLUMN 01 VALUE 'ACAO (I/A/R/P/G/S) . :'.
002460     05  LINE 16 COLUMN 24 PIC X(01) USING WS-SCR-ACTION.
002470     05  LINE 17 COLUMN 01 VALUE 'AJUSTE NR . . . . . .:'.
002480     05  LINE 17 COLUMN 24 PIC 9(03) USING WS-SCR-ENTRY-NUM.
002490     05  LINE 18 COLUMN 01 VALUE 'CONTA. . . . . . . . :'.
002500     05  LINE 18 COLUMN 24 PIC X(10) USING WS-SCR-ACCOUNT.
002510     05  LINE 18 COLUMN 36 VALUE 'TIPO (DB/CR):'.
002520     05  LINE 18 COLUMN 50 PIC X(02) USING WS-SCR-TYPE.
002530     05  LINE 19 COLUMN 01 VALUE 'VALOR. . . . . . . . :'.
002540     05  LINE 19 COLUMN 24 PIC 9(09)V99 USING WS-SCR-AMOUNT.
002550     05  LINE 20 COLUMN 01 VALUE 'REFERENCIA DA DISPUTA:'.
002560     05  LINE 20 COLUMN 24 PIC X(12) USING WS-SCR-REF.
002570     05  LINE 21 COLUMN 01 VALUE 'MOTIVO . . . . . . . :'.
002580     05  LINE 21 COLUMN 24 PIC X(40) USING WS-SCR-REASON.
002590     05  LINE 23 COLUMN 01 PIC X(60) FROM WS-SCR-MESSAGE.
002600
002610 PROCEDURE DIVISION.
002620
002630*-------------- SESSAO PRINCIPAL --------------------------------*
002640 MAIN-PROC SECTION.
002650*----------------------------------------------------------------*
002660* 0000-MAINLINE - PONTO DE ENTRADA DO PROGRAMA                   *
002670*----------------------------------------------------------------*
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002700     PERFORM 2000-MAINTAIN-DIALOG THRU 2000-EXIT
002710         UNTIL WS-EXIT-REQUESTED
002720     IF WS-SAVE-REQUESTED
002730        PERFORM 8000-WRITE-ADJREG THRU 8000-EXIT
002740        PERFORM 8100-WRITE-CHANGE-LOG THRU 8100-EXIT
002750     ELSE
002760        DISPLAY 'ADJMAINT - ENCERRADO SEM GRAVAR ALTERACOES'
002770     END-IF
002780     MOVE ZERO TO RETURN-CODE
002790     STOP RUN.
002800 0000-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------------*
002840* 1000-INITIALIZE - CARREGA O ADJREG, APURA A ULTIMA SEQUENCIA   *
002850*                   DO DIA E IDENTIFICA O OPERADOR               *
002860*----------------------------------------------------------------*
002870 1000-INITIALIZE.
002880     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002890     MOVE ZERO TO WS-LAST-SEQ
002900     PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT
002910     PERFORM 1200-SCAN-HISTORY THRU 1200-EXIT
002920     PERFORM 1300-ACCEPT-OPERATOR THRU 1300-EXIT
002930         UNTIL WS-OPERATOR-ID IS NOT EQUAL TO SPACES
002940     MOVE 'INFORME A ACAO (I=INCLUIR A=APROVAR R=RECUSAR)'
002950       TO WS-SCR-MESSAGE.
002960 1000-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------------*
003000* 1100-LOAD-REGISTER - LE O ADJREG PARA A TABELA EM MEMORIA.     *
003010*                      ADJREG INEXISTENTE E REGISTRO VAZIO (SERA *
003020*                      CRIADO NA GRAVACAO)                       *
003030*----------------------------------------------------------------*
003040 1100-LOAD-REGISTER.
003050     MOVE ZERO TO WS-ADJ-COUNT
003060     OPEN INPUT ADJUSTMENT-FILE
003070     IF WS-ADJREG-NOT-FOUND
003080        DISPLAY 'ADJMAINT - ADJREG INEXISTENTE - REGISTRO VAZIO'
003090        GO TO 1100-EXIT
003100     END-IF
003110     IF NOT WS-ADJREG-OK
003120        DISPLAY 'ADJMAINT - ERRO AO ABRIR ADJREG - '
003130                WS-ADJREG-STATUS
003140        MOVE 16 TO RETURN-CODE
003150        STOP RUN
003160     END-IF
003170     PERFORM 1150-READ-ADJUSTMENT THRU 1150-EXIT
003180         UNTIL WS-ADJREG-EOF
003190            OR WS-ADJ-COUNT IS EQUAL TO WS-ADJ-MAX
003200     IF WS-ADJ-COUNT IS EQUAL TO WS-ADJ-MAX
003210        AND NOT WS-ADJREG-EOF
003220        READ ADJUSTMENT-FILE
003230            AT END
003240               CONTINUE
003250            NOT AT END
003260               DISPLAY 'ADJMAINT - ADJREG EXCEDE O LIMITE DE '
003270                       WS-ADJ-MAX ' AJUSTES - ENCERRANDO '
003280                       'PARA NAO REGRAVAR O REGISTRO TRUNCADO'
003290               CLOSE ADJUSTMENT-FILE
003300               MOVE 16 TO RETURN-CODE
003310               STOP RUN
003320        END-READ
003330     END-IF
003340     CLOSE ADJUSTMENT-FILE.
003350 1100-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------------*
003390* 1150-READ-ADJUSTMENT - LE UM AJUSTE, EMPILHA NA TABELA E       *
003400*                        ACOMPANHA A ULTIMA SEQUENCIA DO DIA     *
003410*----------------------------------------------------------------*
003420 1150-READ-ADJUSTMENT.
003430     READ ADJUSTMENT-FILE INTO ADJUSTMENT-RECORD
003440         AT END
003450            SET WS-ADJREG-EOF TO TRUE
003460            GO TO 1150-EXIT
003470     END-READ
003480     ADD 1 TO WS-ADJ-COUNT
003490     SET WS-ADJ-IDX TO WS-ADJ-COUNT
003500     MOVE ADJUSTMENT-RECORD TO WS-ADJ-IMAGE (WS-ADJ-IDX)
003510     IF ADJ-ENTRY-DATE IS EQUAL TO WS-TODAY
003520        AND ADJ-ENTRY-SEQ IS GREATER THAN WS-LAST-SEQ
003530        MOVE ADJ-ENTRY-SEQ TO WS-LAST-SEQ
003540     END-IF.
003550 1150-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------*
003590* 1200-SCAN-HISTORY - CONTINUA A SEQUENCIA DO DIA ALEM DOS       *
003600*                     AJUSTES JA TRANSFERIDOS AO ADJHIS (ARQUIVO *
003610*                     INEXISTENTE = SEM HISTORICO)               *
003620*----------------------------------------------------------------*
003630 1200-SCAN-HISTORY.
003640     OPEN INPUT ADJ-HISTORY-FILE
003650     IF WS-ADJHIS-NOT-FOUND
003660        GO TO 1200-EXIT
003670     END-IF
003680     IF NOT WS-ADJHIS-OK
003690        DISPLAY 'ADJMAINT - ERRO AO ABRIR ADJHIS - '
003700                WS-ADJHIS-STATUS
003710        MOVE 16 TO RETURN-CODE
003720        STOP RUN
003730     END-IF
003740     PERFORM 1250-READ-HISTORY THRU 1250-EXIT
003750         UNTIL WS-ADJHIS-EOF
003760     CLOSE ADJ-HISTORY-FILE.
003770 1200-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------------*
003810* 1250-READ-HISTORY - LE UM AJUSTE ENCERRADO E COMPARA A         *
003820*                     SEQUENCIA DO DIA                           *
003830*----------------------------------------------------------------*
003840 1250-READ-HISTORY.
003850     READ ADJ-HISTORY-FILE
003860         AT END
003870            SET WS-ADJHIS-EOF TO TRUE
003880            GO TO 1250-EXIT
003890     END-READ
003900     IF AHS-ENTRY-DATE IS EQUAL TO WS-TODAY
003910        AND AHS-ENTRY-SEQ IS GREATER THAN WS-LAST-SEQ
003920        MOVE AHS-ENTRY-SEQ TO WS-LAST-SEQ
003930     END-IF.
003940 1250-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------*
003980* 1300-ACCEPT-OPERATOR - PAINEL DE LOGON DO OPERADOR             *
003990*----------------------------------------------------------------*
004000 1300-ACCEPT-OPERATOR.
004010     DISPLAY TS-PAINEL-LOGON
004020     ACCEPT TS-PAINEL-LOGON.
004030 1300-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------------*
004070* 2000-MAINTAIN-DIALOG - UM CICLO DO PAINEL: MONTA A PAGINA,     *
004080*                        EXIBE, RECEBE E EXECUTA A ACAO          *
004090*----------------------------------------------------------------*
004100 2000-MAINTAIN-DIALOG.
004110     PERFORM 2100-BUILD-LIST-PAGE THRU 2100-EXIT
004120     DISPLAY TS-PAINEL-AJUSTES
004130     ACCEPT TS-PAINEL-AJUSTES
004140     MOVE SPACES TO WS-SCR-MESSAGE
004150     PERFORM 2200-PROCESS-ACTION THRU 2200-EXIT.
004160 2000-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------*
004200* 2100-BUILD-LIST-PAGE - MONTA ATE 10 AJUSTES DA TABELA NA AREA  *
004210*                        DE LISTA DO PAINEL                      *
004220*----------------------------------------------------------------*
004230 2100-BUILD-LIST-PAGE.
004240     IF WS-PAGE-BASE IS GREATER THAN OR EQUAL TO WS-ADJ-COUNT
004250        MOVE ZERO TO WS-PAGE-BASE
004260     END-IF
004270     PERFORM 2150-BUILD-LIST-LINE THRU 2150-EXIT
004280         VARYING WS-LIST-SUB FROM 1 BY 1
004290         UNTIL WS-LIST-SUB IS GREATER THAN 10.
004300 2100-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------------*
004340* 2150-BUILD-LIST-LINE - MONTA UMA LINHA DA LISTA (OU LIMPA,     *
004350*                        QUANDO ALEM DO FIM DA TABELA)           *
004360*----------------------------------------------------------------*
004370 2150-BUILD-LIST-LINE.
004380     COMPUTE WS-TABLE-SUB = WS-PAGE-BASE + WS-LIST-SUB
004390     IF WS-TABLE-SUB IS GREATER THAN WS-ADJ-COUNT
004400        MOVE SPACES TO WS-LST-ADJ-LINE (WS-LIST-SUB)
004410        GO TO 2150-EXIT
004420     END-IF
004430     MOVE WS-ADJ-IMAGE (WS-TABLE-SUB) TO ADJUSTMENT-RECORD
004440     MOVE WS-TABLE-SUB TO WS-LST-NUM-EDIT
004450     MOVE ADJ-AMOUNT TO WS-RPT-AMT-EDIT
004460     MOVE SPACES TO WS-BUILD-LINE
004470     STRING WS-LST-NUM-EDIT                  DELIMITED BY SIZE
004480            ' '                              DELIMITED BY SIZE
004490            ADJ-NUMBER                       DELIMITED BY SIZE
004500            ' '                              DELIMITED BY SIZE
004510            ADJ-ACCOUNT                      DELIMITED BY SIZE
004520            ' '                              DELIMITED BY SIZE
004530            ADJ-TYPE                         DELIMITED BY SIZE
004540            ' '                              DELIMITED BY SIZE
004550            WS-RPT-AMT-EDIT                  DELIMITED BY SIZE
004560            ' '                              DELIMITED BY SIZE
004570            ADJ-DISPUTE-REF                  DELIMITED BY SIZE
004580            ' '                              DELIMITED BY SIZE
004590            ADJ-STATUS                       DELIMITED BY SIZE
004600            ' '                              DELIMITED BY SIZE
004610            ADJ-ENTERED-BY                   DELIMITED BY SIZE
004620         INTO WS-BUILD-LINE
004630     MOVE WS-BUILD-LINE TO WS-LST-ADJ-LINE (WS-LIST-SUB).
004640 2150-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------------*
004680* 2200-PROCESS-ACTION - DESPACHA A ACAO DO PAINEL                *
004690*----------------------------------------------------------------*
004700 2200-PROCESS-ACTION.
004710     EVALUATE WS-SCR-ACTION
004720         WHEN 'I'
004730             PERFORM 3000-INCLUDE-ADJUSTMENT THRU 3000-EXIT
004740         WHEN 'A'
004750             PERFORM 3100-APPROVE-ADJUSTMENT THRU 3100-EXIT
004760         WHEN 'R'
004770             PERFORM 3200-DECLINE-ADJUSTMENT THRU 3200-EXIT
004780         WHEN 'P'
004790             ADD 10 TO WS-PAGE-BASE
004800         WHEN 'G'
004810             SET WS-SAVE-REQUESTED TO TRUE
004820             SET WS-EXIT-REQUESTED TO TRUE
004830         WHEN 'S'
004840             SET WS-EXIT-REQUESTED TO TRUE
004850         WHEN OTHER
004860             MOVE 'ACAO INVALIDA - USE I, A, R, P, G OU S'
004870               TO WS-SCR-MESSAGE
004880     END-EVALUATE
004890     MOVE SPACE TO WS-SCR-ACTION.
004900 2200-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------*
004940* 2900-CHECK-CHANGE-ROOM - RECUSA QUALQUER INCLUSAO OU DECISAO   *
004950*                          QUANDO A TABELA DE MUDANCAS PENDENTES *
004960*                          ESTA CHEIA, ANTES DE MEXER NO         *
004970*                          REGISTRO, PARA NENHUMA MUDANCA FICAR  *
004980*                          FORA DO ADJCHLOG                      *
004990*----------------------------------------------------------------*
005000 2900-CHECK-CHANGE-ROOM.
005010     IF WS-CHANGE-COUNT IS EQUAL TO WS-CHANGE-MAX
005020        MOVE 'N' TO WS-VALID-SWITCH
005030        MOVE 'LIMITE DE MUDANCAS PENDENTES - GRAVE COM G'
005040          TO WS-SCR-MESSAGE
005050     ELSE
005060        SET WS-FIELDS-VALID TO TRUE
005070     END-IF.
005080 2900-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------*
005120* 3000-INCLUDE-ADJUSTMENT - INCLUI UM AJUSTE PENDENTE DE         *
005130*                           APROVACAO, APOS A CRITICA DOS CAMPOS,*
005140*                           NUMERADO COM A DATA E A PROXIMA      *
005150*                           SEQUENCIA DO DIA                     *
005160*----------------------------------------------------------------*
005170 3000-INCLUDE-ADJUSTMENT.
005180     PERFORM 2900-CHECK-CHANGE-ROOM THRU 2900-EXIT
005190     IF NOT WS-FIELDS-VALID
005200        GO TO 3000-EXIT
005210     END-IF
005220     IF WS-ADJ-COUNT IS EQUAL TO WS-ADJ-MAX
005230        MOVE 'REGISTRO CHEIO - AGUARDE A INTEGRACAO PELA CADEIA'
005240          TO WS-SCR-MESSAGE
005250        GO TO 3000-EXIT
005260     END-IF
005270     IF WS-LAST-SEQ IS EQUAL TO 9999
005280        MOVE 'LIMITE DIARIO DE AJUSTES ATINGIDO'
005290          TO WS-SCR-MESSAGE
005300        GO TO 3000-EXIT
005310     END-IF
005320     PERFORM 7000-VALIDATE-ADJ-FIELDS THRU 7000-EXIT
005330     IF NOT WS-FIELDS-VALID
005340        GO TO 3000-EXIT
005350     END-IF
005360     ADD 1 TO WS-LAST-SEQ
005370     PERFORM 9200-BUILD-TIMESTAMP THRU 9200-EXIT
005380     MOVE SPACES              TO ADJUSTMENT-RECORD
005390     MOVE WS-TODAY            TO ADJ-ENTRY-DATE
005400     MOVE WS-LAST-SEQ         TO ADJ-ENTRY-SEQ
005410     MOVE WS-EDIT-ACCOUNT-NUM TO ADJ-ACCOUNT
005420     MOVE WS-SCR-TYPE         TO ADJ-TYPE
005430     MOVE WS-SCR-AMOUNT       TO ADJ-AMOUNT
005440     MOVE WS-SCR-REF          TO ADJ-DISPUTE-REF
005450     MOVE WS-SCR-REASON       TO ADJ-REASON
005460     SET ADJ-PENDING          TO TRUE
005470     MOVE WS-OPERATOR-ID      TO ADJ-ENTERED-BY
005480     MOVE WS-TIMESTAMP-FIELD  TO ADJ-ENTERED-TS
005490     ADD 1 TO WS-ADJ-COUNT
005500     MOVE WS-ADJ-COUNT TO WS-TABLE-SUB
005510     MOVE ADJUSTMENT-RECORD TO WS-ADJ-IMAGE (WS-TABLE-SUB)
005520     MOVE SPACES TO WS-BEFORE-IMAGE
005530     MOVE ADJUSTMENT-RECORD TO WS-AFTER-IMAGE
005540     MOVE 'INCLUIDO' TO WS-PEND-ACTION
005550     PERFORM 6000-RECORD-CHANGE THRU 6000-EXIT
005560     PERFORM 7900-CLEAR-ENTRY-FIELDS THRU 7900-EXIT
005570     STRING 'AJUSTE '                        DELIMITED BY SIZE
005580            ADJ-NUMBER                       DELIMITED BY SIZE
005590            ' INCLUIDO - AGUARDA OUTRO OPERADOR'
005600                                             DELIMITED BY SIZE
005610         INTO WS-SCR-MESSAGE.
005620 3000-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------*
005660* 3100-APPROVE-ADJUSTMENT - APROVA O AJUSTE PENDENTE INFORMADO,  *
005670*                           DESDE QUE INCLUIDO POR OUTRO OPERADOR*
005680*                           E COM A CONTA AINDA NAO ENCERRADA    *
005690*----------------------------------------------------------------*
005700 3100-APPROVE-ADJUSTMENT.
005710     PERFORM 7200-SELECT-PENDING THRU 7200-EXIT
005720     IF NOT WS-FIELDS-VALID
005730        GO TO 3100-EXIT
005740     END-IF
005750     MOVE ADJ-ACCOUNT TO WS-EDIT-ACCOUNT-NUM
005760     PERFORM 7100-FIND-MASTER THRU 7100-EXIT
005770     IF NOT WS-ACCOUNT-FOUND
005780        IF WS-SCR-MESSAGE IS EQUAL TO SPACES
005790           MOVE 'CONTA NAO ENCONTRADA NO MESTRE - RECUSE O AJUSTE'
005800             TO WS-SCR-MESSAGE
005810        END-IF
005820        GO TO 3100-EXIT
005830     END-IF
005840     IF WS-MASTER-CLOSED
005850        MOVE 'CONTA ENCERRADA - RECUSE O AJUSTE'
005860          TO WS-SCR-MESSAGE
005870        GO TO 3100-EXIT
005880     END-IF
005890     SET ADJ-APPROVED TO TRUE
005900     PERFORM 6500-RECORD-DECISION THRU 6500-EXIT
005910     MOVE 'APROVADO' TO WS-PEND-ACTION
005920     PERFORM 6000-RECORD-CHANGE THRU 6000-EXIT
005930     STRING 'AJUSTE '                        DELIMITED BY SIZE
005940            ADJ-NUMBER                       DELIMITED BY SIZE
005950            ' APROVADO'                      DELIMITED BY SIZE
005960         INTO WS-SCR-MESSAGE.
005970 3100-EXIT.
005980     EXIT.
005990
006000*----------------------------------------------------------------*
006010* 3200-DECLINE-ADJUSTMENT - RECUSA O AJUSTE PENDENTE INFORMADO,  *
006020*                           DESDE QUE INCLUIDO POR OUTRO OPERADOR*
006030*----------------------------------------------------------------*
006040 3200-DECLINE-ADJUSTMENT.
006050     PERFORM 7200-SELECT-PENDING THRU 7200-EXIT
006060     IF NOT WS-FIELDS-VALID
006070        GO TO 3200-EXIT
006080     END-IF
006090     SET ADJ-DECLINED TO TRUE
006100     PERFORM 6500-RECORD-DECISION THRU 6500-EXIT
006110     MOVE 'RECUSADO' TO WS-PEND-ACTION
006120     PERFORM 6000-RECORD-CHANGE THRU 6000-EXIT
006130     STRING 'AJUSTE '                        DELIMITED BY SIZE
006140            ADJ-NUMBER                       DELIMITED BY SIZE
006150            ' RECUSADO'                      DELIMITED BY SIZE
006160         INTO WS-SCR-MESSAGE.
006170 3200-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------------*
006210* 6000-RECORD-CHANGE - EMPILHA UMA MUDANCA PENDENTE (ACAO JA     *
006220*                      POSTA EM WS-PEND-ACTION, IMAGENS EM       *
006230*                      WS-BEFORE-IMAGE/WS-AFTER-IMAGE)           *
006240*----------------------------------------------------------------*
006250 6000-RECORD-CHANGE.
006260     IF WS-CHANGE-COUNT IS EQUAL TO WS-CHANGE-MAX
006270        MOVE 'LIMITE DE MUDANCAS PENDENTES - GRAVE COM G'
006280          TO WS-SCR-MESSAGE
006290        GO TO 6000-EXIT
006300     END-IF
006310*    (INALCANCAVEL COM A CRITICA DE 2900, MANTIDO POR SEGURANCA) *
006320     ADD 1 TO WS-CHANGE-COUNT
006330     SET WS-CHG-IDX TO WS-CHANGE-COUNT
006340     MOVE WS-PEND-ACTION     TO WS-CHG-ACTION (WS-CHG-IDX)
006350     MOVE WS-BEFORE-IMAGE    TO WS-CHG-BEFORE (WS-CHG-IDX)
006360     MOVE WS-AFTER-IMAGE     TO WS-CHG-AFTER (WS-CHG-IDX).
006370 6000-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------------*
006410* 6500-RECORD-DECISION - CARIMBA NO AJUSTE (SITUACAO JA POSTA) O *
006420*                        OPERADOR E A HORA DA DECISAO, DEVOLVE-O *
006430*                        A TABELA E MONTA A IMAGEM DEPOIS        *
006440*----------------------------------------------------------------*
006450 6500-RECORD-DECISION.
006460     PERFORM 9200-BUILD-TIMESTAMP THRU 9200-EXIT
006470     MOVE WS-OPERATOR-ID     TO ADJ-DECIDED-BY
006480     MOVE WS-TIMESTAMP-FIELD TO ADJ-DECIDED-TS
006490     MOVE ADJUSTMENT-RECORD  TO WS-ADJ-IMAGE (WS-TABLE-SUB)
006500     MOVE ADJUSTMENT-RECORD  TO WS-AFTER-IMAGE.
006510 6500-EXIT.
006520     EXIT.
006530
006540*----------------------------------------------------------------*
006550* 7000-VALIDATE-ADJ-FIELDS - CRITICA DE DIGITACAO DA INCLUSAO:   *
006560*                            CONTA NUMERICA, EXISTENTE NO        *
006570*                            MESTRE E NAO ENCERRADA; TIPO DB OU  *
006580*                            CR; VALOR MAIOR QUE ZERO; REFERENCIA*
006590*                            DA DISPUTA E MOTIVO INFORMADOS      *
006600*----------------------------------------------------------------*
006610 7000-VALIDATE-ADJ-FIELDS.
006620     MOVE 'N' TO WS-VALID-SWITCH
006630     IF WS-SCR-ACCOUNT IS NOT NUMERIC
006640        OR WS-SCR-ACCOUNT IS EQUAL TO '0000000000'
006650        MOVE 'CONTA INVALIDA - DIGITE OS 10 NUMEROS'
006660          TO WS-SCR-MESSAGE
006670        GO TO 7000-EXIT
006680     END-IF
006690     IF WS-SCR-TYPE IS NOT EQUAL TO 'DB'
006700        AND WS-SCR-TYPE IS NOT EQUAL TO 'CR'
006710        MOVE 'TIPO DEVE SER DB (DEBITO) OU CR (CREDITO)'
006720          TO WS-SCR-MESSAGE
006730        GO TO 7000-EXIT
006740     END-IF
006750     IF WS-SCR-AMOUNT IS NOT NUMERIC
006760        OR WS-SCR-AMOUNT IS EQUAL TO ZERO
006770        MOVE 'INFORME O VALOR DO AJUSTE' TO WS-SCR-MESSAGE
006780        GO TO 7000-EXIT
006790     END-IF
006800     IF WS-SCR-REF IS EQUAL TO SPACES
006810        MOVE 'INFORME A REFERENCIA DA DISPUTA' TO WS-SCR-MESSAGE
006820        GO TO 7000-EXIT
006830     END-IF
006840     IF WS-SCR-REASON IS EQUAL TO SPACES
006850        MOVE 'INFORME O MOTIVO DO AJUSTE' TO WS-SCR-MESSAGE
006860        GO TO 7000-EXIT
006870     END-IF
006880     MOVE WS-SCR-ACCOUNT TO WS-EDIT-ACCOUNT-TEXT
006890     PERFORM 7100-FIND-MASTER THRU 7100-EXIT
006900     IF NOT WS-ACCOUNT-FOUND
006910*       FALHA DE ABERTURA DO MSTRIN JA DEIXOU SUA PROPRIA        *
006920*       MENSAGEM NO PAINEL - NAO COBRIR COM "NAO ENCONTRADA"     *
006930        IF WS-SCR-MESSAGE IS EQUAL TO SPACES
006940           MOVE 'CONTA NAO ENCONTRADA NO MESTRE'
006950             TO WS-SCR-MESSAGE
006960        END-IF
006970        GO TO 7000-EXIT
006980     END-IF
006990     IF WS-MASTER-CLOSED
007000        MOVE 'CONTA ENCERRADA NAO RECEBE AJUSTE' TO WS-SCR-MESSAGE
007010        GO TO 7000-EXIT
007020     END-IF
007030     SET WS-FIELDS-VALID TO TRUE.
007040 7000-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------------*
007080* 7100-FIND-MASTER - VARRE O MSTRIN ATE A CONTA EM               *
007090*                    WS-EDIT-ACCOUNT-NUM E GUARDA A SITUACAO     *
007100*----------------------------------------------------------------*
007110 7100-FIND-MASTER.
007120     MOVE 'N' TO WS-FOUND-SWITCH
007130     MOVE SPACE TO WS-MASTER-STATUS
007140     OPEN INPUT MASTER-IN-FILE
007150     IF NOT WS-MSTRIN-OK
007160        MOVE 'MSTRIN INDISPONIVEL - CONTA NAO PODE SER CONFERIDA'
007170          TO WS-SCR-MESSAGE
007180        GO TO 7100-EXIT
007190     END-IF
007200     PERFORM 7150-READ-ONE-MASTER THRU 7150-EXIT
007210         UNTIL WS-MSTRIN-EOF
007220            OR WS-ACCOUNT-FOUND
007230     CLOSE MASTER-IN-FILE.
007240 7100-EXIT.
007250     EXIT.
007260
007270*----------------------------------------------------------------*
007280* 7150-READ-ONE-MASTER - LE UM REGISTRO DO MSTRIN E COMPARA COM  *
007290*                        A CONTA PROCURADA                       *
007300*----------------------------------------------------------------*
007310 7150-READ-ONE-MASTER.
007320     READ MASTER-IN-FILE
007330         AT END
007340            SET WS-MSTRIN-EOF TO TRUE
007350            GO TO 7150-EXIT
007360     END-READ
007370     IF MSTI-ACCOUNT IS EQUAL TO WS-EDIT-ACCOUNT-NUM
007380        SET WS-ACCOUNT-FOUND TO TRUE
007390        MOVE MSTI-STATUS TO WS-MASTER-STATUS
007400     END-IF.
007410 7150-EXIT.
007420     EXIT.
007430
007440*----------------------------------------------------------------*
007450* 7200-SELECT-PENDING - CRITICA COMUM DA APROVACAO E DA RECUSA:  *
007460*                       NUMERO DE AJUSTE VALIDO, AJUSTE PENDENTE *
007470*                       E INCLUIDO POR OUTRO OPERADOR. DEIXA O   *
007480*                       AJUSTE NA AREA DE TRABALHO, A POSICAO EM *
007490*                       WS-TABLE-SUB E A IMAGEM ANTES MONTADA    *
007500*----------------------------------------------------------------*
007510 7200-SELECT-PENDING.
007520     PERFORM 2900-CHECK-CHANGE-ROOM THRU 2900-EXIT
007530     IF NOT WS-FIELDS-VALID
007540        GO TO 7200-EXIT
007550     END-IF
007560     MOVE 'N' TO WS-VALID-SWITCH
007570     IF WS-SCR-ENTRY-NUM IS EQUAL TO ZERO
007580        OR WS-SCR-ENTRY-NUM IS GREATER THAN WS-ADJ-COUNT
007590        MOVE 'NUMERO DE AJUSTE INVALIDO' TO WS-SCR-MESSAGE
007600        GO TO 7200-EXIT
007610     END-IF
007620     MOVE WS-SCR-ENTRY-NUM TO WS-TABLE-SUB
007630     MOVE WS-ADJ-IMAGE (WS-TABLE-SUB) TO ADJUSTMENT-RECORD
007640     IF NOT ADJ-PENDING
007650        MOVE 'SO AJUSTE PENDENTE PODE SER APROVADO OU RECUSADO'
007660          TO WS-SCR-MESSAGE
007670        GO TO 7200-EXIT
007680     END-IF
007690     IF ADJ-ENTERED-BY IS EQUAL TO WS-OPERATOR-ID
007700        MOVE 'QUEM INCLUIU O AJUSTE NAO PODE DECIDI-LO'
007710          TO WS-SCR-MESSAGE
007720        GO TO 7200-EXIT
007730     END-IF
007740     MOVE ADJUSTMENT-RECORD TO WS-BEFORE-IMAGE
007750     SET WS-FIELDS-VALID TO TRUE.
007760 7200-EXIT.
007770     EXIT.
007780
007790*----------------------------------------------------------------*
007800* 7900-CLEAR-ENTRY-FIELDS - LIMPA OS CAMPOS DE DIGITACAO APOS    *
007810*                           UMA INCLUSAO ACEITA                  *
007820*----------------------------------------------------------------*
007830 7900-CLEAR-ENTRY-FIELDS.
007840     MOVE SPACES TO WS-SCR-ACCOUNT
007850     MOVE SPACES TO WS-SCR-TYPE
007860     MOVE ZERO   TO WS-SCR-AMOUNT
007870     MOVE SPACES TO WS-SCR-REF
007880     MOVE SPACES TO WS-SCR-REASON.
007890 7900-EXIT.
007900     EXIT.
007910
007920*-------------- SESSAO DE GRAVACAO ------------------------------*
007930 UTL-PROC SECTION.
007940*----------------------------------------------------------------*
007950* 8000-WRITE-ADJREG - REESCREVE O ADJREG COM A TABELA MANTIDA    *
007960*----------------------------------------------------------------*
007970 8000-WRITE-ADJREG.
007980     OPEN OUTPUT ADJUSTMENT-FILE
007990     IF NOT WS-ADJREG-OK
008000        DISPLAY 'ADJMAINT - ERRO AO REGRAVAR ADJREG - '
008010                WS-ADJREG-STATUS
008020        MOVE 16 TO RETURN-CODE
008030        STOP RUN
008040     END-IF
008050     PERFORM 8050-WRITE-ONE-ADJUSTMENT THRU 8050-EXIT
008060         VARYING WS-ADJ-IDX FROM 1 BY 1
008070         UNTIL WS-ADJ-IDX IS GREATER THAN WS-ADJ-COUNT
008080     CLOSE ADJUSTMENT-FILE
008090     DISPLAY 'ADJMAINT - ADJREG REGRAVADO COM '
008100             WS-ADJ-COUNT ' AJUSTES'.
008110 8000-EXIT.
008120     EXIT.
008130
008140*----------------------------------------------------------------*
008150* 8050-WRITE-ONE-ADJUSTMENT - GRAVA UM AJUSTE DA TABELA          *
008160*----------------------------------------------------------------*
008170 8050-WRITE-ONE-ADJUSTMENT.
008180     WRITE ADJUSTMENT-FILE-RECORD FROM WS-ADJ-IMAGE (WS-ADJ-IDX)
008190     IF NOT WS-ADJREG-OK
008200        DISPLAY 'ADJMAINT - ERRO AO GRAVAR ADJREG - '
008210                WS-ADJREG-STATUS
008220        DISPLAY 'ADJMAINT - ATENCAO: ADJREG PODE TER FICADO '
008230                'PARCIAL - RESTAURE ANTES DA CADEIA'
008240        MOVE 16 TO RETURN-CODE
008250        STOP RUN
008260     END-IF.
008270 8050-EXIT.
008280     EXIT.
008290
008300*----------------------------------------------------------------*
008310* 8100-WRITE-CHANGE-LOG - ACRESCENTA AO ADJCHLOG UM REGISTRO POR *
008320*                         INCLUSAO OU DECISAO DESTA SESSAO.      *
008330*                         ARQUIVO CRIADO NA PRIMEIRA GRAVACAO.   *
008340*----------------------------------------------------------------*
008350 8100-WRITE-CHANGE-LOG.
008360     IF WS-CHANGE-COUNT IS EQUAL TO ZERO
008370        GO TO 8100-EXIT
008380     END-IF
008390     OPEN EXTEND CHANGE-LOG-FILE
008400     IF WS-CHGLOG-NOT-FOUND
008410        OPEN OUTPUT CHANGE-LOG-FILE
008420     END-IF
008430     IF NOT WS-CHGLOG-OK
008440        DISPLAY 'ADJMAINT - ERRO AO GRAVAR ADJCHLOG - '
008450                WS-CHGLOG-STATUS
008460        MOVE 16 TO RETURN-CODE
008470        STOP RUN
008480     END-IF
008490     PERFORM 8150-WRITE-ONE-CHANGE THRU 8150-EXIT
008500         VARYING WS-CHG-IDX FROM 1 BY 1
008510         UNTIL WS-CHG-IDX IS GREATER THAN WS-CHANGE-COUNT
008520     CLOSE CHANGE-LOG-FILE
008530     DISPLAY 'ADJMAINT - ' WS-CHANGE-COUNT
008540             ' ALTERACOES REGISTRADAS EM ADJCHLOG'.
008550 8100-EXIT.
008560     EXIT.
008570
008580*----------------------------------------------------------------*
008590* 8150-WRITE-ONE-CHANGE - GRAVA UM REGISTRO DO LOG               *
008600*----------------------------------------------------------------*
008610 8150-WRITE-ONE-CHANGE.
008620     MOVE SPACES TO CHANGE-LOG-RECORD
008630     PERFORM 9200-BUILD-TIMESTAMP THRU 9200-EXIT
008640     MOVE WS-TIMESTAMP-FIELD         TO ACL-TIMESTAMP
008650     MOVE WS-OPERATOR-ID             TO ACL-OPERATOR
008660     MOVE WS-CHG-ACTION (WS-CHG-IDX) TO ACL-ACTION
008670     MOVE WS-CHG-BEFORE (WS-CHG-IDX) TO ACL-BEFORE-IMAGE
008680     MOVE WS-CHG-AFTER (WS-CHG-IDX)  TO ACL-AFTER-IMAGE
008690     WRITE CHANGE-LOG-RECORD
008700     IF NOT WS-CHGLOG-OK
008710        DISPLAY 'ADJMAINT - ERRO AO GRAVAR ADJCHLOG - '
008720                WS-CHGLOG-STATUS
008730        MOVE 16 TO RETURN-CODE
008740        STOP RUN
008750     END-IF.
008760 8150-EXIT.
008770     EXIT.
008780
008790*----------------------------------------------------------------*
008800* 9200-BUILD-TIMESTAMP - MONTA O CARIMBO DE DATA/HORA CORRENTE   *
008810*                        EM WS-TIMESTAMP-FIELD                   *
008820*----------------------------------------------------------------*
008830 9200-BUILD-TIMESTAMP.
008840     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
008850     ACCEPT WS-CURRENT-TIME FROM TIME
008860     MOVE WS-CURRENT-DATE       TO WS-TS-DATE
008870     DIVIDE WS-CURRENT-TIME BY 100 GIVING WS-TS-TIME.
008880 9200-EXIT.
008890     EXIT.
008900
008910 END PROGRAM ADJMAINT.
