000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. S002PRC6.
000030 AUTHOR. EQUIPE-SUPORTE-BATCH.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* S002PRC6 - ETAPA S002-PROC6: INATIVACAO DE CONTAS SEM MOVIMENTO*
000090*----------------------------------------------------------------*
000100* RODA DEPOIS DOS ENCARGOS (S002-PROC5) SOBRE O MESTRE POSTADO   *
000110* (MSTROUT) E PASSA A DORMENTE (SITUACAO D) TODA CONTA ATIVA CUJA*
000120* DATA DA ULTIMA ATIVIDADE (MSTI-LAST-ACTIVITY) ESTEJA A PELO    *
000130* MENOS O PRAZO DE INATIVIDADE, EM DIAS CORRIDOS, DA             *
000140* DATA-MOVIMENTO DA EXECUCAO. O PRAZO VEM DO CARTAO              *
000150* DIAS-INATIVIDADE=NNNN DO DORPRM; ARQUIVO AUSENTE OU SEM O      *
000160* CARTAO MANTEM O PRAZO PADRAO DE 365 DIAS. CONTA ATIVA SEM DATA *
000170* DE ATIVIDADE E CONTADA A PARTE E NAO MUDA DE SITUACAO.         *
000180* CADA CONTA PASSADA A DORMENTE SAI NO RELATORIO DORRPT E TEM O  *
000190* ANTES/DEPOIS GRAVADO NO JORNAL DO MESTRE (MNTJRNL, ACAO 'DO'), *
000200* COMO NA MANUTENCAO DO CADASTRO. A CONTA DORMENTE SO ACEITA     *
000210* CREDITO NA POSTAGEM, QUE A REATIVA (S002-PROC2).               *
000220* O CALCULO GRAVA O MESTRE NO TRABALHO MSTDOR E O JORNAL NO      *
000230* TRABALHO DORJRN, ACRESCENTA O DORJRN AO MNTJRNL E SO ENTAO     *
000240* REGRAVA MSTROUT A PARTIR DO MSTDOR. NUMA RETOMADA DA ETAPA     *
000250* (QUE RECEBE NOVO IDENTIFICADOR DE EXECUCAO) O CALCULO CONCLUIDO*
000260* E RECONHECIDO PELO FIM DO MNTJRNL: REGISTROS 'DO' DA MESMA     *
000262* DATA-MOVIMENTO, COM O MSTROUT AINDA IGUAL AO MSTDOR (OU A SUA  *
000264* SITUACAO ANTERIOR). NESSE CASO SO SE COMPLETA O ACRESCIMO DO   *
000266* DORJRN E SE REFAZ A REGRAVACAO. SEM CONTA A INATIVAR, O        *
000270* MSTROUT NAO E REGRAVADO.                                       *
000280* CHAMADO DINAMICAMENTE PELO PROGRA01 CONFORME O CATALOGO DE     *
000290* ETAPAS (STEPCAT), RECEBENDO O REGISTRO DE CONTROLE DE ETAPA    *
000300* (COPY STEPCTL).                                                *
000310*----------------------------------------------------------------*
000320* HISTORICO DE ALTERACOES                                        *
000330*----------------------------------------------------------------*
000340* DATA       AUTOR  DESCRICAO                                    *
000350* 2026-10-15 EQP    VERSAO INICIAL.                              *
000355* 2026-10-15 EQP    RETOMADA RECONHECIDA PELA DATA-MOVIMENTO DO  *
000356*                   JORNAL (MNTJRN DE 185 PARA 194) E PELO       *
000357*                   ESTADO DO MSTDOR, E NAO MAIS PELO            *
000358*                   IDENTIFICADOR DE EXECUCAO.                   *
000360*----------------------------------------------------------------*
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT MASTER-FILE ASSIGN TO 'MSTROUT'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-MSTROUT-STATUS.
000460     SELECT MASTER-DORMANT-FILE ASSIGN TO 'MSTDOR'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-MSTDOR-STATUS.
000490     SELECT DORMANT-JOURNAL-FILE ASSIGN TO 'DORJRN'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-DORJRN-STATUS.
000520     SELECT MNTJRNL-FILE ASSIGN TO 'MNTJRNL'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-MNTJRNL-STATUS.
000550     SELECT DORMANT-PARM-FILE ASSIGN TO 'DORPRM'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-DORPRM-STATUS.
000580     SELECT DORMANT-REPORT-FILE ASSIGN TO 'DORRPT'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-DORRPT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640
000650*----------------------------------------------------------------*
000660* MSTROUT - CADASTRO MESTRE POSTADO: LIDO NO CALCULO E REGRAVADO *
000670*           A PARTIR DO MSTDOR (LAYOUT DO MSTREC)                *
000680*----------------------------------------------------------------*
000690 FD  MASTER-FILE.
000700     COPY MSTREC.
000710
000720*----------------------------------------------------------------*
000730* MSTDOR - CADASTRO MESTRE COM AS CONTAS PASSADAS A DORMENTE     *
000740*          (MESMO LAYOUT DO MSTREC)                              *
000750*----------------------------------------------------------------*
000760 FD  MASTER-DORMANT-FILE.
000770 01  MASTER-DORMANT-RECORD.
000780     05  MSTD-ACCOUNT            PIC 9(10).
000790     05  MSTD-NAME               PIC X(30).
000800     05  MSTD-STATUS             PIC X(01).
000810     05  MSTD-BALANCE            PIC S9(11)V99.
000820     05  MSTD-LIMIT              PIC 9(09)V99.
000830     05  MSTD-LAST-ACTIVITY      PIC 9(08).
000840
000850*----------------------------------------------------------------*
000860* DORJRN - REGISTROS DE JORNAL DAS CONTAS PASSADAS A DORMENTE    *
000870*          NESTA EXECUCAO (COPY MNTJRN), ACRESCENTADOS AO MNTJRNL*
000880*          AO FIM DO CALCULO                                     *
000890*----------------------------------------------------------------*
000900 FD  DORMANT-JOURNAL-FILE.
000910     COPY MNTJRN.
000920
000930*----------------------------------------------------------------*
000940* MNTJRNL - JORNAL DE ALTERACOES DO MESTRE (LAYOUT MNTJRN), LIDO *
000950*           NA APURACAO DA RETOMADA E ABERTO EM EXTEND PARA O    *
000960*           ACRESCIMO DO DORJRN (SO AS POSICOES USADAS AQUI)     *
000970*----------------------------------------------------------------*
000980 FD  MNTJRNL-FILE.
000990 01  MNTJRNL-RECORD.
001000     05  MNJ-TIMESTAMP           PIC X(15).
001010     05  FILLER                  PIC X(01).
001020     05  MNJ-RUN-ID              PIC X(18).
001030     05  FILLER                  PIC X(01).
001040     05  MNJ-ACTION              PIC X(02).
001050     05  FILLER                  PIC X(148).
001052     05  FILLER                  PIC X(01).
001054     05  MNJ-BUSINESS-DATE       PIC 9(08).
001060
001070*----------------------------------------------------------------*
001080* DORPRM - CARTAO DE PARAMETRO DA INATIVACAO (DIAS-INATIVIDADE=) *
001090*----------------------------------------------------------------*
001100 FD  DORMANT-PARM-FILE.
001110 01  DORMANT-PARM-RECORD         PIC X(80).
001120
001130 FD  DORMANT-REPORT-FILE.
001140 01  DORMANT-REPORT-LINE         PIC X(80).
001150
001160 WORKING-STORAGE SECTION.
001170*----------------------------------------------------------------*
001180* CHAVES DE ESTADO DOS ARQUIVOS                                  *
001190*----------------------------------------------------------------*
001200 77  WS-MSTROUT-STATUS       PIC X(02) VALUE SPACES.
001210     88  WS-MSTROUT-OK               VALUE '00'.
001220     88  WS-MSTROUT-EOF              VALUE '10'.
001230 77  WS-MSTDOR-STATUS        PIC X(02) VALUE SPACES.
001240     88  WS-MSTDOR-OK                VALUE '00'.
001250     88  WS-MSTDOR-EOF               VALUE '10'.
001260 77  WS-DORJRN-STATUS        PIC X(02) VALUE SPACES.
001270     88  WS-DORJRN-OK                VALUE '00'.
001280     88  WS-DORJRN-EOF               VALUE '10'.
001290 77  WS-MNTJRNL-STATUS       PIC X(02) VALUE SPACES.
001300     88  WS-MNTJRNL-OK               VALUE '00'.
001310     88  WS-MNTJRNL-EOF              VALUE '10'.
001320     88  WS-MNTJRNL-NOT-FOUND        VALUE '35'.
001330 77  WS-DORPRM-STATUS        PIC X(02) VALUE SPACES.
001340     88  WS-DORPRM-OK                VALUE '00'.
001350     88  WS-DORPRM-NOT-FOUND         VALUE '35'.
001360 77  WS-DORRPT-STATUS        PIC X(02) VALUE SPACES.
001370     88  WS-DORRPT-OK                VALUE '00'.
001380
001390*----------------------------------------------------------------*
001400* SITUACAO DA INATIVACAO DESTA DATA-MOVIMENTO, APURADA NO FIM DO *
001410* MNTJRNL (REGISTROS 'DO' SEGUIDOS DA MESMA DATA, CONTADOS EM    *
001420* WS-JRN-DONE-COUNT) E NA COMPARACAO DO MSTROUT COM O MSTDOR.    *
001425* WS-JRN-SKIP-COUNT E QUANTOS REGISTROS DO DORJRN JA ESTAO NO    *
001427* MNTJRNL E NAO SAO ACRESCENTADOS DE NOVO.                       *
001430*----------------------------------------------------------------*
001440 77  WS-DORMANT-STATE        PIC X(01) VALUE 'N'.
001450     88  WS-DORMANT-PENDING          VALUE 'N'.
001460     88  WS-DORMANT-DONE             VALUE 'C'.
001462 77  WS-JRN-DONE-COUNT       PIC 9(07) VALUE ZERO.
001464 77  WS-JRN-SKIP-COUNT       PIC 9(07) VALUE ZERO.
001466 77  WS-MASTER-STATE-SWITCH  PIC X(01) VALUE 'S'.
001468     88  WS-MASTER-MATCHES           VALUE 'S'.
001469     88  WS-MASTER-CHANGED           VALUE 'N'.
001470 01  WS-PRIOR-IMAGE.
001471     05  FILLER                  PIC X(40).
001472     05  WS-PRIOR-STATUS         PIC X(01).
001473     05  FILLER                  PIC X(32).
001476
001480*----------------------------------------------------------------*
001490* PARAMETRO DA INATIVACAO: PRAZO EM DIAS CORRIDOS SEM ATIVIDADE  *
001500* (DIAS-INATIVIDADE=0365). PRAZO ZERO NO CARTAO E INVALIDO.      *
001510*----------------------------------------------------------------*
001520 77  WS-IDLE-LIMIT           PIC 9(04) VALUE 365.
001530 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
001540 01  WS-EDIT-DAYS-TEXT           PIC X(04) VALUE SPACES.
001550 01  WS-EDIT-DAYS-NUM REDEFINES WS-EDIT-DAYS-TEXT
001560                             PIC 9(04).
001570
001580*----------------------------------------------------------------*
001590* CONVERSAO DE DATA AAAAMMDD EM NUMERO DE DIAS CORRIDOS          *
001600* (CALENDARIO GREGORIANO, ANO CONTADO A PARTIR DE MARCO), PARA A *
001610* DIFERENCA ENTRE A DATA-MOVIMENTO E A DATA DA ULTIMA ATIVIDADE  *
001620*----------------------------------------------------------------*
001630 01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
001640 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
001650     05  WS-DN-YEAR              PIC 9(04).
001660     05  WS-DN-MONTH             PIC 9(02).
001670     05  WS-DN-DAY               PIC 9(02).
001680 77  WS-DN-VALID-SWITCH      PIC X(01) VALUE 'N'.
001690     88  WS-DN-VALID                 VALUE 'Y'.
001700 77  WS-DN-Y                 PIC 9(05) VALUE ZERO.
001710 77  WS-DN-M                 PIC 9(02) VALUE ZERO.
001720 77  WS-DN-QUOTIENT          PIC 9(05) VALUE ZERO.
001730 77  WS-DN-DAYS              PIC 9(07) VALUE ZERO.
001740 77  WS-BUSINESS-DAYS        PIC 9(07) VALUE ZERO.
001750 77  WS-IDLE-DAYS            PIC S9(07) VALUE ZERO.
001760
001770*----------------------------------------------------------------*
001780* CONTADORES                                                     *
001790*----------------------------------------------------------------*
001800 77  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
001810 77  WS-DORMANT-COUNT        PIC 9(07) VALUE ZERO.
001820 77  WS-ALREADY-COUNT        PIC 9(07) VALUE ZERO.
001830 77  WS-NO-DATE-COUNT        PIC 9(07) VALUE ZERO.
001840 77  WS-JOURNAL-COUNT        PIC 9(07) VALUE ZERO.
001850
001860*----------------------------------------------------------------*
001870* AREA DO RELATORIO DE INATIVACAO                                *
001880*----------------------------------------------------------------*
001890 01  WS-RPT-BAL-EDIT             PIC -ZZZZZZZZZZ9.99.
001900 01  WS-RPT-DAYS-EDIT            PIC ZZZZ9.
001910 01  WS-RPT-LIMIT-EDIT           PIC ZZZ9.
001920 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZ9.
001930 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001940 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
001950 01  WS-TIMESTAMP-FIELD.
001960     05  WS-TS-DATE              PIC 9(08).
001970     05  FILLER                  PIC X(01) VALUE '-'.
001980     05  WS-TS-TIME              PIC 9(06).
001990
002000 LINKAGE SECTION.
002010*----------------------------------------------------------------*
002020* REGISTRO DE CONTROLE DA ETAPA, RECEBIDO DO PROGRA01            *
002030*----------------------------------------------------------------*
002040     COPY STEPCTL.
002050
002060 PROCEDURE DIVISION USING STEP-CONTROL-RECORD.
002070
002080*-------------- SESSAO PRINCIPAL --------------------------------*
002090 MAIN-PROC SECTION.
002100*----------------------------------------------------------------*
002110* 0000-MAINLINE - LE O PARAMETRO, APURA NO MNTJRNL SE A          *
002120*                 INATIVACAO DESTA DATA-MOVIMENTO JA FOI FEITA,  *
002130*                 PERCORRE O MESTRE (MSTDOR, DORJRN, DORRPT),    *
002140*                 ACRESCENTA O JORNAL E REGRAVA MSTROUT          *
002150*----------------------------------------------------------------*
002160 0000-MAINLINE.
002170     MOVE 'S002-PROC6'         TO SC-STEP-NAME
002180     DISPLAY SC-STEP-NAME
002190     MOVE ZERO TO WS-READ-COUNT
002200     MOVE ZERO TO WS-DORMANT-COUNT
002210     MOVE ZERO TO WS-ALREADY-COUNT
002220     MOVE ZERO TO WS-NO-DATE-COUNT
002230     MOVE ZERO TO WS-JOURNAL-COUNT
002235     MOVE ZERO TO WS-JRN-SKIP-COUNT
002240     MOVE SC-BUSINESS-DATE TO WS-DN-DATE
002250     PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT
002260     IF NOT WS-DN-VALID
002270        DISPLAY 'S002PRC6 - DATA-MOVIMENTO INVALIDA - '
002280                SC-BUSINESS-DATE
002290        MOVE 12 TO SC-RETURN-CODE
002300        GO TO 0000-EXIT
002310     END-IF
002320     MOVE WS-DN-DAYS TO WS-BUSINESS-DAYS
002330     PERFORM 5100-READ-DORMANT-PARMS THRU 5100-EXIT
002340     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002350        GO TO 0000-EXIT
002360     END-IF
002370     PERFORM 5200-CHECK-DORMANT-STATE THRU 5200-EXIT
002380     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002390        GO TO 0000-EXIT
002400     END-IF
002410     IF WS-DORMANT-DONE
002420        DISPLAY 'S002PRC6 - INATIVACAO DE ' SC-BUSINESS-DATE
002430                ' JA NO MNTJRNL (' WS-JRN-DONE-COUNT
002432                ') - COMPLETADO O ACRESCIMO E REFEITA A '
002434                'REGRAVACAO DE MSTROUT'
002436        MOVE WS-JRN-DONE-COUNT TO WS-JRN-SKIP-COUNT
002438        PERFORM 7000-APPEND-JOURNAL THRU 7000-EXIT
002440        IF SC-RETURN-CODE IS EQUAL TO ZERO
002442           PERFORM 7100-COPY-MASTER-BACK THRU 7100-EXIT
002444        END-IF
002450        GO TO 0000-EXIT
002460     END-IF
002470     PERFORM 6000-SCAN-MASTERS THRU 6000-EXIT
002480     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002490        GO TO 0000-EXIT
002500     END-IF
002510     IF WS-DORMANT-COUNT IS EQUAL TO ZERO
002520        DISPLAY 'S002PRC6 - NENHUMA CONTA PASSADA A DORMENTE'
002530        GO TO 0000-EXIT
002540     END-IF
002550     PERFORM 7000-APPEND-JOURNAL THRU 7000-EXIT
002560     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002570        GO TO 0000-EXIT
002580     END-IF
002590     PERFORM 7100-COPY-MASTER-BACK THRU 7100-EXIT
002600     IF SC-RETURN-CODE IS EQUAL TO ZERO
002610        DISPLAY 'S002PRC6 - CONTAS PASSADAS A DORMENTE: '
002620                WS-DORMANT-COUNT
002630     END-IF.
002640 0000-EXIT.
002650     GOBACK.
002660
002670*----------------------------------------------------------------*
002680* 5100-READ-DORMANT-PARMS - LE O CARTAO DE PARAMETRO DO DORPRM.  *
002690*                           ARQUIVO AUSENTE OU SEM CARTAO        *
002700*                           MANTEM O PRAZO PADRAO.               *
002710*----------------------------------------------------------------*
002720 5100-READ-DORMANT-PARMS.
002730     OPEN INPUT DORMANT-PARM-FILE
002740     IF NOT WS-DORPRM-OK
002750        IF WS-DORPRM-NOT-FOUND
002760           DISPLAY 'S002PRC6 - SEM DORPRM - PRAZO PADRAO DE '
002770                   WS-IDLE-LIMIT ' DIAS'
002780           GO TO 5100-EXIT
002790        END-IF
002800        DISPLAY 'S002PRC6 - ERRO AO ABRIR DORPRM - '
002810                WS-DORPRM-STATUS
002820        MOVE 16 TO SC-RETURN-CODE
002830        GO TO 5100-EXIT
002840     END-IF
002850     PERFORM 5150-READ-ONE-PARM THRU 5150-EXIT
002860         UNTIL WS-DORPRM-STATUS IS NOT EQUAL TO '00'
002870     CLOSE DORMANT-PARM-FILE.
002880 5100-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------------*
002920* 5150-READ-ONE-PARM - LE E CLASSIFICA UM CARTAO DO DORPRM       *
002930*----------------------------------------------------------------*
002940 5150-READ-ONE-PARM.
002950     READ DORMANT-PARM-FILE
002960         AT END
002970            GO TO 5150-EXIT
002980     END-READ
002990     MOVE DORMANT-PARM-RECORD TO WS-PARM-TEXT
003000     EVALUATE TRUE
003010         WHEN WS-PARM-TEXT (1:17) IS EQUAL TO 'DIAS-INATIVIDADE='
003020             MOVE WS-PARM-TEXT (18:4) TO WS-EDIT-DAYS-TEXT
003030             IF WS-EDIT-DAYS-NUM IS NUMERIC
003040                AND WS-EDIT-DAYS-NUM IS GREATER THAN ZERO
003050                MOVE WS-EDIT-DAYS-NUM TO WS-IDLE-LIMIT
003060             ELSE
003070                DISPLAY 'S002PRC6 - CARTAO DIAS-INATIVIDADE= '
003080                        'INVALIDO - ' WS-PARM-TEXT (1:30)
003090             END-IF
003100         WHEN WS-PARM-TEXT IS EQUAL TO SPACES
003110             CONTINUE
003120         WHEN OTHER
003130             DISPLAY 'S002PRC6 - CARTAO DORPRM IGNORADO - '
003140                     WS-PARM-TEXT (1:30)
003150     END-EVALUATE.
003160 5150-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------------*
003200* 5200-CHECK-DORMANT-STATE - PERCORRE O MNTJRNL: REGISTROS 'DO'  *
003210*                            DESTA DATA-MOVIMENTO NO FIM DO      *
003220*                            JORNAL, COM O MSTROUT AINDA         *
003230*                            COERENTE COM O MSTDOR, INDICAM      *
003235*                            INATIVACAO JA CALCULADA. JORNAL     *
003240*                            AUSENTE E JORNAL VAZIO.             *
003250*----------------------------------------------------------------*
003260 5200-CHECK-DORMANT-STATE.
003270     MOVE 'N' TO WS-DORMANT-STATE
003275     MOVE ZERO TO WS-JRN-DONE-COUNT
003280     OPEN INPUT MNTJRNL-FILE
003290     IF NOT WS-MNTJRNL-OK
003300        IF WS-MNTJRNL-NOT-FOUND
003310           GO TO 5200-EXIT
003320        END-IF
003330        DISPLAY 'S002PRC6 - ERRO AO ABRIR MNTJRNL - '
003340                WS-MNTJRNL-STATUS
003350        MOVE 16 TO SC-RETURN-CODE
003360        GO TO 5200-EXIT
003370     END-IF
003380     PERFORM 5250-READ-ONE-JOURNAL THRU 5250-EXIT
003390         UNTIL WS-MNTJRNL-EOF
003400     CLOSE MNTJRNL-FILE
003402     IF WS-JRN-DONE-COUNT IS EQUAL TO ZERO
003404        GO TO 5200-EXIT
003406     END-IF
003408     PERFORM 5300-COMPARE-MASTERS THRU 5300-EXIT
003410     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
003412        GO TO 5200-EXIT
003414     END-IF
003416     IF WS-MASTER-MATCHES
003418        SET WS-DORMANT-DONE TO TRUE
003420     ELSE
003422        DISPLAY 'S002PRC6 - MSTROUT MUDOU DESDE A INATIVACAO DE '
003424                SC-BUSINESS-DATE ' - CALCULO REFEITO'
003426     END-IF.
003428 5200-EXIT.
003429     EXIT.
003430
003440*----------------------------------------------------------------*
003450* 5250-READ-ONE-JOURNAL - LE UM REGISTRO DO MNTJRNL: 'DO' DESTA  *
003460*                         DATA-MOVIMENTO SOMA; QUALQUER OUTRO    *
003465*                         REGISTRO RECOMECA A CONTAGEM           *
003470*----------------------------------------------------------------*
003480 5250-READ-ONE-JOURNAL.
003490     READ MNTJRNL-FILE
003500         AT END
003510            SET WS-MNTJRNL-EOF TO TRUE
003520            GO TO 5250-EXIT
003530     END-READ
003540     IF MNJ-ACTION IS EQUAL TO 'DO'
003545        AND MNJ-BUSINESS-DATE IS NUMERIC
003550        AND MNJ-BUSINESS-DATE IS EQUAL TO SC-BUSINESS-DATE
003560        ADD 1 TO WS-JRN-DONE-COUNT
003565     ELSE
003567        MOVE ZERO TO WS-JRN-DONE-COUNT
003570     END-IF.
003580 5250-EXIT.
003590     EXIT.
003591
003592*----------------------------------------------------------------*
003593* 5300-COMPARE-MASTERS - CONFERE QUE O MSTROUT AINDA E O DO      *
003594*                        CALCULO GRAVADO NO MSTDOR: CONTA A      *
003595*                        CONTA IGUAL AO MSTDOR OU A SUA SITUACAO *
003596*                        ANTERIOR, PODENDO TER MENOS CONTAS      *
003597*                        (REGRAVACAO INTERROMPIDA). OUTRA        *
003598*                        DIFERENCA INDICA NOVA POSTAGEM DO DIA   *
003599*----------------------------------------------------------------*
003600 5300-COMPARE-MASTERS.
003601     SET WS-MASTER-MATCHES TO TRUE
003602     OPEN INPUT MASTER-FILE
003603     IF NOT WS-MSTROUT-OK
003604        DISPLAY 'S002PRC6 - ERRO AO ABRIR MSTROUT - '
003605                WS-MSTROUT-STATUS
003606        MOVE 16 TO SC-RETURN-CODE
003607        GO TO 5300-EXIT
003608     END-IF
003609     OPEN INPUT MASTER-DORMANT-FILE
003610     IF NOT WS-MSTDOR-OK
003611        DISPLAY 'S002PRC6 - ERRO AO ABRIR MSTDOR - '
003612                WS-MSTDOR-STATUS
003613        MOVE 16 TO SC-RETURN-CODE
003614        CLOSE MASTER-FILE
003615        GO TO 5300-EXIT
003616     END-IF
003617     PERFORM 5350-COMPARE-ONE-MASTER THRU 5350-EXIT
003618         UNTIL WS-MSTROUT-EOF
003619            OR WS-MASTER-CHANGED
003620     CLOSE MASTER-FILE MASTER-DORMANT-FILE.
003621 5300-EXIT.
003622     EXIT.
003623
003624*----------------------------------------------------------------*
003625* 5350-COMPARE-ONE-MASTER - COMPARA UMA CONTA DO MSTROUT COM A   *
003626*                           CONTA NA MESMA POSICAO DO MSTDOR     *
003627*----------------------------------------------------------------*
003628 5350-COMPARE-ONE-MASTER.
003629     READ MASTER-FILE
003630         AT END
003631            SET WS-MSTROUT-EOF TO TRUE
003632            GO TO 5350-EXIT
003633     END-READ
003634     READ MASTER-DORMANT-FILE
003635         AT END
003636            SET WS-MASTER-CHANGED TO TRUE
003637            GO TO 5350-EXIT
003638     END-READ
003639     IF MASTER-IN-RECORD IS EQUAL TO MASTER-DORMANT-RECORD
003640        GO TO 5350-EXIT
003641     END-IF
003642     MOVE MASTER-DORMANT-RECORD TO WS-PRIOR-IMAGE
003643     IF WS-PRIOR-STATUS IS EQUAL TO 'D'
003644        MOVE 'A' TO WS-PRIOR-STATUS
003645     END-IF
003646     IF MASTER-IN-RECORD IS NOT EQUAL TO WS-PRIOR-IMAGE
003647        SET WS-MASTER-CHANGED TO TRUE
003648     END-IF.
003649 5350-EXIT.
003650     EXIT.
003651
003652*----------------------------------------------------------------*
003654* 6000-SCAN-MASTERS - PERCORRE O MESTRE POSTADO CONTA A CONTA,   *
003655*                     GRAVANDO MSTDOR, DORJRN E DORRPT           *
003657*----------------------------------------------------------------*
003658 6000-SCAN-MASTERS.
003660     PERFORM 6050-OPEN-SCAN-FILES THRU 6050-EXIT
003670     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
003680        GO TO 6000-EXIT
003690     END-IF
003700     PERFORM 6060-WRITE-DORMANT-HEADER THRU 6060-EXIT
003710     PERFORM 6100-SCAN-ONE-MASTER THRU 6100-EXIT
003720         UNTIL WS-MSTROUT-EOF
003730            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
003740     IF SC-RETURN-CODE IS EQUAL TO ZERO
003750        PERFORM 6070-WRITE-DORMANT-TRAILER THRU 6070-EXIT
003760     END-IF
003770     CLOSE MASTER-FILE MASTER-DORMANT-FILE DORMANT-JOURNAL-FILE
003780           DORMANT-REPORT-FILE.
003790 6000-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------------*
003830* 6050-OPEN-SCAN-FILES - ABRE OS ARQUIVOS DO CALCULO             *
003840*----------------------------------------------------------------*
003850 6050-OPEN-SCAN-FILES.
003860     OPEN INPUT MASTER-FILE
003870     IF NOT WS-MSTROUT-OK
003880        DISPLAY 'S002PRC6 - ERRO AO ABRIR MSTROUT - '
003890                WS-MSTROUT-STATUS
003900        MOVE 16 TO SC-RETURN-CODE
003910        GO TO 6050-EXIT
003920     END-IF
003930     OPEN OUTPUT MASTER-DORMANT-FILE
003940     IF NOT WS-MSTDOR-OK
003950        DISPLAY 'S002PRC6 - ERRO AO ABRIR MSTDOR - '
003960                WS-MSTDOR-STATUS
003970        MOVE 16 TO SC-RETURN-CODE
003980        CLOSE MASTER-FILE
003990        GO TO 6050-EXIT
004000     END-IF
004010     OPEN OUTPUT DORMANT-JOURNAL-FILE
004020     IF NOT WS-DORJRN-OK
004030        DISPLAY 'S002PRC6 - ERRO AO ABRIR DORJRN - '
004040                WS-DORJRN-STATUS
004050        MOVE 16 TO SC-RETURN-CODE
004060        CLOSE MASTER-FILE MASTER-DORMANT-FILE
004070        GO TO 6050-EXIT
004080     END-IF
004090     OPEN OUTPUT DORMANT-REPORT-FILE
004100     IF NOT WS-DORRPT-OK
004110        DISPLAY 'S002PRC6 - ERRO AO ABRIR DORRPT - '
004120                WS-DORRPT-STATUS
004130        MOVE 16 TO SC-RETURN-CODE
004140        CLOSE MASTER-FILE MASTER-DORMANT-FILE DORMANT-JOURNAL-FILE
004150     END-IF.
004160 6050-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------*
004200* 6060-WRITE-DORMANT-HEADER - CABECALHO DO RELATORIO DE          *
004210*                             INATIVACAO, COM O PRAZO EM VIGOR   *
004220*----------------------------------------------------------------*
004230 6060-WRITE-DORMANT-HEADER.
004240     PERFORM 9200-BUILD-TIMESTAMP THRU 9200-EXIT
004250     MOVE SPACES TO DORMANT-REPORT-LINE
004260     STRING 'CONTAS PASSADAS A DORMENTE - S002PRC6 - '
004270                                             DELIMITED BY SIZE
004280            WS-TIMESTAMP-FIELD               DELIMITED BY SIZE
004290         INTO DORMANT-REPORT-LINE
004300     PERFORM 9100-WRITE-DORMANT-LINE THRU 9100-EXIT
004310     MOVE SPACES TO DORMANT-REPORT-LINE
004320     STRING 'EXECUCAO: '                     DELIMITED BY SIZE
004330            SC-RUN-ID                        DELIMITED BY SIZE
004340            '   DATA-MOVIMENTO: '            DELIMITED BY SIZE
004350            SC-BUSINESS-DATE                 DELIMITED BY SIZE
004360         INTO DORMANT-REPORT-LINE
004370     PERFORM 9100-WRITE-DORMANT-LINE THRU 9100-EXIT
004380     MOVE WS-IDLE-LIMIT TO WS-RPT-LIMIT-EDIT
004390     MOVE SPACES TO DORMANT-REPORT-LINE
004400     STRING 'PRAZO DE INATIVIDADE (DIAS): '  DELIMITED BY SIZE
004410            WS-RPT-LIMIT-EDIT                DELIMITED BY SIZE
004420         INTO DORMANT-REPORT-LINE
004430     PERFORM 9100-WRITE-DORMANT-LINE THRU 9100-EXIT
004440     MOVE SPACES TO DORMANT-REPORT-LINE
004450     PERFORM 9100-WRITE-DORMANT-LINE THRU 9100-EXIT
004460     MOVE SPACES TO DORMANT-REPORT-LINE
004470     STRING 'CONTA      NOME                           '
004480                                             DELIMITED BY SIZE
004490            'ULT.ATIV.  DIAS           SALDO'
004500                                             DELIMITED BY SIZE
004510         INTO DORMANT-REPORT-LINE
004520     PERFORM 9100-WRITE-DORMANT-LINE THRU 9100-EXIT.
004530 6060-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------------*
004570* 6070-WRITE-DORMANT-TRAILER - TOTAIS DO RELATORIO DE INATIVACAO *
004580*----------------------------------------------------------------*
004590 6070-WRITE-DORMANT-TRAILER.
004600     MOVE SPACES TO DORMANT-REPORT-LINE
004610     PERFORM 9100-WRITE-DORMANT-LINE THRU 9100-EXIT
004620     MOVE WS-READ-COUNT TO WS-RPT-COUNT-EDIT
004630     MOVE SPACES TO DORMANT-REPORT-LINE
004640     STRING 'CONTAS LIDAS NO MESTRE .....: '  DELIMITED BY SIZE
004650            WS-RPT-COUNT-EDIT                 DELIMITED BY SIZE
004660         INTO DORMANT-REPORT-LINE
004670     PERFORM 9100-WRITE-DORMANT-LINE THRU 9100-EXIT
004680     MOVE WS-DORMANT-COUNT TO WS-RPT-COUNT-EDIT
004690     MOVE SPACES TO DORMANT-REPORT-LINE
004700     STRING 'PASSADAS A DORMENTE ........: '  DELIMITED BY SIZE
004710            WS-RPT-COUNT-EDIT                 DELIMITED BY SIZE
004720         INTO DORMANT-REPORT-LINE
004730     PERFORM 9100-WRITE-DORMANT-LINE THRU 9100-EXIT
004740     MOVE WS-ALREADY-COUNT TO WS-RPT-COUNT-EDIT
004750     MOVE SPACES TO DORMANT-REPORT-LINE
004760     STRING 'JA DORMENTES ...............: '  DELIMITED BY SIZE
004770            WS-RPT-COUNT-EDIT                 DELIMITED BY SIZE
004780         INTO DORMANT-REPORT-LINE
004790     PERFORM 9100-WRITE-DORMANT-LINE THRU 9100-EXIT
004800     MOVE WS-NO-DATE-COUNT TO WS-RPT-COUNT-EDIT
004810     MOVE SPACES TO DORMANT-REPORT-LINE
004820     STRING 'ATIVAS SEM DATA DE ATIVIDADE: '  DELIMITED BY SIZE
004830            WS-RPT-COUNT-EDIT                 DELIMITED BY SIZE
004840         INTO DORMANT-REPORT-LINE
004850     PERFORM 9100-WRITE-DORMANT-LINE THRU 9100-EXIT.
004860 6070-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------------*
004900* 6100-SCAN-ONE-MASTER - LE UMA CONTA DO MESTRE POSTADO, VERIFICA*
004910*                        A INATIVIDADE E GRAVA A CONTA EM MSTDOR *
004920*----------------------------------------------------------------*
004930 6100-SCAN-ONE-MASTER.
004940     READ MASTER-FILE
004950         AT END
004960            SET WS-MSTROUT-EOF TO TRUE
004970            GO TO 6100-EXIT
004980     END-READ
004990     ADD 1 TO SC-RECS-READ
005000     ADD 1 TO WS-READ-COUNT
005010     MOVE MASTER-IN-RECORD TO MASTER-DORMANT-RECORD
005020     PERFORM 6150-CHECK-IDLE THRU 6150-EXIT
005030     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
005040        GO TO 6100-EXIT
005050     END-IF
005060     PERFORM 6700-WRITE-MASTER-DORMANT THRU 6700-EXIT.
005070 6100-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------------*
005110* 6150-CHECK-IDLE - SO A CONTA ATIVA COM DATA DE ATIVIDADE       *
005120*                   VALIDA E AVALIADA: DIAS CORRIDOS DESDE A     *
005130*                   ULTIMA ATIVIDADE IGUAIS OU ACIMA DO PRAZO    *
005140*                   PASSAM A CONTA A DORMENTE                    *
005150*----------------------------------------------------------------*
005160 6150-CHECK-IDLE.
005170     IF MSTI-STATUS IS EQUAL TO 'D'
005180        ADD 1 TO WS-ALREADY-COUNT
005190        GO TO 6150-EXIT
005200     END-IF
005210     IF MSTI-STATUS IS NOT EQUAL TO 'A'
005220        GO TO 6150-EXIT
005230     END-IF
005240     IF MSTI-LAST-ACTIVITY IS NOT NUMERIC
005250        OR MSTI-LAST-ACTIVITY IS EQUAL TO ZERO
005260        ADD 1 TO WS-NO-DATE-COUNT
005270        GO TO 6150-EXIT
005280     END-IF
005290     MOVE MSTI-LAST-ACTIVITY TO WS-DN-DATE
005300     PERFORM 8000-COMPUTE-DAY-NUMBER THRU 8000-EXIT
005310     IF NOT WS-DN-VALID
005320        ADD 1 TO WS-NO-DATE-COUNT
005330        GO TO 6150-EXIT
005340     END-IF
005350     COMPUTE WS-IDLE-DAYS = WS-BUSINESS-DAYS - WS-DN-DAYS
005360     IF WS-IDLE-DAYS IS NOT LESS THAN WS-IDLE-LIMIT
005370        PERFORM 6200-SET-DORMANT THRU 6200-EXIT
005380     END-IF.
005390 6150-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------*
005430* 6200-SET-DORMANT - PASSA A CONTA A DORMENTE, GRAVA O           *
005440*                    ANTES/DEPOIS EM DORJRN (ACAO 'DO') E A LINHA*
005450*                    DO RELATORIO. A DATA DA ULTIMA ATIVIDADE NAO*
005460*                    MUDA.                                       *
005470*----------------------------------------------------------------*
005480 6200-SET-DORMANT.
005490     MOVE 'D' TO MSTD-STATUS
005500     MOVE SPACES TO JOURNAL-RECORD
005510     PERFORM 9200-BUILD-TIMESTAMP THRU 9200-EXIT
005520     MOVE WS-TIMESTAMP-FIELD      TO JRN-TIMESTAMP
005530     MOVE SC-RUN-ID               TO JRN-RUN-ID
005540     MOVE 'DO'                    TO JRN-ACTION
005545     MOVE SC-BUSINESS-DATE        TO JRN-BUSINESS-DATE
005550     MOVE MASTER-IN-RECORD        TO JRN-BEFORE-IMAGE
005560     MOVE MASTER-DORMANT-RECORD   TO JRN-AFTER-IMAGE
005570     WRITE JOURNAL-RECORD
005580     IF NOT WS-DORJRN-OK
005590        DISPLAY 'S002PRC6 - ERRO AO GRAVAR DORJRN - '
005600                WS-DORJRN-STATUS
005610        MOVE 16 TO SC-RETURN-CODE
005620        GO TO 6200-EXIT
005630     END-IF
005640     ADD 1 TO WS-DORMANT-COUNT
005650     MOVE WS-IDLE-DAYS TO WS-RPT-DAYS-EDIT
005660     MOVE MSTI-BALANCE TO WS-RPT-BAL-EDIT
005670     MOVE SPACES TO DORMANT-REPORT-LINE
005680     STRING MSTI-ACCOUNT                     DELIMITED BY SIZE
005690            ' '                              DELIMITED BY SIZE
005700            MSTI-NAME                        DELIMITED BY SIZE
005710            ' '                              DELIMITED BY SIZE
005720            MSTI-LAST-ACTIVITY               DELIMITED BY SIZE
005730            ' '                              DELIMITED BY SIZE
005740            WS-RPT-DAYS-EDIT                 DELIMITED BY SIZE
005750            ' '                              DELIMITED BY SIZE
005760            WS-RPT-BAL-EDIT                  DELIMITED BY SIZE
005770         INTO DORMANT-REPORT-LINE
005780     PERFORM 9100-WRITE-DORMANT-LINE THRU 9100-EXIT.
005790 6200-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------------*
005830* 6700-WRITE-MASTER-DORMANT - GRAVA A CONTA EM MSTDOR            *
005840*----------------------------------------------------------------*
005850 6700-WRITE-MASTER-DORMANT.
005860     WRITE MASTER-DORMANT-RECORD
005870     IF NOT WS-MSTDOR-OK
005880        DISPLAY 'S002PRC6 - ERRO AO GRAVAR MSTDOR - '
005890                WS-MSTDOR-STATUS
005900        MOVE 16 TO SC-RETURN-CODE
005910        GO TO 6700-EXIT
005920     END-IF
005930     ADD 1 TO SC-RECS-WRITTEN.
005940 6700-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------------*
005980* 7000-APPEND-JOURNAL - ACRESCENTA AO MNTJRNL OS REGISTROS 'DO'  *
005990*                       DO DORJRN, SALTANDO OS WS-JRN-SKIP-COUNT *
005995*                       PRIMEIROS QUE A RETOMADA JA ENCONTROU LA *
006000*----------------------------------------------------------------*
006010 7000-APPEND-JOURNAL.
006020     OPEN INPUT DORMANT-JOURNAL-FILE
006030     IF NOT WS-DORJRN-OK
006040        DISPLAY 'S002PRC6 - ERRO AO ABRIR DORJRN - '
006050                WS-DORJRN-STATUS
006060        MOVE 16 TO SC-RETURN-CODE
006070        GO TO 7000-EXIT
006080     END-IF
006090     OPEN EXTEND MNTJRNL-FILE
006100     IF WS-MNTJRNL-NOT-FOUND
006110        OPEN OUTPUT MNTJRNL-FILE
006120     END-IF
006130     IF NOT WS-MNTJRNL-OK
006140        DISPLAY 'S002PRC6 - ERRO AO ABRIR MNTJRNL - '
006150                WS-MNTJRNL-STATUS
006160        MOVE 16 TO SC-RETURN-CODE
006170        CLOSE DORMANT-JOURNAL-FILE
006180        GO TO 7000-EXIT
006190     END-IF
006200     PERFORM 7050-APPEND-ONE-ENTRY THRU 7050-EXIT
006210         UNTIL WS-DORJRN-EOF
006220            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
006230     CLOSE DORMANT-JOURNAL-FILE MNTJRNL-FILE
006232     IF SC-RETURN-CODE IS EQUAL TO ZERO
006234        AND WS-JRN-SKIP-COUNT IS GREATER THAN ZERO
006236        DISPLAY 'S002PRC6 - MNTJRNL TEM MAIS REGISTROS DO DE '
006238                SC-BUSINESS-DATE ' QUE O DORJRN'
006240        MOVE 16 TO SC-RETURN-CODE
006242     END-IF.
006246 7000-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------------*
006280* 7050-APPEND-ONE-ENTRY - COPIA UM REGISTRO DO DORJRN PARA O     *
006290*                         MNTJRNL, OU O SALTA SE JA ESTA LA      *
006300*----------------------------------------------------------------*
006310 7050-APPEND-ONE-ENTRY.
006320     READ DORMANT-JOURNAL-FILE
006330         AT END
006340            SET WS-DORJRN-EOF TO TRUE
006350            GO TO 7050-EXIT
006360     END-READ
006361     IF WS-JRN-SKIP-COUNT IS GREATER THAN ZERO
006362        IF JRN-BUSINESS-DATE IS NOT NUMERIC
006363           OR JRN-BUSINESS-DATE IS NOT EQUAL TO SC-BUSINESS-DATE
006364           DISPLAY 'S002PRC6 - DORJRN NAO E DA DATA-MOVIMENTO '
006365                   SC-BUSINESS-DATE
006366           MOVE 16 TO SC-RETURN-CODE
006367           GO TO 7050-EXIT
006368        END-IF
006369        SUBTRACT 1 FROM WS-JRN-SKIP-COUNT
006370        GO TO 7050-EXIT
006371     END-IF
006375     WRITE MNTJRNL-RECORD FROM JOURNAL-RECORD
006380     IF NOT WS-MNTJRNL-OK
006390        DISPLAY 'S002PRC6 - ERRO AO GRAVAR MNTJRNL - '
006400                WS-MNTJRNL-STATUS
006410        MOVE 16 TO SC-RETURN-CODE
006420        GO TO 7050-EXIT
006430     END-IF
006440     ADD 1 TO WS-JOURNAL-COUNT
006450     ADD 1 TO SC-RECS-WRITTEN.
006460 7050-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------------*
006500* 7100-COPY-MASTER-BACK - REGRAVA MSTROUT A PARTIR DO MSTDOR     *
006510*----------------------------------------------------------------*
006520 7100-COPY-MASTER-BACK.
006530     OPEN INPUT MASTER-DORMANT-FILE
006540     IF NOT WS-MSTDOR-OK
006550        DISPLAY 'S002PRC6 - ERRO AO ABRIR MSTDOR - '
006560                WS-MSTDOR-STATUS
006570        MOVE 16 TO SC-RETURN-CODE
006580        GO TO 7100-EXIT
006590     END-IF
006600     OPEN OUTPUT MASTER-FILE
006610     IF NOT WS-MSTROUT-OK
006620        DISPLAY 'S002PRC6 - ERRO AO ABRIR MSTROUT - '
006630                WS-MSTROUT-STATUS
006640        MOVE 16 TO SC-RETURN-CODE
006650        CLOSE MASTER-DORMANT-FILE
006660        GO TO 7100-EXIT
006670     END-IF
006680     PERFORM 7150-COPY-ONE-MASTER THRU 7150-EXIT
006690         UNTIL WS-MSTDOR-EOF
006700            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
006710     CLOSE MASTER-DORMANT-FILE MASTER-FILE.
006720 7100-EXIT.
006730     EXIT.
006740
006750*----------------------------------------------------------------*
006760* 7150-COPY-ONE-MASTER - COPIA UMA CONTA DO MSTDOR PARA MSTROUT  *
006770*----------------------------------------------------------------*
006780 7150-COPY-ONE-MASTER.
006790     READ MASTER-DORMANT-FILE
006800         AT END
006810            SET WS-MSTDOR-EOF TO TRUE
006820            GO TO 7150-EXIT
006830     END-READ
006840     WRITE MASTER-IN-RECORD FROM MASTER-DORMANT-RECORD
006850     IF NOT WS-MSTROUT-OK
006860        DISPLAY 'S002PRC6 - ERRO AO GRAVAR MSTROUT - '
006870                WS-MSTROUT-STATUS
006880        MOVE 16 TO SC-RETURN-CODE
006890     END-IF.
006900 7150-EXIT.
006910     EXIT.
006920
006930*----------------------------------------------------------------*
006940* 8000-COMPUTE-DAY-NUMBER - CONVERTE A DATA AAAAMMDD DE          *
006950*                           WS-DN-DATE NO NUMERO DE DIAS CORRIDOS*
006960*                           WS-DN-DAYS.                          *
006970*                           O ANO COMECA EM MARCO (JANEIRO E     *
006980*                           FEVEREIRO CONTAM NO ANO ANTERIOR), O *
006990*                           QUE DEIXA O DIA 29/02 NO FIM DO ANO. *
007000*                           MES OU DIA FORA DE FAIXA DESLIGA     *
007010*                           WS-DN-VALID.                         *
007020*----------------------------------------------------------------*
007030 8000-COMPUTE-DAY-NUMBER.
007040     MOVE 'N' TO WS-DN-VALID-SWITCH
007050     MOVE ZERO TO WS-DN-DAYS
007060     IF WS-DN-YEAR IS LESS THAN 1900
007070        OR WS-DN-MONTH IS LESS THAN 1
007080        OR WS-DN-MONTH IS GREATER THAN 12
007090        OR WS-DN-DAY IS LESS THAN 1
007100        OR WS-DN-DAY IS GREATER THAN 31
007110        GO TO 8000-EXIT
007120     END-IF
007130     IF WS-DN-MONTH IS LESS THAN 3
007140        COMPUTE WS-DN-Y = WS-DN-YEAR - 1
007150        COMPUTE WS-DN-M = WS-DN-MONTH + 9
007160     ELSE
007170        MOVE WS-DN-YEAR TO WS-DN-Y
007180        COMPUTE WS-DN-M = WS-DN-MONTH - 3
007190     END-IF
007200     COMPUTE WS-DN-DAYS = WS-DN-Y * 365 + WS-DN-DAY
007210     DIVIDE WS-DN-Y BY 4 GIVING WS-DN-QUOTIENT
007220     ADD WS-DN-QUOTIENT TO WS-DN-DAYS
007230     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-QUOTIENT
007240     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAYS
007250     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-QUOTIENT
007260     ADD WS-DN-QUOTIENT TO WS-DN-DAYS
007270     COMPUTE WS-DN-QUOTIENT = WS-DN-M * 153 + 2
007280     DIVIDE WS-DN-QUOTIENT BY 5 GIVING WS-DN-QUOTIENT
007290     ADD WS-DN-QUOTIENT TO WS-DN-DAYS
007300     SET WS-DN-VALID TO TRUE.
007310 8000-EXIT.
007320     EXIT.
007330
007340*----------------------------------------------------------------*
007350* 9100-WRITE-DORMANT-LINE - GRAVA UMA LINHA EM DORRPT            *
007360*----------------------------------------------------------------*
007370 9100-WRITE-DORMANT-LINE.
007380     WRITE DORMANT-REPORT-LINE
007390     IF NOT WS-DORRPT-OK
007400        DISPLAY 'S002PRC6 - ERRO AO GRAVAR DORRPT - '
007410                WS-DORRPT-STATUS
007420        MOVE 16 TO SC-RETURN-CODE
007430     END-IF.
007440 9100-EXIT.
007450     EXIT.
007460
007470*----------------------------------------------------------------*
007480* 9200-BUILD-TIMESTAMP - MONTA O CARIMBO DE DATA/HORA CORRENTE   *
007490*                        EM WS-TIMESTAMP-FIELD                   *
007500*----------------------------------------------------------------*
007510 9200-BUILD-TIMESTAMP.
007520     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
007530     ACCEPT WS-CURRENT-TIME FROM TIME
007540     MOVE WS-CURRENT-DATE       TO WS-TS-DATE
007550     DIVIDE WS-CURRENT-TIME BY 100 GIVING WS-TS-TIME.
007560 9200-EXIT.
007570     EXIT.
007580
007590 END PROGRAM S002PRC6.
