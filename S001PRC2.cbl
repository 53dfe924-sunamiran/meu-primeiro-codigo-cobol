000080* S001PRC2 - ETAPA S001-PROC2: CLASSIFICACAO DO MOVIMENTO        *
000090*----------------------------------------------------------------*
000100* LE O MOVIMENTO VALIDADO (MOVVAL), ATRIBUI A CLASSE DO          *
000110* MOVIMENTO (DEBITO/CREDITO/TRANSFERENCIA, NORMAL/GRANDE) E      *
000112* GRAVA EM MOVCLS, COM A CONTA CONTRAPARTIDA DA TRANSFERENCIA.   *
000120* CHAMADO DINAMICAMENTE PELO PROGRA01 CONFORME O CATALOGO DE     *
000130* ETAPAS (STEPCAT), RECEBENDO O REGISTRO DE CONTROLE DE ETAPA    *
000140* (COPY STEPCTL).                                                *
000180* DATA       AUTOR  DESCRICAO                                    *
000190* 2026-08-22 EQP    VERSAO INICIAL - LOGICA EXTRAIDA DO PROGRA01 *
000200*                   PARA O DESPACHO DINAMICO POR CATALOGO.       *
000203* 2026-10-15 EQP    CLASSES TN/TG DA TRANSFERENCIA ENTRE CONTAS  *
000204*                   (TIPO 'TR') E CONTA CONTRAPARTIDA EM MOVCLS. *
000205* 2026-10-15 EQP    REFERENCIA DE DISPUTA DO AJUSTE MANUAL       *
000206*                   CARREGADA EM MOVCLS.                         *
000207* 2026-10-15 EQP    ORIGEM DO LOTE DO MOVIN CARREGADA PARA O     *
000208*                   MOVCLS.                                      *
000210*----------------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
001080            SET WS-MOVVAL-EOF TO TRUE
001090         NOT AT END
001100            ADD 1 TO SC-RECS-READ
001110            EVALUATE MVV-TYPE
001120                WHEN 'DB'
001130                    MOVE 'D' TO WS-MOV-CLASS (1:1)
001140                WHEN 'TR'
001150                    MOVE 'T' TO WS-MOV-CLASS (1:1)
001152                WHEN OTHER
001155                    MOVE 'C' TO WS-MOV-CLASS (1:1)
001157            END-EVALUATE
001160            IF MVV-AMOUNT IS GREATER THAN OR EQUAL TO
001170                                       WS-LARGE-AMOUNT-LIMIT
001180               MOVE 'G' TO WS-MOV-CLASS (2:1)
001240            MOVE MVV-AMOUNT       TO MVC-AMOUNT
001250            MOVE MVV-DATE         TO MVC-DATE
001260            MOVE WS-MOV-CLASS     TO MVC-CLASS
001265            MOVE MVV-CTR-ACCOUNT  TO MVC-CTR-ACCOUNT
001267            MOVE MVV-ADJ-REF      TO MVC-ADJ-REF
001268            MOVE MVV-ORIGIN       TO MVC-ORIGIN
001270            WRITE MOVCLS-RECORD
001280            ADD 1 TO SC-RECS-WRITTEN
001290     END-READ.
