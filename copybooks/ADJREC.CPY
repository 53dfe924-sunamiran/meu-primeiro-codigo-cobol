000010*----------------------------------------------------------------*
000020* ADJREC                                                         *
000030*----------------------------------------------------------------*
000040* REGISTRO DE AJUSTES MANUAIS (ADJREG) - UM REGISTRO POR AJUSTE  *
000050* DIGITADO NO ADJMAINT, COM DUPLA CUSTODIA: O OPERADOR QUE       *
000060* INCLUI (ADJ-ENTERED-BY) NUNCA E O QUE APROVA OU RECUSA         *
000070* (ADJ-DECIDED-BY). O NUMERO DO AJUSTE E A DATA DA INCLUSAO COM  *
000080* UM SEQUENCIAL DO DIA. SITUACOES (ADJ-STATUS):                  *
000090*   P = PENDENTE DE APROVACAO                                    *
000100*   A = APROVADO, AGUARDANDO A PROXIMA CADEIA                    *
000110*   R = RECUSADO                                                 *
000120*   I = INTEGRADO AO MOVIMENTO FUNDIDO PELA S001-PROC0           *
000130* ADJ-ENTRY-RPT-RUN E A EXECUCAO QUE LISTOU A INCLUSAO NO        *
000140* RELATORIO DE AJUSTES; ADJ-CLOSE-RUN E A EXECUCAO QUE INTEGROU  *
000150* (I) OU LISTOU A RECUSA (R) - NA EXECUCAO SEGUINTE O AJUSTE SAI *
000160* DO REGISTRO PARA O HISTORICO (ADJHIS).                         *
000170*----------------------------------------------------------------*
000180* DATA       AUTOR  DESCRICAO                                    *
000190* 2026-10-15 EQP    VERSAO INICIAL.                              *
000200*----------------------------------------------------------------*
000210 01  ADJUSTMENT-RECORD.
000220     05  ADJ-NUMBER.
000230         10  ADJ-ENTRY-DATE      PIC 9(08).
000240         10  ADJ-ENTRY-SEQ       PIC 9(04).
000250     05  ADJ-ACCOUNT             PIC 9(10).
000260     05  ADJ-TYPE                PIC X(02).
000270     05  ADJ-AMOUNT              PIC 9(09)V99.
000280     05  ADJ-DISPUTE-REF         PIC X(12).
000290     05  ADJ-REASON              PIC X(40).
000300     05  ADJ-STATUS              PIC X(01).
000310         88  ADJ-PENDING                 VALUE 'P'.
000320         88  ADJ-APPROVED                VALUE 'A'.
000330         88  ADJ-DECLINED                VALUE 'R'.
000340         88  ADJ-INTEGRATED              VALUE 'I'.
000350     05  ADJ-ENTERED-BY          PIC X(08).
000360     05  ADJ-ENTERED-TS          PIC X(15).
000370     05  ADJ-DECIDED-BY          PIC X(08).
000380     05  ADJ-DECIDED-TS          PIC X(15).
000390     05  ADJ-ENTRY-RPT-RUN       PIC X(18).
000400     05  ADJ-CLOSE-RUN           PIC X(18).
