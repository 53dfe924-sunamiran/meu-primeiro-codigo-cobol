000060* A LIBERACAO DE AGENDADOS (S000-PROC1) RELE O DEPOSITO NO       *
000070* INICIO DA CADEIA: ITEM COM DATA JA ALCANCADA E LIBERADO PARA   *
000080* O PROCESSAMENTO DO DIA (MOVRLS) E O RESTANTE E CARREGADO PARA  *
000090* O DEPOSITO DO DIA SEGUINTE. WHS-CTR-ACCOUNT E A CONTA          *
000092* CONTRAPARTIDA DA TRANSFERENCIA (TIPO 'TR'), EM BRANCO NOS      *
000095* DEMAIS TIPOS. WHS-ADJ-REF E A REFERENCIA DE DISPUTA DO AJUSTE *
000096* MANUAL (POSICOES 42-53 DO MOVIMENTO FUNDIDO), EM BRANCO NOS    *
000097* DEMAIS MOVIMENTOS.                                             *
000100*----------------------------------------------------------------*
000110* DATA       AUTOR  DESCRICAO                                    *
000120* 2026-09-02 EQP    VERSAO INICIAL - DEPOSITO DE MOVIMENTOS      *
000130*                   AGENDADOS.                                   *
000133* 2026-10-15 EQP    CONTA CONTRAPARTIDA DA TRANSFERENCIA ENTRE   *
000136*                   CONTAS (LRECL DE 031 PARA 041).              *
000137* 2026-10-15 EQP    REFERENCIA DE DISPUTA DO AJUSTE MANUAL       *
000138*                   (LRECL DE 041 PARA 053).                     *
000140*----------------------------------------------------------------*
000150 01  WAREHOUSE-RECORD.
000160     05  WHS-ACCOUNT             PIC X(10).
000170     05  WHS-TYPE                PIC X(02).
000180     05  WHS-AMOUNT              PIC X(11).
000190     05  WHS-DATE                PIC X(08).
000200     05  WHS-CTR-ACCOUNT         PIC X(10).
000210     05  WHS-ADJ-REF             PIC X(12).
