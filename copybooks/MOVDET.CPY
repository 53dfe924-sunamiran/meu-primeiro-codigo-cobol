000070* TRILHA QUE PERMITE RECONSTITUIR QUAIS MOVIMENTOS ATINGIRAM     *
000080* CADA CONTA. CONSUMIDO PELO EXTRATO DE CONTAS (S003-PROC1).     *
000090* GRAVADO NA ORDEM DO CADASTRO MESTRE (CONTA ASCENDENTE).        *
000091* DET-DC-INDICATOR E A NATUREZA DO LANCAMENTO NA CONTA (D =     *
000092* DEBITO, C = CREDITO). A TRANSFERENCIA ENTRE CONTAS (TIPO 'TR') *
000093* GERA DUAS PERNAS: O DEBITO NA CONTA DE ORIGEM E O CREDITO NA   *
000094* CONTA CONTRAPARTIDA, CADA UMA COM A OUTRA CONTA EM             *
000095* DET-CTR-ACCOUNT (ZERO NOS DEMAIS TIPOS), PARA RASTREAR A       *
000096* ORIGEM E O DESTINO DO DINHEIRO.                                *
000097* DET-ADJ-REF E A REFERENCIA DE DISPUTA DO AJUSTE MANUAL         *
000098* (ADJMAINT) QUE ORIGINOU O LANCAMENTO; EM BRANCO NOS DEMAIS     *
000099* MOVIMENTOS.                                                    *
000100*----------------------------------------------------------------*
000110* DATA       AUTOR  DESCRICAO                                    *
000120* 2026-09-02 EQP    VERSAO INICIAL - TRILHA DE POSTAGEM PARA O   *
000130*                   EXTRATO DE CONTAS.                           *
000132* 2026-10-15 EQP    NATUREZA DO LANCAMENTO E CONTA CONTRAPARTIDA *
000134*                   DAS PERNAS DA TRANSFERENCIA ENTRE CONTAS     *
000136*                   (LRECL DE 075 PARA 086).                     *
000137* 2026-10-15 EQP    REFERENCIA DE DISPUTA DO AJUSTE MANUAL       *
000138*                   (LRECL DE 086 PARA 098).                     *
000140*----------------------------------------------------------------*
000150 01  MOVDET-RECORD.
000160     05  DET-ACCOUNT             PIC 9(10).
000200     05  DET-BAL-BEFORE          PIC S9(11)V99.
000210     05  DET-BAL-AFTER           PIC S9(11)V99.
000220     05  DET-RUN-ID              PIC X(18).
000230     05  DET-DC-INDICATOR        PIC X(01).
000240     05  DET-CTR-ACCOUNT         PIC 9(10).
000250     05  DET-ADJ-REF             PIC X(12).
