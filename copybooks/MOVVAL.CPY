000030*----------------------------------------------------------------*
000040* MOVIMENTO VALIDADO - ARQUIVO DE TRABALHO GRAVADO PELA ETAPA    *
000050* DE VALIDACAO (S001-PROC1) E LIDO PELA CLASSIFICACAO            *
000060* (S001-PROC2). MVV-CTR-ACCOUNT E A CONTA CONTRAPARTIDA DA       *
000062* TRANSFERENCIA (TIPO 'TR', DEBITADA EM MVV-ACCOUNT E CREDITADA  *
000065* NA CONTRAPARTIDA); ZERO NOS DEMAIS TIPOS.                      *
000066* MVV-ADJ-REF E A REFERENCIA DE DISPUTA DO AJUSTE MANUAL         *
000067* (ADJMAINT), EM BRANCO NOS DEMAIS MOVIMENTOS.                   *
000068* MVV-ORIGIN E A ORIGEM DO LOTE DO MOVIN ('INTERNO' NOS ITENS    *
000069* REAPRESENTADOS FORA DE LOTE).                                  *
000070*----------------------------------------------------------------*
000080* DATA       AUTOR  DESCRICAO                                    *
000090* 2026-08-22 EQP    VERSAO INICIAL - LAYOUT EXTRAIDO DO PROGRA01 *
000100*                   PARA USO PELOS SUBPROGRAMAS DE ETAPA.        *
000103* 2026-10-15 EQP    CONTA CONTRAPARTIDA DA TRANSFERENCIA ENTRE   *
000106*                   CONTAS (TIPO 'TR').                          *
000108* 2026-10-15 EQP    REFERENCIA DE DISPUTA DO AJUSTE MANUAL.      *
000109* 2026-10-15 EQP    ORIGEM DO LOTE DO MOVIN.                     *
000110*----------------------------------------------------------------*
000120 01  MOVVAL-RECORD.
000130     05  MVV-ACCOUNT             PIC 9(10).
000140     05  MVV-TYPE                PIC X(02).
000150     05  MVV-AMOUNT              PIC 9(09)V99.
000160     05  MVV-DATE                PIC 9(08).
000170     05  MVV-CTR-ACCOUNT         PIC 9(10).
000180     05  MVV-ADJ-REF             PIC X(12).
000190     05  MVV-ORIGIN              PIC X(08).
