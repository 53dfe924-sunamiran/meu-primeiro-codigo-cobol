000040* MOVIMENTO CLASSIFICADO - ARQUIVO DE TRABALHO GRAVADO PELA      *
000050* CLASSIFICACAO (S001-PROC2) E LIDO PELA TOTALIZACAO             *
000060* (S001-PROC3) E PELA POSTAGEM (S002-PROC2). CLASSES: DN/DG      *
000070* DEBITO NORMAL/GRANDE, CN/CG CREDITO NORMAL/GRANDE, TN/TG       *
000072* TRANSFERENCIA ENTRE CONTAS NORMAL/GRANDE. MVC-CTR-ACCOUNT E A  *
000075* CONTA CONTRAPARTIDA DA TRANSFERENCIA (ZERO NOS DEMAIS TIPOS).  *
000076* MVC-ADJ-REF E A REFERENCIA DE DISPUTA DO AJUSTE MANUAL         *
000077* (ADJMAINT), EM BRANCO NOS DEMAIS MOVIMENTOS.                   *
000078* MVC-ORIGIN E A ORIGEM DO LOTE DO MOVIN ('INTERNO' NOS ITENS    *
000079* REAPRESENTADOS FORA DE LOTE).                                  *
000080*----------------------------------------------------------------*
000090* DATA       AUTOR  DESCRICAO                                    *
000100* 2026-08-22 EQP    VERSAO INICIAL - LAYOUT EXTRAIDO DO PROGRA01 *
000110*                   PARA USO PELOS SUBPROGRAMAS DE ETAPA.        *
000113* 2026-10-15 EQP    CLASSES TN/TG E CONTA CONTRAPARTIDA DA       *
000116*                   TRANSFERENCIA ENTRE CONTAS (TIPO 'TR').      *
000118* 2026-10-15 EQP    REFERENCIA DE DISPUTA DO AJUSTE MANUAL.      *
000119* 2026-10-15 EQP    ORIGEM DO LOTE DO MOVIN.                     *
000120*----------------------------------------------------------------*
000130 01  MOVCLS-RECORD.
000140     05  MVC-ACCOUNT             PIC 9(10).
000160     05  MVC-AMOUNT              PIC 9(09)V99.
000170     05  MVC-DATE                PIC 9(08).
000180     05  MVC-CLASS               PIC X(02).
000190     05  MVC-CTR-ACCOUNT         PIC 9(10).
000200     05  MVC-ADJ-REF             PIC X(12).
000210     05  MVC-ORIGIN              PIC X(08).
