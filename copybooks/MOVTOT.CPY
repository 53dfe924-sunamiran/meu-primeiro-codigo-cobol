000020* MOVTOT                                                         *
000030*----------------------------------------------------------------*
000040* TOTAIS DE CONTROLE POR CLASSE - GRAVADOS PELA TOTALIZACAO      *
000050* (S001-PROC3: CLASSES DN/DG/CN/CG/TN/TG E TOTAL GERAL 'VL'),    *
000060* COMPLEMENTADOS PELA POSTAGEM (S002-PROC2: 'PG' POSTADOS E      *
000070* 'RP' REJEITADOS NA POSTAGEM) E PELOS ENCARGOS DE SALDO         *
000080* DEVEDOR (S002-PROC5: 'JR' JUROS E 'TF' TARIFAS) E CONFERIDOS   *
000081* PELA CONCILIACAO (S002-PROC3).                                 *
000082* CLASSES POR ORIGEM DO MOVIN (S001-PROC3): 'OV' VALIDADOS E     *
000083* 'OQ' EM QUARENTENA, COM A ORIGEM EM TOT-ORIGIN (EM BRANCO NAS  *
000085* DEMAIS CLASSES). A SOMA DOS 'OV' FECHA COM O 'VL'.             *
000090*----------------------------------------------------------------*
000100* DATA       AUTOR  DESCRICAO                                    *
000110* 2026-08-22 EQP    VERSAO INICIAL - LAYOUT EXTRAIDO DO PROGRA01 *
000120*                   PARA USO PELOS SUBPROGRAMAS DE ETAPA.        *
000123* 2026-10-15 EQP    CLASSES TN/TG DA TRANSFERENCIA ENTRE CONTAS; *
000126*                   A TRANSFERENCIA CONTA UMA VEZ EM 'PG'/'RP'.  *
000127* 2026-10-15 EQP    CLASSES JR/TF DOS ENCARGOS DE SALDO DEVEDOR. *
000128* 2026-10-15 EQP    CLASSES OV/OQ POR ORIGEM DO LOTE DO MOVIN.   *
000130*----------------------------------------------------------------*
000140 01  MOVTOT-RECORD.
000150     05  TOT-CLASS               PIC X(02).
000160     05  TOT-COUNT               PIC 9(07).
000170     05  TOT-AMOUNT              PIC 9(11)V99.
000180     05  TOT-ORIGIN              PIC X(08).
