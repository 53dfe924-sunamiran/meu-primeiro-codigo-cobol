000010*----------------------------------------------------------------*
000020* MOVIDX                                                         *
000030*----------------------------------------------------------------*
000040* INDICE DE MOVIMENTOS ACEITOS - UM REGISTRO POR MOVIMENTO       *
000050* POSTADO NOS ULTIMOS DIAS UTEIS DA JANELA DE DUPLICIDADE, COM A *
000060* DATA-MOVIMENTO E O IDENTIFICADOR DA EXECUCAO QUE O POSTOU.     *
000070* A VALIDACAO (S001-PROC1) CARREGA A GERACAO CORRENTE, DESCARTA  *
000080* AS DATAS-MOVIMENTO QUE SAIRAM DA JANELA E A REGRAVA NO         *
000090* TRABALHO IDXOUT; A POSTAGEM (S002-PROC2) ACRESCENTA OS         *
000100* MOVIMENTOS APLICADOS NO DIA. GRAVADO EM ORDEM CRONOLOGICA      *
000105* (DATA-MOVIMENTO ASCENDENTE). IDX-CTR-ACCOUNT E A CONTA         *
000110* CONTRAPARTIDA DA TRANSFERENCIA (TIPO 'TR'), ZERO NOS DEMAIS    *
000115* TIPOS, E FAZ PARTE DA CHAVE DE DUPLICIDADE.                    *
000120*----------------------------------------------------------------*
000130* DATA       AUTOR  DESCRICAO                                    *
000140* 2026-10-15 EQP    VERSAO INICIAL - DETECCAO DE MOVIMENTO       *
000150*                   DUPLICADO NA VALIDACAO.                      *
000153* 2026-10-15 EQP    CONTA CONTRAPARTIDA DA TRANSFERENCIA ENTRE   *
000156*                   CONTAS (LRECL DE 057 PARA 067).              *
000160*----------------------------------------------------------------*
000170 01  MOVIDX-RECORD.
000180     05  IDX-ACCOUNT             PIC 9(10).
000190     05  IDX-TYPE                PIC X(02).
000200     05  IDX-AMOUNT              PIC 9(09)V99.
000210     05  IDX-DATE                PIC 9(08).
000220     05  IDX-BUSINESS-DATE       PIC 9(08).
000230     05  IDX-RUN-ID              PIC X(18).
000240     05  IDX-CTR-ACCOUNT         PIC 9(10).
