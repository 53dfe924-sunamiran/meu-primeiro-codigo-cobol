000010*----------------------------------------------------------------*
000020* MONHIS                                                         *
000030*----------------------------------------------------------------*
000040* PERFIL HISTORICO DE ATIVIDADE POR CONTA PARA A MONITORACAO DE  *
000050* ATIVIDADE SUSPEITA (S003-PROC3) - UM REGISTRO POR CONTA, EM    *
000060* ORDEM ASCENDENTE DE CONTA, COM A MEDIA DIARIA DE QUANTIDADE E  *
000070* DE VOLUME DOS MOVIMENTOS POSTADOS NOS DIAS COM MOVIMENTO. A    *
000080* MEDIA E MOVEL: OS PRIMEIROS DIAS ENTRAM COM PESO IGUAL E, A    *
000090* PARTIR DO NUMERO DE DIAS DA JANELA (CARTAO HIST-DIAS=), CADA   *
000100* NOVO DIA ENTRA COM PESO 1/JANELA. A MONITORACAO LE A GERACAO   *
000110* CORRENTE (HISIN) E GRAVA O PERFIL ATUALIZADO NO TRABALHO       *
000120* HISOUT.                                                        *
000130*----------------------------------------------------------------*
000140* DATA       AUTOR  DESCRICAO                                    *
000150* 2026-10-15 EQP    VERSAO INICIAL.                              *
000160*----------------------------------------------------------------*
000170 01  MONHIS-RECORD.
000180     05  HIS-ACCOUNT             PIC 9(10).
000190     05  HIS-DAYS                PIC 9(03).
000200     05  HIS-AVG-COUNT           PIC 9(05)V99.
000210     05  HIS-AVG-AMOUNT          PIC 9(11)V99.
000220     05  HIS-LAST-DATE           PIC 9(08).
