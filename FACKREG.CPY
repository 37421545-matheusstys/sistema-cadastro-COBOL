000010******************************************************************
000020* FACKREG - REGISTRO DO RETORNO DO FEED DE MUDANCAS (ARQUIVO
000030*           FEEDACK, ENVIADO DIARIAMENTE PELO SISTEMA RECEPTOR,
000040*           LRECL 40); UMA LINHA POR FEED RECEBIDO, COM A
000050*           QUANTIDADE DE DETALHES QUE O RECEPTOR CONTOU E A
000060*           SITUACAO (A = ACEITO, R = RECUSADO), CONCILIADA COM
000070*           O FEEDCTL PELO STMCAD046
000080******************************************************************
000090* MODIFICATION HISTORY
000100*   15/10/26  MS    COPYBOOK ORIGINAL
000110******************************************************************
000120 01  REG-RETORNO-FEED.
000130     02  RF-NUMERO-FEED                PIC 9(06).
000140     02  RF-DATA-RETORNO               PIC X(08).
000150     02  RF-QTD-RECEBIDA               PIC 9(08).
000160     02  RF-SITUACAO                   PIC X(01).
000170         88  RF-ACEITO                 VALUE 'A'.
000180         88  RF-RECUSADO               VALUE 'R'.
000190     02  FILLER                        PIC X(17).
