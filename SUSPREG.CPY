000010******************************************************************
000020* SUSPREG - REGISTRO DO ARQUIVO DE PENDENCIAS DE REJEITOS
000030*           (SUSPREJ, VSAM KSDS, LRECL 100, CHAVE SP-CHAVE =
000040*           E-MAIL + CODIGO DA TRANSACAO). UM ITEM POR E-MAIL E
000050*           TIPO: ABERTO PELO STMCAD010 NA PRIMEIRA REJEICAO,
000060*           ATUALIZADO A CADA NOVA REJEICAO E BAIXADO
000070*           (RESOLVIDO) QUANDO UMA TRANSACAO DO MESMO E-MAIL E
000080*           TIPO E ACEITA; NOVA REJEICAO DE ITEM RESOLVIDO O
000090*           REABRE. O ENVELHECIMENTO E LISTADO PELO STMCAD075
000100******************************************************************
000110* MODIFICATION HISTORY
000120*   15/10/26  MS    COPYBOOK ORIGINAL
000130******************************************************************
000140 01  REG-SUSPENSO.
000150     02  SP-CHAVE.
000160         03  SP-EMAIL                  PIC X(30).
000170         03  SP-CODIGO                 PIC X(01).
000180     02  SP-SITUACAO                   PIC X(01).
000190         88  SP-ABERTO                 VALUE 'A'.
000200         88  SP-RESOLVIDO              VALUE 'R'.
000210     02  SP-MOTIVO                     PIC X(03).
000220     02  SP-QTD-REJEICOES              PIC 9(04).
000230     02  SP-DATA-ABERTURA              PIC X(08).
000240     02  SP-DATA-ULT-REJEICAO          PIC X(08).
000250     02  SP-DATA-RESOLUCAO             PIC X(08).
000260     02  SP-EXECUCAO-RESOLUCAO.
000270         03  SP-HORA-EXEC-RESOLUCAO    PIC X(08).
000280         03  SP-SEQ-RESOLUCAO          PIC 9(06).
000290     02  SP-DATA-ALERTA                PIC X(08).
000300     02  FILLER                        PIC X(15).
