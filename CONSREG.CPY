000010******************************************************************
000020* CONSREG - REGISTRO DO HISTORICO DE CONSENTIMENTO DE MALA DIRETA
000030*           (ARQUIVO CONSHIST, ACUMULATIVO, LRECL 84); UMA LINHA
000040*           POR MUDANCA DE CONSENTIMENTO ACEITA PELO STMCAD010,
000050*           COM O ESTADO NOVO E O ANTERIOR DO MESTRE. CS-ORIGEM E
000060*           O TIPO DA TRANSACAO (I = CAPTADO NA INCLUSAO, C =
000070*           TRANSACAO DE CONSENTIMENTO)
000080******************************************************************
000090* MODIFICATION HISTORY
000100*   15/10/26  MS    COPYBOOK ORIGINAL
000110******************************************************************
000120 01  REG-CONSENTIMENTO.
000130     02  CS-DATA                       PIC X(08).
000140     02  CS-HORA                       PIC X(08).
000150     02  CS-SEQUENCIA                  PIC 9(06).
000160     02  CS-ORIGEM                     PIC X(01).
000170     02  CS-EMAIL                      PIC X(30).
000180     02  CS-CPF                        PIC 9(11).
000190     02  CS-CONSENTIMENTO              PIC X(01).
000200     02  CS-CANAL                      PIC X(01).
000210     02  CS-DATA-CONSENTIMENTO         PIC 9(08).
000220     02  CS-CONSENT-ANTERIOR           PIC X(01).
000230     02  CS-CANAL-ANTERIOR             PIC X(01).
000240     02  CS-DATA-ANTERIOR              PIC 9(08).
