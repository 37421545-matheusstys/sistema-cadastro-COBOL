000010******************************************************************
000020* CAPPREG - REGISTRO DO ARQUIVO DE ENTRADAS DA CAPTACAO ONLINE
000030*           PENDENTES DE APROVACAO (CAPPEND, VSAM KSDS, LRECL
000040*           320, CHAVE CP-CHAVE = DATA + HORA DA DIGITACAO +
000050*           NUMERO DA TAREFA CICS). GRAVADO PELO STMCAD055 (CD55)
000060*           COM SITUACAO P; O SUPERVISOR (STMCAD056, CD5S) APROVA
000070*           (A), REJEITA (R) OU DEVOLVE PARA CORRECAO (D); A
000080*           DEVOLVIDA CORRIGIDA PELO OPERADOR VOLTA A P. O
000090*           FECHAMENTO NOTURNO (STMCAD065) LEVA AS APROVADAS PARA
000100*           O TRANCAP.ONLINE, ELIMINA AS APROVADAS E REJEITADAS E
000110*           MANTEM AS DEMAIS PARA O DIA SEGUINTE
000120******************************************************************
000130* MODIFICATION HISTORY
000140*   15/10/26  MS    COPYBOOK ORIGINAL
000150******************************************************************
000160 01  REG-PENDENTE.
000170     02  CP-CHAVE.
000180         03  CP-DATA-CAPTACAO          PIC X(08).
000190         03  CP-HORA-CAPTACAO          PIC X(06).
000200         03  CP-TAREFA                 PIC 9(07).
000210     02  CP-SITUACAO                   PIC X(01).
000220         88  CP-PENDENTE               VALUE 'P'.
000230         88  CP-APROVADA               VALUE 'A'.
000240         88  CP-REJEITADA              VALUE 'R'.
000250         88  CP-DEVOLVIDA              VALUE 'D'.
000260     02  CP-OPERADOR                   PIC X(08).
000270     02  CP-TERMINAL                   PIC X(04).
000280     02  CP-SUPERVISOR                 PIC X(08).
000290     02  CP-DATA-DECISAO               PIC X(08).
000300     02  CP-HORA-DECISAO               PIC X(06).
000310     02  CP-MOTIVO                     PIC X(30).
000320     02  CP-QTD-DEVOLUCOES             PIC 9(02).
000330     02  CP-TRANSACAO                  PIC X(214).
000340     02  FILLER                        PIC X(18).
