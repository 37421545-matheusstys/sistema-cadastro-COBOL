000010******************************************************************
000020* FCTLREG - REGISTRO DO CONTROLE DO FEED DE MUDANCAS (ARQUIVO
000030*           FEEDCTL, VSAM KSDS, CHAVE CF-NUMERO-FEED, LRECL 120);
000040*           UM REGISTRO POR FEED GERADO PELO STMCAD045, COM A
000050*           FAIXA DO JORNAL JRNMEST ENVIADA (POSICOES RELATIVAS
000060*           DO PRIMEIRO E DO ULTIMO REGISTRO LIDO) E A DATA,
000070*           HORA E SEQUENCIA DO ULTIMO REGISTRO, DE ONDE O FEED
000080*           SEGUINTE PARTE. A SITUACAO E ATUALIZADA PELO
000090*           RETORNO DO RECEPTOR NA CONCILIACAO DO STMCAD046:
000100*           P = PENDENTE DE RETORNO, C = CONFIRMADO, D =
000110*           DIVERGENTE (RECUSADO OU QUANTIDADE DIFERENTE)
000120******************************************************************
000130* MODIFICATION HISTORY
000140*   15/10/26  MS    COPYBOOK ORIGINAL
000150*   15/10/26  MS    FILLER FINAL DE 11 PARA 21 POSICOES: O
000160*                   REGISTRO FECHA EM 120, O RECORDSIZE DO
000170*                   CLUSTER
000180******************************************************************
000190 01  REG-CONTROLE-FEED.
000200     02  CF-NUMERO-FEED                PIC 9(06).
000210     02  CF-DATA-GERACAO               PIC X(08).
000220     02  CF-HORA-GERACAO               PIC X(08).
000230     02  CF-POSICAO-INICIAL            PIC 9(09).
000240     02  CF-POSICAO-FINAL              PIC 9(09).
000250     02  CF-ULT-DATA                   PIC X(08).
000260     02  CF-ULT-HORA                   PIC X(08).
000270     02  CF-ULT-SEQUENCIA              PIC 9(06).
000280     02  CF-QTD-DETALHES               PIC 9(08).
000290     02  CF-QTD-REENVIOS               PIC 9(04).
000300     02  CF-DATA-REENVIO               PIC X(08).
000310     02  CF-SITUACAO                   PIC X(01).
000320         88  CF-PENDENTE               VALUE 'P'.
000330         88  CF-CONFIRMADO             VALUE 'C'.
000340         88  CF-DIVERGENTE             VALUE 'D'.
000350     02  CF-DATA-RETORNO               PIC X(08).
000360     02  CF-QTD-RETORNO                PIC 9(08).
000370     02  FILLER                        PIC X(21).
