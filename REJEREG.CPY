000010******************************************************************
000020* REJEREG - REGISTRO DE TRANSACAO REJEITADA (ARQUIVO REJEITOS,
000030*           GERACAO DIARIA, LRECL 218); O LAYOUT DE TRANREG
000040*           MAIS O CODIGO DO MOTIVO DA REJEICAO, PARA CORRECAO
000050*           E REAPRESENTACAO COMO TRANENT
000060******************************************************************
000070* MODIFICATION HISTORY
000080*   15/10/26  MS    LAYOUT EXTRAIDO DE STMCAD010 PARA USO COMUM
000090*                   COM O DOSSIE LGPD (STMCAD085) E A
000100*                   ANONIMIZACAO POS-EXPURGO (STMCAD086); O
000110*                   ENDERECO PASSA A SER DETALHADO COMO EM
000120*                   TRANREG, SEM MUDAR POSICOES
000130*   15/10/26  MS    INCLUSA RJ-DADOS-CONSENTIMENTO, REDEFININDO
000140*                   RJ-EMAIL-NOVO COMO EM TRANREG (CODIGO C E
000150*                   CONSENTIMENTO CAPTADO NA INCLUSAO)
000160*   15/10/26  MS    INCLUSO RJ-ORIGEM NA POSICAO DE TR-ORIGEM,
000170*                   ANTES DO MOTIVO (LRECL 217 -> 218, VER JOB
000180*                   STMCADOR)
000190******************************************************************
000200 01  REG-REJEITO.
000210     02  RJ-CODIGO                     PIC X(01).
000220     02  RJ-NOME                       PIC A(30).
000230     02  RJ-DATA-NASC                  PIC 9(08).
000240     02  RJ-EMAIL                      PIC X(30).
000250     02  RJ-CPF                        PIC 9(11).
000260     02  RJ-TELEFONE                   PIC X(11).
000270     02  RJ-ENDERECO.
000280         03  RJ-END-LOGRADOURO         PIC X(30).
000290         03  RJ-END-NUMERO             PIC X(05).
000300         03  RJ-END-BAIRRO             PIC X(20).
000310         03  RJ-END-CIDADE             PIC X(20).
000320         03  RJ-END-UF                 PIC X(02).
000330         03  RJ-END-CEP                PIC 9(08).
000340     02  RJ-EMAIL-NOVO                 PIC X(30).
000350     02  RJ-DADOS-CONSENTIMENTO REDEFINES RJ-EMAIL-NOVO.
000360         03  RJ-CONSENTIMENTO          PIC X(01).
000370         03  RJ-CANAL-CONSENTIMENTO    PIC X(01).
000380         03  RJ-DATA-CONSENTIMENTO     PIC 9(08).
000390         03  FILLER                    PIC X(20).
000400     02  RJ-DATA-EFETIVA               PIC 9(08).
000410     02  RJ-ORIGEM                     PIC X(01).
000420     02  RJ-MOTIVO                     PIC X(03).
