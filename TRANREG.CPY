000010******************************************************************
000020* TRANREG - REGISTRO DE TRANSACAO DE MANUTENCAO DO CADASTRO
000030*           (ARQUIVO TRANENT, LRECL 215)
000040*           I = INCLUSAO, A = ALTERACAO, E = EXCLUSAO (LOGICA),
000050*           T = TROCA DE E-MAIL (TR-EMAIL = ATUAL, TR-EMAIL-NOVO
000060*           = NOVO; DEMAIS CAMPOS IGNORADOS NA TROCA),
000070*           R = REATIVACAO DE CADASTRO INATIVO (SO TR-EMAIL),
000080*           C = CONSENTIMENTO DE MALA DIRETA (TR-EMAIL E
000090*           TR-DADOS-CONSENTIMENTO; DEMAIS CAMPOS IGNORADOS)
000100******************************************************************
000110* MODIFICATION HISTORY
000120*   22/08/26  MS    LAYOUT EXTRAIDO DE STMCAD010 PARA USO COMUM
000130*                   COM O PROGRAMA DE CRITICA STMCAD005
000140*   22/08/26  MS    TR-IDADE SUBSTITUIDO POR TR-DATA-NASC
000150*                   (YYYYMMDD); A IDADE PASSA A SER CALCULADA
000160*                   NA DATA DO PROCESSAMENTO
000170*   02/09/26  MS    INCLUSOS TR-CPF, TR-TELEFONE E O ENDERECO
000180*                   ESTRUTURADO (LRECL 69 -> 176); O CPF E
000190*                   CRITICADO PELO STMCAD005 E VALIDADO PELO
000200*                   STMCAD010 PELOS DIGITOS VERIFICADORES
000210*   02/09/26  MS    INCLUSO TR-EMAIL-NOVO PARA A TRANSACAO DE
000220*                   TROCA DE E-MAIL (CODIGO T, LRECL 176 -> 206)
000230*   02/09/26  MS    INCLUSO O CODIGO R (REATIVACAO): A EXCLUSAO
000240*                   PASSOU A SER LOGICA E O R REATIVA O
000250*                   CADASTRO INATIVO (SEM CAMPO NOVO NO LAYOUT)
000260*   02/09/26  MS    INCLUSO TR-DATA-EFETIVA (YYYYMMDD, ZEROS =
000270*                   IMEDIATA): TRANSACAO COM DATA FUTURA FICA
000280*                   RETIDA NO ARQUIVO DE PENDENTES DO STMCAD010
000290*                   ATE A DATA CHEGAR (LRECL 206 -> 214)
000300*   15/10/26  MS    INCLUSO O CODIGO C (CONSENTIMENTO DE MALA
000310*                   DIRETA: S/N, CANAL E DATA) EM
000320*                   TR-DADOS-CONSENTIMENTO, QUE REDEFINE
000330*                   TR-EMAIL-NOVO (SO USADO NA TROCA); A INCLUSAO
000340*                   PODE TRAZER O CONSENTIMENTO CAPTADO NO
000350*                   CADASTRO NA MESMA AREA. LRECL INALTERADO
000360*   15/10/26  MS    INCLUSO TR-ORIGEM (ORIGEM DA CAPTACAO, VER
000370*                   ORIGTAB), PREENCHIDO PELO STMCAD005 COM A
000380*                   ORIGEM DO SEGMENTO DO TRANCAP (LRECL 214 ->
000390*                   215); O TRANCAP SEGUE COM 214 POSICOES
000400******************************************************************
000410 01  REG-TRANSACAO.
000420     02  TR-CODIGO                     PIC X(01).
000430     02  TR-NOME                       PIC A(30).
000440     02  TR-DATA-NASC                  PIC 9(08).
000450     02  TR-EMAIL                      PIC X(30).
000460     02  TR-CPF                        PIC 9(11).
000470     02  TR-TELEFONE                   PIC X(11).
000480     02  TR-ENDERECO.
000490         03  TR-END-LOGRADOURO         PIC X(30).
000500         03  TR-END-NUMERO             PIC X(05).
000510         03  TR-END-BAIRRO             PIC X(20).
000520         03  TR-END-CIDADE             PIC X(20).
000530         03  TR-END-UF                 PIC X(02).
000540         03  TR-END-CEP                PIC 9(08).
000550     02  TR-EMAIL-NOVO                 PIC X(30).
000560     02  TR-DADOS-CONSENTIMENTO REDEFINES TR-EMAIL-NOVO.
000570         03  TR-CONSENTIMENTO          PIC X(01).
000580         03  TR-CANAL-CONSENTIMENTO    PIC X(01).
000590         03  TR-DATA-CONSENTIMENTO     PIC 9(08).
000600         03  FILLER                    PIC X(20).
000610     02  TR-DATA-EFETIVA               PIC 9(08).
000620     02  TR-ORIGEM                     PIC X(01).
