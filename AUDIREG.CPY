000010******************************************************************
000020* AUDIREG - REGISTRO DA TRILHA DE AUDITORIA (ARQUIVO AUDITLOG,
000030*           LRECL 333); UMA LINHA POR TENTATIVA DE MANUTENCAO,
000040*           VALIDA OU NAO, COM O TIPO DA TRANSACAO, ENCADEADA
000050*           AO REGISTRO ANTERIOR PELA AREA AU-CADEIA (VER
000060*           CADEREG)
000070******************************************************************
000080* MODIFICATION HISTORY
000090*   22/08/26  MS    LAYOUT EXTRAIDO DE STMCAD010 PARA USO COMUM
000100*                   COM O PROGRAMA DE CONCILIACAO STMCAD015
000110*   22/08/26  MS    INCLUSO AU-DATA-NASC (YYYYMMDD); AU-IDADE
000120*                   PASSA A REGISTRAR A IDADE CALCULADA NA DATA
000130*                   DO PROCESSAMENTO
000140*   02/09/26  MS    INCLUSOS AU-CPF, AU-TELEFONE E O ENDERECO
000150*                   ESTRUTURADO, EM SINCRONIA COM TRANREG E
000160*                   CADMREG (LRECL 125 -> 232, VER JOB STMCADCV)
000170*   02/09/26  MS    INCLUSO AU-EMAIL-NOVO PARA A TROCA DE E-MAIL
000180*                   (CODIGO T): AU-EMAIL GUARDA O ENDERECO
000190*                   ANTIGO E AU-EMAIL-NOVO O NOVO (LRECL 262)
000200*   15/10/26  MS    INCLUSA AU-DADOS-CONSENTIMENTO, REDEFININDO
000210*                   AU-EMAIL-NOVO NOS REGISTROS DE TIPO C
000220*                   (CONSENTIMENTO DE MALA DIRETA) E I (COM O
000230*                   CONSENTIMENTO CAPTADO NO CADASTRO); LRECL
000240*                   INALTERADO
000250*   15/10/26  MS    INCLUSA AU-DADOS-SUPERVISAO, REDEFININDO
000260*                   AU-EMAIL-NOVO NOS REGISTROS DE TIPO S
000270*                   (DECISAO DO SUPERVISOR SOBRE ENTRADA DA
000280*                   CAPTACAO ONLINE: AU-STATUS APROVADO,
000290*                   REJEITADO OU DEVOLVIDO, USUARIOS DO
000300*                   SUPERVISOR E DO OPERADOR E O INICIO DO
000310*                   MOTIVO); LRECL INALTERADO
000320*   15/10/26  MS    INCLUSA AU-CADEIA (SEQUENCIA DA CADEIA, HASH
000330*                   ANTERIOR, HASH DOS DADOS PESSOAIS E HASH DO
000340*                   REGISTRO), PARA QUE ALTERACAO, EXCLUSAO OU
000350*                   INVERSAO DE REGISTROS SEJA DETECTADA PELO
000360*                   STMCAD016 (LRECL 262 -> 332, VER JOB
000370*                   STMCADEN)
000380*   15/10/26  MS    INCLUSO AU-ORIGEM (ORIGEM DA TRANSACAO, VER
000390*                   ORIGTAB) ANTES DA AREA AU-CADEIA, DENTRO DO
000400*                   HASH DO REGISTRO (LRECL 332 -> 333, VER JOB
000410*                   STMCADOR; REGISTROS ANTERIORES FICAM COM A
000420*                   ORIGEM EM BRANCO E O HASH INALTERADO)
000430******************************************************************
000440 01  REG-AUDITORIA.
000450     02  AU-DATA                       PIC X(08).
000460     02  AU-HORA                       PIC X(08).
000470     02  AU-SEQUENCIA                  PIC 9(06).
000480     02  AU-TIPO                       PIC X(01).
000490     02  AU-NOME                       PIC A(30).
000500     02  AU-IDADE                      PIC 9(02).
000510     02  AU-DATA-NASC                  PIC 9(08).
000520     02  AU-EMAIL                      PIC X(30).
000530     02  AU-CLASSE                     PIC X(20).
000540     02  AU-STATUS                     PIC X(12).
000550     02  AU-CPF                        PIC 9(11).
000560     02  AU-TELEFONE                   PIC X(11).
000570     02  AU-ENDERECO.
000580         03  AU-END-LOGRADOURO         PIC X(30).
000590         03  AU-END-NUMERO             PIC X(05).
000600         03  AU-END-BAIRRO             PIC X(20).
000610         03  AU-END-CIDADE             PIC X(20).
000620         03  AU-END-UF                 PIC X(02).
000630         03  AU-END-CEP                PIC 9(08).
000640     02  AU-EMAIL-NOVO                 PIC X(30).
000650     02  AU-DADOS-CONSENTIMENTO REDEFINES AU-EMAIL-NOVO.
000660         03  AU-CONSENTIMENTO          PIC X(01).
000670         03  AU-CANAL-CONSENTIMENTO    PIC X(01).
000680         03  AU-DATA-CONSENTIMENTO     PIC 9(08).
000690         03  FILLER                    PIC X(20).
000700     02  AU-DADOS-SUPERVISAO REDEFINES AU-EMAIL-NOVO.
000710         03  AU-USUARIO-SUPERVISOR     PIC X(08).
000720         03  AU-USUARIO-OPERADOR       PIC X(08).
000730         03  AU-MOTIVO-SUPERVISAO      PIC X(14).
000740     02  AU-ORIGEM                     PIC X(01).
000750     02  AU-CADEIA.
000760         03  AU-SEQ-CADEIA             PIC 9(10).
000770         03  AU-HASH-ANTERIOR          PIC X(20).
000780         03  AU-HASH-PESSOAL           PIC X(20).
000790         03  AU-HASH-REGISTRO          PIC X(20).
