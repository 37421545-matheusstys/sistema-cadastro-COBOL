001660*                   JOB PASSA A SER DESCARTADO EM ABEND (VER
001670*                   STMCAD01), MANTENDO O PENDENT(0) E A
001680*                   SEQUENCIA DO CHECKPOINT ALINHADOS NO RERUN
001690*   15/10/26  MS    UM SO CADASTRO ATIVO POR CPF: O MESTRE GANHA
001700*                   A CHAVE ALTERNATIVA CM-CPF (COM DUPLICIDADE,
001710*                   POIS INATIVOS E CADASTROS ANTIGOS SEM CPF
001720*                   REPETEM O VALOR; DD CADMEST1 = PATH DO AIX)
001730*                   E A INCLUSAO, A ALTERACAO, A TROCA DE E-MAIL
001740*                   E A REATIVACAO REJEITAM COM MOTIVO CPD
001750*                   (STATUS CPF-EM-USO) QUANDO O CPF JA PERTENCE
001760*                   A OUTRO CADASTRO ATIVO (2350-VERIFICA-CPF-
001770*                   ATIVO); GRAVACAO/REGRAVACAO DO MESTRE ACEITA
001780*                   FILE STATUS 02 (CHAVE ALTERNATIVA REPETIDA)
001790*   15/10/26  MS    LAYOUT DO REJEITOS EXTRAIDO PARA O COPYBOOK
001800*                   REJEREG, DE USO COMUM COM O DOSSIE LGPD E A
001810*                   ANONIMIZACAO POS-EXPURGO
001820*   15/10/26  MS    INCLUSO O CODIGO C (CONSENTIMENTO DE MALA
001830*                   DIRETA: S = OPT-IN, N = OPT-OUT, COM CANAL E
001840*                   DATA), QUE REGRAVA O ESTADO VIGENTE NO MESTRE
001850*                   (CADMEST LRECL 225, JRNMEST 473) E GRAVA A
001860*                   MUDANCA NO HISTORICO DE CONSENTIMENTO
001870*                   (CONSHIST, ACUMULATIVO); A INCLUSAO ACEITA O
001880*                   CONSENTIMENTO CAPTADO NO CADASTRO NA MESMA
001890*                   AREA. CONSENTIMENTO INVALIDO OU COM DATA
001900*                   ANTERIOR AO VIGENTE REJEITA COM MOTIVO CNS
001910*                   (STATUS CONSENT-INV); O CADASTRO INATIVO
001920*                   ACEITA O CONSENTIMENTO (O OPT-OUT VALE SEMPRE)
001930*   15/10/26  MS    CRITICA DE ENDERECO NA INCLUSAO E NA
001940*                   ALTERACAO CONTRA A BASE DE CEP DOS CORREIOS
001950*                   (CEPREF, CARGA MENSAL PELO STMCAD035): UF FORA
001960*                   DA TABELA REJEITA COM MOTIVO UFI (STATUS
001970*                   UF-INVALIDA) E CEP AUSENTE DA BASE COM MOTIVO
001980*                   CEP (STATUS CEP-INEXIST); NA TRANSACAO ACEITA
001990*                   CIDADE, UF E BAIRRO SAO COMPLETADOS OU
002000*                   CORRIGIDOS PELO CEP ANTES DO MESTRE, E
002010*                   CIDADE/UF DIVERGENTE DO CEP E SINALIZADA NO
002020*                   RELATORIO DE CONTROLE
002030*   15/10/26  MS    INCLUSO SUSPREJ (PENDENCIAS DE REJEITOS, VSAM
002040*                   KSDS PELO E-MAIL E TIPO): CADA REJEICAO ABRE
002050*                   OU ATUALIZA O ITEM DO E-MAIL E TIPO, E A
002060*                   TRANSACAO ACEITA DO MESMO E-MAIL E TIPO O
002070*                   BAIXA COM A DATA, A HORA DE INICIO DESTA
002080*                   EXECUCAO E A SEQUENCIA DA TRANSACAO; O
002090*                   ENVELHECIMENTO E LISTADO PELO STMCAD075
002100*   15/10/26  MS    A DATA DO PROCESSAMENTO (PENDENTES, IDADE,
002110*                   SUSPREJ, INATIVACAO E RUNHIST) PASSA A SER A
002120*                   DATA DE MOVIMENTO ABERTA PELO STMCAD001 NO
002130*                   INICIO DO JOB (DATAMOV); AUDITLOG, JRNMEST E
002140*                   CONSHIST CONTINUAM COM A DATA E HORA REAIS
002150*                   DA GRAVACAO
002160*   15/10/26  MS    CADEIA DE HASH NO AUDITLOG E NO JRNMEST
002170*                   (LRECL 332 E 543): CADA REGISTRO GRAVADO
002180*                   RECEBE A SEQUENCIA DA CADEIA, O HASH DO
002190*                   ANTERIOR E OS SEUS HASHES, A PARTIR DO
002200*                   CONTROLE CADEIA (VSAM KSDS), REGRAVADO APOS
002210*                   CADA GRAVACAO; CONFERIDA PELO STMCAD016
002220*   15/10/26  MS    ORIGEM DA TRANSACAO (TR-ORIGEM, VER ORIGTAB)
002230*                   LEVADA A AUDITORIA (AU-ORIGEM, LRECL 333),
002240*                   AOS REJEITOS (RJ-ORIGEM, LRECL 218) E AO
002250*                   PENDENTE (LRECL 215); O RELATORIO DE
002260*                   CONTROLE ABRE PROCESSADAS, ACEITAS,
002270*                   REJEITADAS E PENDENTES POR ORIGEM
002280******************************************************************
002290 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. STMCAD010.
002310 ENVIRONMENT DIVISION.
002320 INPUT-OUTPUT SECTION.
002330 FILE-CONTROL.
002340     SELECT TRANSACAO-ENTRADA ASSIGN TO TRANENT
002350         ORGANIZATION IS SEQUENTIAL
002360         FILE STATUS IS WS-FS-TRANSACAO.
002370     SELECT CADASTRO-MESTRE ASSIGN TO CADMEST
002380         ORGANIZATION IS INDEXED
002390         ACCESS MODE IS DYNAMIC
002400         RECORD KEY IS CM-EMAIL
002410         ALTERNATE RECORD KEY IS CM-CPF WITH DUPLICATES
002420         FILE STATUS IS WS-FS-MESTRE.
002430     SELECT ARQ-CHECKPOINT ASSIGN TO CKPOINT
002440         ORGANIZATION IS SEQUENTIAL
002450         FILE STATUS IS WS-FS-CHECKPOINT.
002460     SELECT ARQ-AUDITORIA ASSIGN TO AUDITLOG
002470         ORGANIZATION IS SEQUENTIAL
002480         FILE STATUS IS WS-FS-AUDITORIA.
002490     SELECT ARQ-EXPORTACAO ASSIGN TO EXPORTCL
002500         ORGANIZATION IS SEQUENTIAL
002510         FILE STATUS IS WS-FS-EXPORTACAO.
002520     SELECT ARQ-REJEITOS ASSIGN TO REJEITOS
002530         ORGANIZATION IS SEQUENTIAL
002540         FILE STATUS IS WS-FS-REJEITOS.
002550     SELECT ARQ-JORNAL ASSIGN TO JRNMEST
002560         ORGANIZATION IS SEQUENTIAL
002570         FILE STATUS IS WS-FS-JORNAL.
002580     SELECT ARQ-RUNHIST ASSIGN TO RUNHIST
002590         ORGANIZATION IS SEQUENTIAL
002600         FILE STATUS IS WS-FS-RUNHIST.
002610     SELECT ARQ-PEND-ENT ASSIGN TO PENDENT
002620         ORGANIZATION IS SEQUENTIAL
002630         FILE STATUS IS WS-FS-PEND-ENT.
002640     SELECT ARQ-PEND-SAI ASSIGN TO PENDSAI
002650         ORGANIZATION IS SEQUENTIAL
002660         FILE STATUS IS WS-FS-PEND-SAI.
002670     SELECT ARQ-CONSENTIMENTO ASSIGN TO CONSHIST
002680         ORGANIZATION IS SEQUENTIAL
002690         FILE STATUS IS WS-FS-CONSENTIMENTO.
002700     SELECT ARQ-CEP ASSIGN TO CEPREF
002710         ORGANIZATION IS INDEXED
002720         ACCESS MODE IS RANDOM
002730         RECORD KEY IS CE-CEP
002740         FILE STATUS IS WS-FS-CEP.
002750     SELECT ARQ-SUSPENSO ASSIGN TO SUSPREJ
002760         ORGANIZATION IS INDEXED
002770         ACCESS MODE IS RANDOM
002780         RECORD KEY IS SP-CHAVE
002790         FILE STATUS IS WS-FS-SUSPENSO.
002800     SELECT ARQ-DATA-MOVIMENTO ASSIGN TO DATAMOV
002810         ORGANIZATION IS SEQUENTIAL
002820         FILE STATUS IS WS-FS-DATAMOV.
002830     SELECT ARQ-CADEIA ASSIGN TO CADEIA
002840         ORGANIZATION IS INDEXED
002850         ACCESS MODE IS RANDOM
002860         RECORD KEY IS CD-CHAVE
002870         FILE STATUS IS WS-FS-CADEIA.
002880 DATA DIVISION.
002890 FILE SECTION.
002900 FD  TRANSACAO-ENTRADA
002910     RECORDING MODE IS F.
002920     COPY TRANREG.
002930 FD  CADASTRO-MESTRE.
002940     COPY CADMREG.
002950 FD  ARQ-CHECKPOINT
002960     RECORDING MODE IS F.
002970 01  REG-CHECKPOINT.
002980     02  CK-SEQUENCIA                  PIC 9(06).
002990     02  CK-EMAIL                      PIC X(30).
003000 FD  ARQ-AUDITORIA
003010     RECORDING MODE IS F.
003020     COPY AUDIREG.
003030 FD  ARQ-EXPORTACAO
003040     RECORDING MODE IS F.
003050 01  REG-EXPORTACAO.
003060     02  EXP-LINHA                     PIC X(200).
003070 FD  ARQ-REJEITOS
003080     RECORDING MODE IS F.
003090     COPY REJEREG.
003100 FD  ARQ-JORNAL
003110     RECORDING MODE IS F.
003120     COPY JRNLREG.
003130 FD  ARQ-RUNHIST
003140     RECORDING MODE IS F.
003150     COPY RUNHREG.
003160 FD  ARQ-PEND-ENT
003170     RECORDING MODE IS F.
003180 01  REG-PEND-ENT                      PIC X(215).
003190 FD  ARQ-PEND-SAI
003200     RECORDING MODE IS F.
003210 01  REG-PEND-SAI                      PIC X(215).
003220 FD  ARQ-CONSENTIMENTO
003230     RECORDING MODE IS F.
003240     COPY CONSREG.
003250 FD  ARQ-CEP.
003260     COPY CEPREG.
003270 FD  ARQ-SUSPENSO.
003280     COPY SUSPREG.
003290 FD  ARQ-DATA-MOVIMENTO
003300     RECORDING MODE IS F.
003310     COPY DTMVREG.
003320 FD  ARQ-CADEIA.
003330     COPY CADEREG.
003340 WORKING-STORAGE SECTION.
003350
003360 01  DADOS-PESSOA.
003370     02  WS-CODIGO                     PIC X(01) VALUE SPACES.
003380         88  TRANS-INCLUSAO            VALUE 'I'.
003390         88  TRANS-ALTERACAO           VALUE 'A'.
003400         88  TRANS-EXCLUSAO            VALUE 'E'.
003410         88  TRANS-TROCA               VALUE 'T'.
003420         88  TRANS-REATIVACAO          VALUE 'R'.
003430         88  TRANS-CONSENTIMENTO       VALUE 'C'.
003440     02  WS-NOME                       PIC A(30) VALUE SPACES.
003450     02  WS-IDADE                      PIC 9(02) VALUE ZEROS.
003460     02  WS-DATA-NASC                  PIC 9(08) VALUE ZEROS.
003470     02  WS-EMAIL                      PIC X(30) VALUE SPACES.
003480     02  WS-CLASSE                     PIC X(20) VALUE SPACES.
003490     02  WS-CPF                        PIC 9(11) VALUE ZEROS.
003500     02  WS-TELEFONE                   PIC X(11) VALUE SPACES.
003510     02  WS-ENDERECO.
003520         03  WS-END-LOGRADOURO         PIC X(30) VALUE SPACES.
003530         03  WS-END-NUMERO             PIC X(05) VALUE SPACES.
003540         03  WS-END-BAIRRO             PIC X(20) VALUE SPACES.
003550         03  WS-END-CIDADE             PIC X(20) VALUE SPACES.
003560         03  WS-END-UF                 PIC X(02) VALUE SPACES.
003570         03  WS-END-CEP                PIC 9(08) VALUE ZEROS.
003580     02  WS-EMAIL-NOVO                 PIC X(30) VALUE SPACES.
003590     02  WS-DADOS-CONSENTIMENTO REDEFINES WS-EMAIL-NOVO.
003600         03  WS-CONSENTIMENTO          PIC X(01).
003610             88  CONSENT-OPT-IN        VALUE 'S'.
003620             88  CONSENT-OPT-OUT       VALUE 'N'.
003630         03  WS-CANAL-CONSENTIMENTO    PIC X(01).
003640             88  CANAL-CONSENT-VALIDO  VALUE 'B' 'C' 'T'.
003650         03  WS-DATA-CONSENTIMENTO     PIC 9(08).
003660         03  WS-DATA-CONSENT-R REDEFINES WS-DATA-CONSENTIMENTO.
003670             04  WS-CONSENT-ANO        PIC 9(04).
003680             04  WS-CONSENT-MES        PIC 9(02).
003690             04  WS-CONSENT-DIA        PIC 9(02).
003700         03  FILLER                    PIC X(20).
003710     02  WS-DATA-EFETIVA               PIC 9(08) VALUE ZEROS.
003720     02  WS-ORIGEM                     PIC X(01) VALUE SPACES.
003730
003740 01  AREA-CPF.
003750     02  WS-CPF-NUMERO                 PIC 9(11) VALUE ZEROS.
003760     02  WS-CPF-DIGITOS REDEFINES WS-CPF-NUMERO.
003770         03  WS-CPF-DIG OCCURS 11 TIMES
003780                                       PIC 9(01).
003790
003800 01  WS-STATUS-REGISTRO                PIC X(12) VALUE SPACES.
003810     88  STATUS-VALIDO                 VALUE 'VALIDO'.
003820     88  STATUS-INVALIDO               VALUE 'INVALIDO'.
003830     88  STATUS-DUPLICADO              VALUE 'DUPLICADO'.
003840     88  STATUS-INEXISTENTE            VALUE 'INEXISTENTE'.
003850     88  STATUS-COD-INVALIDO           VALUE 'COD-INVALIDO'.
003860     88  STATUS-CPF-INVALIDO           VALUE 'CPF-INVALIDO'.
003870     88  STATUS-TROCA-EXISTE           VALUE 'TROCA-EXISTE'.
003880     88  STATUS-INATIVO                VALUE 'INATIVO'.
003890     88  STATUS-JA-ATIVO               VALUE 'JA-ATIVO'.
003900     88  STATUS-CPF-EM-USO             VALUE 'CPF-EM-USO'.
003910     88  STATUS-PENDENTE               VALUE 'PENDENTE'.
003920     88  STATUS-CONSENT-INV            VALUE 'CONSENT-INV'.
003930     88  STATUS-CEP-INEXIST            VALUE 'CEP-INEXIST'.
003940     88  STATUS-UF-INVALIDA            VALUE 'UF-INVALIDA'.
003950
003960 01  WS-SWITCHES.
003970     02  WS-SW-FIM-TRANSACAO           PIC X(01) VALUE 'N'.
003980         88  FIM-TRANSACAO             VALUE 'S'.
003990     02  WS-SW-EMAIL-DUPLICADO         PIC X(01) VALUE 'N'.
004000         88  EMAIL-JA-CADASTRADO       VALUE 'S'.
004010     02  WS-SW-EMAIL-VALIDO            PIC X(01) VALUE 'N'.
004020         88  EMAIL-FORMATO-VALIDO      VALUE 'S'.
004030     02  WS-SW-FIM-CHECKPOINT          PIC X(01) VALUE 'N'.
004040         88  FIM-CHECKPOINT            VALUE 'S'.
004050     02  WS-SW-CHECKPOINT-EXISTE       PIC X(01) VALUE 'N'.
004060         88  CHECKPOINT-EXISTE         VALUE 'S'.
004070     02  WS-SW-AUDITORIA-EXISTE        PIC X(01) VALUE 'N'.
004080         88  AUDITORIA-EXISTE          VALUE 'S'.
004090     02  WS-SW-EXPORTACAO-EXISTE       PIC X(01) VALUE 'N'.
004100         88  EXPORTACAO-EXISTE         VALUE 'S'.
004110     02  WS-SW-JORNAL-EXISTE           PIC X(01) VALUE 'N'.
004120         88  JORNAL-EXISTE             VALUE 'S'.
004130     02  WS-SW-FIM-PENDENTES           PIC X(01) VALUE 'N'.
004140         88  FIM-PENDENTES             VALUE 'S'.
004150     02  WS-SW-AVISO-EMITIDO           PIC X(01) VALUE 'N'.
004160         88  AVISO-EMITIDO             VALUE 'S'.
004170     02  WS-SW-CPF-VALIDO              PIC X(01) VALUE 'N'.
004180         88  CPF-DIGITOS-VALIDOS       VALUE 'S'.
004190     02  WS-SW-CPF-REPETIDO            PIC X(01) VALUE 'S'.
004200         88  CPF-TODO-REPETIDO         VALUE 'S'.
004210     02  WS-SW-CPF-EM-USO              PIC X(01) VALUE 'N'.
004220         88  CPF-EM-USO                VALUE 'S'.
004230     02  WS-SW-FIM-CPF                 PIC X(01) VALUE 'N'.
004240         88  FIM-CPF                   VALUE 'S'.
004250     02  WS-SW-CONSENTIMENTO-EXISTE    PIC X(01) VALUE 'N'.
004260         88  CONSENTIMENTO-EXISTE      VALUE 'S'.
004270     02  WS-SW-CONSENT-VALIDO          PIC X(01) VALUE 'N'.
004280         88  CONSENTIMENTO-VALIDO      VALUE 'S'.
004290     02  WS-SW-CRITICA-ENDERECO        PIC X(01) VALUE 'S'.
004300         88  ENDERECO-VALIDO           VALUE 'S'.
004310         88  ENDERECO-CEP-INEXISTENTE  VALUE 'C'.
004320         88  ENDERECO-UF-INVALIDA      VALUE 'U'.
004330     02  WS-SW-CEP-LOCALIZADO          PIC X(01) VALUE 'N'.
004340         88  CEP-LOCALIZADO            VALUE 'S'.
004350
004360 01  WS-FS-TRANSACAO                   PIC X(02) VALUE '00'.
004370 01  WS-FS-MESTRE                      PIC X(02) VALUE '00'.
004380 01  WS-FS-CHECKPOINT                  PIC X(02) VALUE '00'.
004390 01  WS-FS-AUDITORIA                   PIC X(02) VALUE '00'.
004400 01  WS-FS-EXPORTACAO                  PIC X(02) VALUE '00'.
004410 01  WS-FS-REJEITOS                    PIC X(02) VALUE '00'.
004420 01  WS-FS-JORNAL                      PIC X(02) VALUE '00'.
004430 01  WS-FS-RUNHIST                     PIC X(02) VALUE '00'.
004440 01  WS-FS-PEND-ENT                    PIC X(02) VALUE '00'.
004450 01  WS-FS-PEND-SAI                    PIC X(02) VALUE '00'.
004460 01  WS-FS-CONSENTIMENTO               PIC X(02) VALUE '00'.
004470 01  WS-FS-CEP                         PIC X(02) VALUE '00'.
004480 01  WS-FS-SUSPENSO                    PIC X(02) VALUE '00'.
004490 01  WS-FS-DATAMOV                     PIC X(02) VALUE '00'.
004500 01  WS-FS-CADEIA                      PIC X(02) VALUE '00'.
004510
004520     COPY UFTAB.
004530
004540     COPY ORIGTAB.
004550
004560 01  AREA-PENDENTE.
004570     02  WS-PEND-REGISTRO              PIC X(215) VALUE SPACES.
004580     02  WS-PEND-R REDEFINES WS-PEND-REGISTRO.
004590         03  PD-CODIGO                 PIC X(01).
004600         03  PD-NOME                   PIC X(30).
004610         03  PD-DATA-NASC              PIC X(08).
004620         03  PD-EMAIL                  PIC X(30).
004630         03  PD-CPF                    PIC X(11).
004640         03  PD-TELEFONE               PIC X(11).
004650         03  PD-ENDERECO               PIC X(85).
004660         03  PD-EMAIL-NOVO             PIC X(30).
004670         03  PD-DATA-EFETIVA           PIC X(08).
004680         03  PD-ORIGEM                 PIC X(01).
004690
004700*-----------------------------------------------------------------
004710* CADEIA DE HASH DA TRILHA DE AUDITORIA E DO JORNAL: ULTIMA
004720* SEQUENCIA E ULTIMO HASH DE CADA ARQUIVO E AREAS DO CALCULO
004730* (DESCRITO EM CADEREG)
004740*-----------------------------------------------------------------
004750 01  WS-CADEIA-AUDITORIA.
004760     02  WS-CA-SEQUENCIA              PIC 9(10) VALUE ZEROS.
004770     02  WS-CA-HASH                   PIC X(20) VALUE SPACES.
004780 01  WS-CADEIA-JORNAL.
004790     02  WS-CJ-SEQUENCIA              PIC 9(10) VALUE ZEROS.
004800     02  WS-CJ-HASH                   PIC X(20) VALUE SPACES.
004810 01  WS-HASH-ENTRADA.
004820     02  WS-HE-ANTERIOR               PIC X(20).
004830     02  WS-HE-SEQUENCIA              PIC 9(10).
004840     02  WS-HE-PESSOAL                PIC X(20).
004850     02  WS-HE-REGISTRO               PIC X(473).
004860 01  WS-HASH-DADOS-PESSOAIS.
004870     02  WS-HP-IMAGEM OCCURS 2 TIMES.
004880         03  WS-HP-NOME               PIC X(30).
004890         03  WS-HP-CPF                PIC X(11).
004900         03  WS-HP-TELEFONE           PIC X(11).
004910         03  WS-HP-ENDERECO           PIC X(85).
004920 01  WS-HASH-AREA                     PIC X(523) VALUE SPACES.
004930 01  WS-HASH-RESULTADO.
004940     02  WS-HASH-H1                   PIC 9(10).
004950     02  WS-HASH-H2                   PIC 9(10).
004960 01  WS-HASH-BYTE-BINARIO             PIC 9(04) COMP VALUE ZEROS.
004970 01  WS-HASH-BYTE-AREA REDEFINES WS-HASH-BYTE-BINARIO.
004980     02  FILLER                       PIC X(01).
004990     02  WS-HASH-BYTE                 PIC X(01).
005000 77  WS-HASH-TAMANHO                  PIC 9(04) COMP VALUE ZEROS.
005010 77  WS-HASH-POS                      PIC 9(04) COMP VALUE ZEROS.
005020 77  WS-HASH-ACUM1                    PIC 9(18) COMP VALUE ZEROS.
005030 77  WS-HASH-ACUM2                    PIC 9(18) COMP VALUE ZEROS.
005040 77  WS-HASH-QUOCIENTE                PIC 9(18) COMP VALUE ZEROS.
005050 77  WS-HASH-RESTO                    PIC 9(18) COMP VALUE ZEROS.
005060
005070 77  WS-COUNT                          PIC 9(02) VALUE ZEROS.
005080 77  WS-POS-ARROBA                     PIC 9(02) VALUE ZEROS.
005090 77  WS-LEN-EMAIL                      PIC 9(02) VALUE ZEROS.
005100 77  WS-EMAIL-VALIDA                   PIC X(30) VALUE SPACES.
005110 77  WS-EMAIL-GUARDA                   PIC X(30) VALUE SPACES.
005120 77  WS-EMAIL-CPF                      PIC X(30) VALUE SPACES.
005130 77  WS-AREA-TROCA                     PIC X(225) VALUE SPACES.
005140 77  WS-OP-JORNAL                      PIC X(01) VALUE SPACES.
005150 77  WS-IMAGEM-ANTES                   PIC X(225) VALUE SPACES.
005160 77  WS-IMAGEM-DEPOIS                  PIC X(225) VALUE SPACES.
005170 77  WS-COUNT-PONTO                    PIC 9(02) VALUE ZEROS.
005180 77  WS-SEQ-TRANSACAO                  PIC 9(06) VALUE ZEROS.
005190 77  WS-SEQ-REINICIO                   PIC 9(06) VALUE ZEROS.
005200 77  WS-EMAIL-REINICIO                 PIC X(30) VALUE SPACES.
005210 77  WS-INTERVALO-CHECKPOINT           PIC 9(04) VALUE 0010.
005220 77  WS-QTD-CHECKPOINT                 PIC 9(04) VALUE ZEROS.
005230 77  WS-RESTO-CHECKPOINT               PIC 9(04) VALUE ZEROS.
005240 77  WS-DATA-SISTEMA                   PIC X(08) VALUE SPACES.
005250 77  WS-HORA-SISTEMA                   PIC X(08) VALUE SPACES.
005260 77  WS-LEN-NOME                       PIC 9(02) VALUE ZEROS.
005270 77  WS-LEN-CLASSE                     PIC 9(02) VALUE ZEROS.
005280 77  WS-IDX-TRIM                       PIC 9(02) VALUE ZEROS.
005290 77  WS-MOTIVO-REJEITO                 PIC X(03) VALUE SPACES.
005300 77  WS-SUB-ORIGEM                     PIC 9(02) COMP VALUE 5.
005310 77  WS-ARQUIVO-ERRO                   PIC X(08) VALUE SPACES.
005320 77  WS-FS-ERRO                        PIC X(02) VALUE SPACES.
005330 77  WS-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
005340 77  WS-HORA-INICIO                    PIC X(08) VALUE SPACES.
005350 77  WS-ANO-PROCESSO                   PIC 9(04) VALUE ZEROS.
005360 77  WS-ANO-NASC                       PIC 9(04) VALUE ZEROS.
005370 77  WS-IDADE-CALC                     PIC S9(04) VALUE ZEROS.
005380 77  WS-TRIM-CAMPO                     PIC X(30) VALUE SPACES.
005390 77  WS-LEN-CAMPO                      PIC 9(02) VALUE ZEROS.
005400 77  WS-LEN-LOGRADOURO                 PIC 9(02) VALUE ZEROS.
005410 77  WS-LEN-NUMERO                     PIC 9(02) VALUE ZEROS.
005420 77  WS-LEN-BAIRRO                     PIC 9(02) VALUE ZEROS.
005430 77  WS-LEN-CIDADE                     PIC 9(02) VALUE ZEROS.
005440 77  WS-CPF-SOMA                       PIC 9(04) COMP VALUE ZEROS.
005450 77  WS-CPF-SUB                        PIC 9(02) COMP VALUE ZEROS.
005460 77  WS-CPF-LIMITE                     PIC 9(02) COMP VALUE ZEROS.
005470 77  WS-CPF-PESO                       PIC 9(02) COMP VALUE ZEROS.
005480 77  WS-CPF-RESTO                      PIC 9(02) COMP VALUE ZEROS.
005490 77  WS-CPF-DV1                        PIC 9(02) VALUE ZEROS.
005500 77  WS-CPF-DV2                        PIC 9(02) VALUE ZEROS.
005510 77  WS-CONSENT-ANTERIOR               PIC X(01) VALUE SPACES.
005520 77  WS-CANAL-ANTERIOR                 PIC X(01) VALUE SPACES.
005530 77  WS-DATA-CONSENT-ANTERIOR          PIC 9(08) VALUE ZEROS.
005540 77  WS-CIDADE-INFORMADA               PIC X(20) VALUE SPACES.
005550 77  WS-UF-INFORMADA                   PIC X(02) VALUE SPACES.
005560 77  WS-MINUSCULAS                     PIC X(26)
005570         VALUE 'abcdefghijklmnopqrstuvwxyz'.
005580 77  WS-MAIUSCULAS                     PIC X(26)
005590         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
005600
005610 01  WS-CONTADORES-CONTROLE.
005620     02  WS-QTD-PROCESSADOS            PIC 9(06) VALUE ZEROS.
005630     02  WS-QTD-VALIDOS                PIC 9(06) VALUE ZEROS.
005640     02  WS-QTD-INVALIDOS              PIC 9(06) VALUE ZEROS.
005650     02  WS-QTD-DUPLICADOS             PIC 9(06) VALUE ZEROS.
005660     02  WS-QTD-INEXISTENTES           PIC 9(06) VALUE ZEROS.
005670     02  WS-QTD-COD-INVALIDO           PIC 9(06) VALUE ZEROS.
005680     02  WS-QTD-CPF-INVALIDO           PIC 9(06) VALUE ZEROS.
005690     02  WS-QTD-INCLUSOES              PIC 9(06) VALUE ZEROS.
005700     02  WS-QTD-ALTERACOES             PIC 9(06) VALUE ZEROS.
005710     02  WS-QTD-EXCLUSOES              PIC 9(06) VALUE ZEROS.
005720     02  WS-QTD-TROCAS                 PIC 9(06) VALUE ZEROS.
005730     02  WS-QTD-TROCA-EXISTE           PIC 9(06) VALUE ZEROS.
005740     02  WS-QTD-REATIVACOES            PIC 9(06) VALUE ZEROS.
005750     02  WS-QTD-INATIVOS               PIC 9(06) VALUE ZEROS.
005760     02  WS-QTD-JA-ATIVOS              PIC 9(06) VALUE ZEROS.
005770     02  WS-QTD-CPF-EM-USO             PIC 9(06) VALUE ZEROS.
005780     02  WS-QTD-CONSENT-INVALIDO       PIC 9(06) VALUE ZEROS.
005790     02  WS-QTD-CONSENTIMENTOS         PIC 9(06) VALUE ZEROS.
005800     02  WS-QTD-CEP-INEXISTENTE        PIC 9(06) VALUE ZEROS.
005810     02  WS-QTD-UF-INVALIDA            PIC 9(06) VALUE ZEROS.
005820     02  WS-QTD-END-PADRONIZADO        PIC 9(06) VALUE ZEROS.
005830     02  WS-QTD-END-DIVERGENTE         PIC 9(06) VALUE ZEROS.
005840     02  WS-QTD-OPT-IN                 PIC 9(06) VALUE ZEROS.
005850     02  WS-QTD-OPT-OUT                PIC 9(06) VALUE ZEROS.
005860     02  WS-QTD-PEND-LIBERADAS         PIC 9(06) VALUE ZEROS.
005870     02  WS-QTD-PEND-NOVAS             PIC 9(06) VALUE ZEROS.
005880     02  WS-QTD-PEND-MANTIDAS          PIC 9(06) VALUE ZEROS.
005890     02  WS-QTD-PEND-SALDO             PIC 9(06) VALUE ZEROS.
005900     02  WS-QTD-REJ-INCLUSAO           PIC 9(06) VALUE ZEROS.
005910     02  WS-QTD-REJ-ALTERACAO          PIC 9(06) VALUE ZEROS.
005920     02  WS-QTD-REJ-EXCLUSAO           PIC 9(06) VALUE ZEROS.
005930     02  WS-QTD-REJ-TROCA              PIC 9(06) VALUE ZEROS.
005940     02  WS-QTD-REJ-REATIVACAO         PIC 9(06) VALUE ZEROS.
005950     02  WS-QTD-REJ-CONSENTIMENTO      PIC 9(06) VALUE ZEROS.
005960     02  WS-QTD-MENOR-IDADE            PIC 9(06) VALUE ZEROS.
005970     02  WS-QTD-MAIOR-IDADE            PIC 9(06) VALUE ZEROS.
005980     02  WS-QTD-CRIANCA                PIC 9(06) VALUE ZEROS.
005990     02  WS-QTD-ADOLESCENTE            PIC 9(06) VALUE ZEROS.
006000     02  WS-QTD-ADULTO                 PIC 9(06) VALUE ZEROS.
006010     02  WS-QTD-IDOSO                  PIC 9(06) VALUE ZEROS.
006020     02  WS-QTD-SUSP-ABERTOS           PIC 9(06) VALUE ZEROS.
006030     02  WS-QTD-SUSP-REINCIDENTES      PIC 9(06) VALUE ZEROS.
006040     02  WS-QTD-SUSP-RESOLVIDOS        PIC 9(06) VALUE ZEROS.
006050
006060*-----------------------------------------------------------------
006070* TOTAIS DO RELATORIO DE CONTROLE POR ORIGEM DA TRANSACAO, NA
006080* ORDEM DE ORIGTAB (A 5A POSICAO E A SEM ORIGEM: PENDENTES
006090* GRAVADAS ANTES DA ORIGEM)
006100*-----------------------------------------------------------------
006110 01  WS-TOTAIS-ORIGEM.
006120     02  WS-ORG-ENTRADA OCCURS 5 TIMES.
006130         03  WS-ORG-PROCESSADOS        PIC 9(06) VALUE ZEROS.
006140         03  WS-ORG-ACEITOS            PIC 9(06) VALUE ZEROS.
006150         03  WS-ORG-REJEITADOS         PIC 9(06) VALUE ZEROS.
006160         03  WS-ORG-PENDENTES          PIC 9(06) VALUE ZEROS.
006170 PROCEDURE DIVISION.
006180*-----------------------------------------------------------------
006190* 0000-MAINLINE - CONTROLA A ABERTURA, O LACO DE CADASTRO E O
006200* ENCERRAMENTO DO PROGRAMA
006210*-----------------------------------------------------------------
006220 0000-MAINLINE.
006230
006240     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
006250
006260     PERFORM 2000-PROCESSA-CADASTRO THRU 2000-EXIT
006270         UNTIL FIM-TRANSACAO.
006280
006290     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
006300
006310     PERFORM 9000-RELATORIO-CONTROLE THRU 9000-EXIT.
006320
006330     PERFORM 9500-GRAVA-RUNHIST THRU 9500-EXIT.
006340
006350     PERFORM 9100-DEFINE-RETORNO THRU 9100-EXIT.
006360
006370     STOP RUN.
006380*-----------------------------------------------------------------
006390* 1000-INICIALIZACAO - ABRE OS ARQUIVOS E FAZ A LEITURA INICIAL
006400* (PRIMING READ) DO ARQUIVO DE TRANSACOES
006410*-----------------------------------------------------------------
006420 1000-INICIALIZACAO.
006430
006440     DISPLAY '**********************************************'
006450     DISPLAY '       SISTEMA DE CADASTRO DE USUARIO         '
006460     DISPLAY '**********************************************'
006470
006480     PERFORM 1900-LE-DATA-MOVIMENTO THRU 1900-EXIT
006490     ACCEPT WS-HORA-INICIO FROM TIME
006500
006510     OPEN INPUT TRANSACAO-ENTRADA.
006520
006530     IF WS-FS-TRANSACAO NOT = '00'
006540         DISPLAY '**********************************************'
006550         DISPLAY '  ERRO FATAL - ARQUIVO TRANENT NAO DISPONIVEL  '
006560         DISPLAY '  FILE STATUS: ' WS-FS-TRANSACAO
006570         DISPLAY '**********************************************'
006580         MOVE 16 TO RETURN-CODE
006590         STOP RUN
006600     END-IF.
006610
006620     PERFORM 1100-PREPARA-MESTRE THRU 1100-EXIT.
006630
006640     PERFORM 1200-CARREGA-CHECKPOINT THRU 1200-EXIT.
006650
006660     IF CHECKPOINT-EXISTE
006670         OPEN EXTEND ARQ-CHECKPOINT
006680     ELSE
006690         OPEN OUTPUT ARQ-CHECKPOINT
006700     END-IF.
006710
006720     IF WS-FS-CHECKPOINT NOT = '00'
006730         MOVE 'CKPOINT ' TO WS-ARQUIVO-ERRO
006740         MOVE WS-FS-CHECKPOINT TO WS-FS-ERRO
006750         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
006760     END-IF.
006770
006780     PERFORM 1300-VERIFICA-AUDITORIA THRU 1300-EXIT.
006790
006800     IF AUDITORIA-EXISTE
006810         OPEN EXTEND ARQ-AUDITORIA
006820     ELSE
006830         OPEN OUTPUT ARQ-AUDITORIA
006840     END-IF.
006850
006860     IF WS-FS-AUDITORIA NOT = '00'
006870         MOVE 'AUDITLOG' TO WS-ARQUIVO-ERRO
006880         MOVE WS-FS-AUDITORIA TO WS-FS-ERRO
006890         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
006900     END-IF.
006910
006920     PERFORM 1400-VERIFICA-EXPORTACAO THRU 1400-EXIT.
006930
006940     IF EXPORTACAO-EXISTE
006950         OPEN EXTEND ARQ-EXPORTACAO
006960     ELSE
006970         OPEN OUTPUT ARQ-EXPORTACAO
006980     END-IF.
006990
007000     IF WS-FS-EXPORTACAO NOT = '00'
007010         MOVE 'EXPORTCL' TO WS-ARQUIVO-ERRO
007020         MOVE WS-FS-EXPORTACAO TO WS-FS-ERRO
007030         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
007040     END-IF.
007050
007060     OPEN OUTPUT ARQ-REJEITOS.
007070
007080     IF WS-FS-REJEITOS NOT = '00'
007090         MOVE 'REJEITOS' TO WS-ARQUIVO-ERRO
007100         MOVE WS-FS-REJEITOS TO WS-FS-ERRO
007110         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
007120     END-IF.
007130
007140     PERFORM 1500-VERIFICA-JORNAL THRU 1500-EXIT.
007150
007160     IF JORNAL-EXISTE
007170         OPEN EXTEND ARQ-JORNAL
007180     ELSE
007190         OPEN OUTPUT ARQ-JORNAL
007200     END-IF.
007210
007220     IF WS-FS-JORNAL NOT = '00'
007230         MOVE 'JRNMEST ' TO WS-ARQUIVO-ERRO
007240         MOVE WS-FS-JORNAL TO WS-FS-ERRO
007250         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
007260     END-IF.
007270
007280     OPEN OUTPUT ARQ-PEND-SAI.
007290
007300     IF WS-FS-PEND-SAI NOT = '00'
007310         MOVE 'PENDSAI ' TO WS-ARQUIVO-ERRO
007320         MOVE WS-FS-PEND-SAI TO WS-FS-ERRO
007330         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
007340     END-IF.
007350
007360     PERFORM 1600-VERIFICA-CONSENTIMENTO THRU 1600-EXIT.
007370
007380     IF CONSENTIMENTO-EXISTE
007390         OPEN EXTEND ARQ-CONSENTIMENTO
007400     ELSE
007410         OPEN OUTPUT ARQ-CONSENTIMENTO
007420     END-IF.
007430
007440     IF WS-FS-CONSENTIMENTO NOT = '00'
007450         MOVE 'CONSHIST' TO WS-ARQUIVO-ERRO
007460         MOVE WS-FS-CONSENTIMENTO TO WS-FS-ERRO
007470         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
007480     END-IF.
007490
007500     OPEN INPUT ARQ-CEP.
007510
007520     IF WS-FS-CEP NOT = '00'
007530         MOVE 'CEPREF  ' TO WS-ARQUIVO-ERRO
007540         MOVE WS-FS-CEP TO WS-FS-ERRO
007550         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
007560     END-IF.
007570
007580     PERFORM 1800-PREPARA-SUSPENSO THRU 1800-EXIT.
007590
007600     PERFORM 1950-LE-CADEIA THRU 1950-EXIT.
007610
007620     PERFORM 1700-LIBERA-PENDENTES THRU 1700-EXIT.
007630
007640     PERFORM 2900-LER-TRANSACAO THRU 2900-EXIT.
007650
007660 1000-EXIT.
007670     EXIT.
007680*-----------------------------------------------------------------
007690* 1100-PREPARA-MESTRE - ABRE O MESTRE INDEXADO PARA ENTRADA E
007700* SAIDA; SE O ARQUIVO AINDA NAO EXISTE, CRIA-O VAZIO E REABRE.
007710* NAO HA MAIS CARGA DO MESTRE EM MEMORIA: A DUPLICIDADE E
007720* VERIFICADA POR LEITURA DIRETA PELA CHAVE CM-EMAIL
007730*-----------------------------------------------------------------
007740 1100-PREPARA-MESTRE.
007750
007760     OPEN I-O CADASTRO-MESTRE
007770
007780     IF WS-FS-MESTRE = '35'
007790         OPEN OUTPUT CADASTRO-MESTRE
007800         CLOSE CADASTRO-MESTRE
007810         OPEN I-O CADASTRO-MESTRE
007820     END-IF
007830
007840     IF WS-FS-MESTRE NOT = '00'
007850         DISPLAY '**********************************************'
007860         DISPLAY '  ERRO FATAL - ARQUIVO CADMEST NAO DISPONIVEL  '
007870         DISPLAY '  FILE STATUS: ' WS-FS-MESTRE
007880         DISPLAY '**********************************************'
007890         MOVE 16 TO RETURN-CODE
007900         STOP RUN
007910     END-IF.
007920
007930 1100-EXIT.
007940     EXIT.
007950*-----------------------------------------------------------------
007960* 1200-CARREGA-CHECKPOINT - ABRE O ARQUIVO DE CHECKPOINT E OBTEM A
007970* ULTIMA SEQUENCIA JA COMMITADA EM UMA EXECUCAO ANTERIOR, PARA QUE
007980* O REINICIO NAO REPROCESSE TRANSACOES JA CADASTRADAS
007990*-----------------------------------------------------------------
008000 1200-CARREGA-CHECKPOINT.
008010
008020     MOVE ZEROS TO WS-SEQ-REINICIO
008030
008040     OPEN INPUT ARQ-CHECKPOINT
008050
008060     IF WS-FS-CHECKPOINT = '00'
008070         SET CHECKPOINT-EXISTE TO TRUE
008080         PERFORM 1210-LER-REGISTRO-CHECKPOINT THRU 1210-EXIT
008090             UNTIL FIM-CHECKPOINT
008100         CLOSE ARQ-CHECKPOINT
008110     END-IF.
008120
008130 1200-EXIT.
008140     EXIT.
008150*-----------------------------------------------------------------
008160* 1210-LER-REGISTRO-CHECKPOINT - LE UM REGISTRO DE CHECKPOINT E
008170* MANTEM EM WS-SEQ-REINICIO A ULTIMA SEQUENCIA LIDA
008180*-----------------------------------------------------------------
008190 1210-LER-REGISTRO-CHECKPOINT.
008200
008210     READ ARQ-CHECKPOINT
008220         AT END
008230             SET FIM-CHECKPOINT TO TRUE
008240         NOT AT END
008250             MOVE CK-SEQUENCIA TO WS-SEQ-REINICIO
008260             MOVE CK-EMAIL TO WS-EMAIL-REINICIO
008270     END-READ.
008280
008290     IF WS-FS-CHECKPOINT NOT = '00'
008300         AND WS-FS-CHECKPOINT NOT = '10'
008310         MOVE 'CKPOINT ' TO WS-ARQUIVO-ERRO
008320         MOVE WS-FS-CHECKPOINT TO WS-FS-ERRO
008330         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
008340     END-IF.
008350
008360 1210-EXIT.
008370     EXIT.
008380*-----------------------------------------------------------------
008390* 1300-VERIFICA-AUDITORIA - VERIFICA SE O ARQUIVO DE AUDITORIA JA
008400* EXISTE DE UMA EXECUCAO ANTERIOR, PARA DECIDIR ENTRE ABRI-LO EM
008410* EXTENSAO OU CRIA-LO PELA PRIMEIRA VEZ
008420*-----------------------------------------------------------------
008430 1300-VERIFICA-AUDITORIA.
008440
008450     OPEN INPUT ARQ-AUDITORIA
008460
008470     IF WS-FS-AUDITORIA = '00'
008480         SET AUDITORIA-EXISTE TO TRUE
008490         CLOSE ARQ-AUDITORIA
008500     END-IF.
008510
008520 1300-EXIT.
008530     EXIT.
008540*-----------------------------------------------------------------
008550* 1400-VERIFICA-EXPORTACAO - VERIFICA SE O ARQUIVO DE EXPORTACAO
008560* EXISTE DE UMA EXECUCAO ANTERIOR, PARA DECIDIR ENTRE ABRI-LO EM
008570* EXTENSAO OU CRIA-LO PELA PRIMEIRA VEZ
008580*-----------------------------------------------------------------
008590 1400-VERIFICA-EXPORTACAO.
008600
008610     OPEN INPUT ARQ-EXPORTACAO
008620
008630     IF WS-FS-EXPORTACAO = '00'
008640         SET EXPORTACAO-EXISTE TO TRUE
008650         CLOSE ARQ-EXPORTACAO
008660     END-IF.
008670
008680 1400-EXIT.
008690     EXIT.
008700*-----------------------------------------------------------------
008710* 1500-VERIFICA-JORNAL - VERIFICA SE O JORNAL DE IMAGENS EXISTE
008720* DE UMA EXECUCAO ANTERIOR, PARA DECIDIR ENTRE ABRI-LO EM
008730* EXTENSAO OU CRIA-LO PELA PRIMEIRA VEZ
008740*-----------------------------------------------------------------
008750 1500-VERIFICA-JORNAL.
008760
008770     OPEN INPUT ARQ-JORNAL
008780
008790     IF WS-FS-JORNAL = '00'
008800         SET JORNAL-EXISTE TO TRUE
008810         CLOSE ARQ-JORNAL
008820     END-IF.
008830
008840 1500-EXIT.
008850     EXIT.
008860*-----------------------------------------------------------------
008870* 1600-VERIFICA-CONSENTIMENTO - VERIFICA SE O HISTORICO DE
008880* CONSENTIMENTO EXISTE DE UMA EXECUCAO ANTERIOR, PARA DECIDIR
008890* ENTRE ABRI-LO EM EXTENSAO OU CRIA-LO PELA PRIMEIRA VEZ
008900*-----------------------------------------------------------------
008910 1600-VERIFICA-CONSENTIMENTO.
008920
008930     OPEN INPUT ARQ-CONSENTIMENTO
008940
008950     IF WS-FS-CONSENTIMENTO = '00'
008960         SET CONSENTIMENTO-EXISTE TO TRUE
008970         CLOSE ARQ-CONSENTIMENTO
008980     END-IF.
008990
009000 1600-EXIT.
009010     EXIT.
009020*-----------------------------------------------------------------
009030* 1700-LIBERA-PENDENTES - LE O ARQUIVO DE TRANSACOES PENDENTES
009040* DA EXECUCAO ANTERIOR (DATA EFETIVA FUTURA), APLICA AS QUE
009050* VENCERAM (DATA EFETIVA ATE HOJE) PELO MESMO TRATAMENTO DAS
009060* TRANSACOES DO DIA E COPIA AS AINDA FUTURAS PARA O ARQUIVO
009070* PENDENTE DE SAIDA; ARQUIVO AUSENTE (FS 35, PRIMEIRA EXECUCAO)
009080* SEGUE SEM PENDENTES
009090*-----------------------------------------------------------------
009100 1700-LIBERA-PENDENTES.
009110
009120     OPEN INPUT ARQ-PEND-ENT
009130
009140     IF WS-FS-PEND-ENT = '35'
009150         SET FIM-PENDENTES TO TRUE
009160         GO TO 1700-EXIT
009170     END-IF
009180
009190     IF WS-FS-PEND-ENT NOT = '00'
009200         MOVE 'PENDENT ' TO WS-ARQUIVO-ERRO
009210         MOVE WS-FS-PEND-ENT TO WS-FS-ERRO
009220         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
009230     END-IF
009240
009250     PERFORM 1710-PROCESSA-PENDENTE THRU 1710-EXIT
009260         UNTIL FIM-PENDENTES
009270
009280     CLOSE ARQ-PEND-ENT.
009290
009300 1700-EXIT.
009310     EXIT.
009320*-----------------------------------------------------------------
009330* 1710-PROCESSA-PENDENTE - LE UMA TRANSACAO PENDENTE: AINDA
009340* FUTURA E COPIADA PARA O PENDENTE DE SAIDA; VENCIDA E LIBERADA
009350* PELO TRATAMENTO NORMAL (2050), RESPEITANDO A SEQUENCIA DO
009360* CHECKPOINT DE REINICIO
009370*-----------------------------------------------------------------
009380 1710-PROCESSA-PENDENTE.
009390
009400     READ ARQ-PEND-ENT
009410         AT END
009420             SET FIM-PENDENTES TO TRUE
009430             GO TO 1710-EXIT
009440     END-READ
009450
009460     IF WS-FS-PEND-ENT NOT = '00'
009470         AND WS-FS-PEND-ENT NOT = '10'
009480         MOVE 'PENDENT ' TO WS-ARQUIVO-ERRO
009490         MOVE WS-FS-PEND-ENT TO WS-FS-ERRO
009500         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
009510     END-IF
009520
009530     MOVE REG-PEND-ENT TO WS-PEND-REGISTRO
009540
009550     IF PD-DATA-EFETIVA IS NUMERIC
009560         AND PD-DATA-EFETIVA > WS-DATA-PROCESSO
009570         ADD 1 TO WS-QTD-PEND-MANTIDAS
009580         PERFORM 2810-GRAVA-PEND-SAIDA THRU 2810-EXIT
009590         GO TO 1710-EXIT
009600     END-IF
009610
009620     ADD 1 TO WS-SEQ-TRANSACAO
009630
009640     IF WS-SEQ-TRANSACAO > WS-SEQ-REINICIO
009650         ADD 1 TO WS-QTD-PEND-LIBERADAS
009660         MOVE PD-CODIGO        TO WS-CODIGO
009670         MOVE PD-NOME          TO WS-NOME
009680         MOVE PD-DATA-NASC     TO WS-DATA-NASC
009690         MOVE PD-EMAIL         TO WS-EMAIL
009700         MOVE PD-CPF           TO WS-CPF
009710         MOVE PD-TELEFONE      TO WS-TELEFONE
009720         MOVE PD-ENDERECO      TO WS-ENDERECO
009730         MOVE PD-EMAIL-NOVO    TO WS-EMAIL-NOVO
009740         MOVE PD-DATA-EFETIVA  TO WS-DATA-EFETIVA
009750         MOVE PD-ORIGEM        TO WS-ORIGEM
009760         MOVE ZEROS            TO WS-IDADE
009770         PERFORM 2050-REGISTRA-TRANSACAO THRU 2050-EXIT
009780     END-IF.
009790
009800 1710-EXIT.
009810     EXIT.
009820*-----------------------------------------------------------------
009830* 1800-PREPARA-SUSPENSO - ABRE O ARQUIVO DE PENDENCIAS DE
009840* REJEITOS PARA ATUALIZACAO; CLUSTER AINDA NUNCA CARREGADO
009850* (FS 35, PRIMEIRA EXECUCAO) E INICIALIZADO VAZIO E REABERTO
009860*-----------------------------------------------------------------
009870 1800-PREPARA-SUSPENSO.
009880
009890     OPEN I-O ARQ-SUSPENSO
009900
009910     IF WS-FS-SUSPENSO = '35'
009920         OPEN OUTPUT ARQ-SUSPENSO
009930         CLOSE ARQ-SUSPENSO
009940         OPEN I-O ARQ-SUSPENSO
009950     END-IF
009960
009970     IF WS-FS-SUSPENSO NOT = '00'
009980         MOVE 'SUSPREJ ' TO WS-ARQUIVO-ERRO
009990         MOVE WS-FS-SUSPENSO TO WS-FS-ERRO
010000         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
010010     END-IF.
010020
010030 1800-EXIT.
010040     EXIT.
010050*-----------------------------------------------------------------
010060* 1900-LE-DATA-MOVIMENTO - TOMA A DATA DO PROCESSAMENTO DO CARTAO
010070* DA DATA DE MOVIMENTO GRAVADO PELO STMCAD001 NA ABERTURA DO JOB;
010080* SEM ELE, O LOTE NAO PROCESSA
010090*-----------------------------------------------------------------
010100 1900-LE-DATA-MOVIMENTO.
010110
010120     OPEN INPUT ARQ-DATA-MOVIMENTO.
010130
010140     IF WS-FS-DATAMOV = '00'
010150         READ ARQ-DATA-MOVIMENTO
010160             AT END
010170                 MOVE '10' TO WS-FS-DATAMOV
010180         END-READ
010190     END-IF
010200
010210     IF WS-FS-DATAMOV NOT = '00'
010220         OR DM-DATA-MOVIMENTO IS NOT NUMERIC
010230         MOVE 'DATAMOV ' TO WS-ARQUIVO-ERRO
010240         MOVE WS-FS-DATAMOV TO WS-FS-ERRO
010250         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
010260     END-IF
010270
010280     MOVE DM-DATA-MOVIMENTO TO WS-DATA-PROCESSO
010290
010300     CLOSE ARQ-DATA-MOVIMENTO.
010310
010320 1900-EXIT.
010330     EXIT.
010340*-----------------------------------------------------------------
010350* 1950-LE-CADEIA - ABRE O CONTROLE DA CADEIA DE HASH (CADEIA) E
010360* TOMA A ULTIMA SEQUENCIA E O ULTIMO HASH DO AUDITLOG E DO
010370* JRNMEST, DE ONDE SEGUEM OS REGISTROS GRAVADOS NESTA EXECUCAO;
010380* CONTROLE AUSENTE E ERRO FATAL, POIS A CADEIA NAO PODE RECOMECAR
010390*-----------------------------------------------------------------
010400 1950-LE-CADEIA.
010410
010420     OPEN I-O ARQ-CADEIA
010430
010440     IF WS-FS-CADEIA NOT = '00'
010450         MOVE 'CADEIA  ' TO WS-ARQUIVO-ERRO
010460         MOVE WS-FS-CADEIA TO WS-FS-ERRO
010470         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
010480     END-IF
010490
010500     MOVE 'AUDITLOG'             TO CD-CHAVE
010510     READ ARQ-CADEIA
010520
010530     IF WS-FS-CADEIA NOT = '00'
010540         MOVE 'CADEIA  ' TO WS-ARQUIVO-ERRO
010550         MOVE WS-FS-CADEIA TO WS-FS-ERRO
010560         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
010570     END-IF
010580
010590     MOVE CD-ULT-SEQUENCIA       TO WS-CA-SEQUENCIA
010600     MOVE CD-ULT-HASH            TO WS-CA-HASH
010610
010620     MOVE 'JRNMEST '             TO CD-CHAVE
010630     READ ARQ-CADEIA
010640
010650     IF WS-FS-CADEIA NOT = '00'
010660         MOVE 'CADEIA  ' TO WS-ARQUIVO-ERRO
010670         MOVE WS-FS-CADEIA TO WS-FS-ERRO
010680         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
010690     END-IF
010700
010710     MOVE CD-ULT-SEQUENCIA       TO WS-CJ-SEQUENCIA
010720     MOVE CD-ULT-HASH            TO WS-CJ-HASH.
010730
010740 1950-EXIT.
010750     EXIT.
010760*-----------------------------------------------------------------
010770* 2000-PROCESSA-CADASTRO - MOVE A TRANSACAO PARA A AREA DE
010780* TRABALHO, APLICA A MANUTENCAO AINDA NAO COMMITADA E LE A
010790* PROXIMA TRANSACAO. NO REINICIO, A TRANSACAO DE DATA EFETIVA
010800* FUTURA JA COMMITADA (PULADA PELO CHECKPOINT) E REGRAVADA NO
010810* PENDENTE DE SAIDA SEM NOVA AUDITORIA, PARA QUE O ARQUIVO
010820* PENDENTE RECONSTRUIDO FIQUE COMPLETO
010830*-----------------------------------------------------------------
010840 2000-PROCESSA-CADASTRO.
010850
010860     MOVE TR-CODIGO              TO WS-CODIGO
010870     MOVE TR-NOME                TO WS-NOME
010880     MOVE TR-DATA-NASC           TO WS-DATA-NASC
010890     MOVE TR-EMAIL               TO WS-EMAIL
010900     MOVE TR-CPF                 TO WS-CPF
010910     MOVE TR-TELEFONE            TO WS-TELEFONE
010920     MOVE TR-ENDERECO            TO WS-ENDERECO
010930     MOVE TR-EMAIL-NOVO          TO WS-EMAIL-NOVO
010940     MOVE TR-DATA-EFETIVA        TO WS-DATA-EFETIVA
010950     MOVE TR-ORIGEM              TO WS-ORIGEM
010960     MOVE ZEROS                  TO WS-IDADE
010970
010980     IF WS-SEQ-TRANSACAO = WS-SEQ-REINICIO
010990         AND WS-EMAIL NOT = WS-EMAIL-REINICIO
011000         DISPLAY '**********************************************'
011010         DISPLAY '  AVISO - PONTO DE REINICIO NAO CONFERE COM O  '
011020         DISPLAY '  ARQUIVO DE TRANSACOES ATUAL (CKPOINT/TRANENT)'
011030         DISPLAY '**********************************************'
011040         SET AVISO-EMITIDO TO TRUE
011050     END-IF
011060
011070     IF WS-SEQ-TRANSACAO > WS-SEQ-REINICIO
011080         PERFORM 2050-REGISTRA-TRANSACAO THRU 2050-EXIT
011090     ELSE
011100         IF WS-DATA-EFETIVA > ZEROS
011110             AND WS-DATA-EFETIVA(1:8) > WS-DATA-PROCESSO
011120             ADD 1 TO WS-QTD-PEND-NOVAS
011130             PERFORM 2800-GRAVA-PENDENTE THRU 2800-EXIT
011140         END-IF
011150     END-IF
011160
011170     PERFORM 2900-LER-TRANSACAO THRU 2900-EXIT.
011180
011190 2000-EXIT.
011200     EXIT.
011210*-----------------------------------------------------------------
011220* 2050-REGISTRA-TRANSACAO - DIRIGE A TRANSACAO PARA O TRATAMENTO
011230* DO SEU TIPO (INCLUSAO, ALTERACAO, EXCLUSAO, TROCA DE E-MAIL,
011240* REATIVACAO OU CONSENTIMENTO DE MALA DIRETA),
011250* GRAVA A AUDITORIA DO RESULTADO E ATUALIZA O CHECKPOINT
011260*-----------------------------------------------------------------
011270 2050-REGISTRA-TRANSACAO.
011280
011290     ADD 1 TO WS-QTD-PROCESSADOS
011300
011310     MOVE WS-ORIGEM TO OG-CODIGO
011320     PERFORM 2060-LOCALIZA-ORIGEM THRU 2060-EXIT
011330     ADD 1 TO WS-ORG-PROCESSADOS(WS-SUB-ORIGEM)
011340
011350     MOVE SPACES TO WS-STATUS-REGISTRO
011360
011370     IF WS-DATA-EFETIVA > ZEROS
011380         AND WS-DATA-EFETIVA(1:8) > WS-DATA-PROCESSO
011390         SET STATUS-PENDENTE TO TRUE
011400         ADD 1 TO WS-QTD-PEND-NOVAS
011410         ADD 1 TO WS-ORG-PENDENTES(WS-SUB-ORIGEM)
011420         MOVE SPACES TO WS-CLASSE
011430         DISPLAY '*****************************************'
011440         DISPLAY '| TIPO: ' WS-CODIGO
011450         DISPLAY '| EMAIL: ' WS-EMAIL
011460         DISPLAY '| STATUS: PENDENTE'
011470         DISPLAY '| DATA EFETIVA: ' WS-DATA-EFETIVA
011480         DISPLAY '| RETIDA ATE A DATA EFETIVA'
011490         DISPLAY '*****************************************'
011500         PERFORM 2800-GRAVA-PENDENTE THRU 2800-EXIT
011510         GO TO 2050-AUDITA
011520     END-IF
011530
011540     EVALUATE TRUE
011550         WHEN TRANS-INCLUSAO
011560             PERFORM 3000-PROCESSA-INCLUSAO THRU 3000-EXIT
011570         WHEN TRANS-ALTERACAO
011580             PERFORM 3100-PROCESSA-ALTERACAO THRU 3100-EXIT
011590         WHEN TRANS-EXCLUSAO
011600             PERFORM 3200-PROCESSA-EXCLUSAO THRU 3200-EXIT
011610         WHEN TRANS-TROCA
011620             PERFORM 3300-PROCESSA-TROCA THRU 3300-EXIT
011630         WHEN TRANS-REATIVACAO
011640             PERFORM 3400-PROCESSA-REATIVACAO THRU 3400-EXIT
011650         WHEN TRANS-CONSENTIMENTO
011660             PERFORM 3500-PROCESSA-CONSENTIMENTO THRU 3500-EXIT
011670         WHEN OTHER
011680             SET STATUS-COD-INVALIDO TO TRUE
011690             ADD 1 TO WS-QTD-COD-INVALIDO
011700             MOVE SPACES TO WS-CLASSE
011710             DISPLAY '*****************************************'
011720             DISPLAY '| TIPO: ' WS-CODIGO
011730             DISPLAY '| NOME: ' WS-NOME
011740             DISPLAY '| EMAIL: ' WS-EMAIL
011750             DISPLAY '| STATUS: COD-INVALIDO'
011760             DISPLAY '| CODIGO DE TRANSACAO DESCONHECIDO'
011770             DISPLAY '*****************************************'
011780             MOVE 'COD' TO WS-MOTIVO-REJEITO
011790             PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
011800     END-EVALUATE.
011810
011820 2050-AUDITA.
011830
011840     IF STATUS-VALIDO
011850         ADD 1 TO WS-ORG-ACEITOS(WS-SUB-ORIGEM)
011860         PERFORM 2560-BAIXA-SUSPENSO THRU 2560-EXIT
011870     END-IF.
011880
011890     PERFORM 2600-GRAVA-AUDITORIA THRU 2600-EXIT.
011900
011910     DIVIDE WS-SEQ-TRANSACAO BY WS-INTERVALO-CHECKPOINT
011920         GIVING WS-QTD-CHECKPOINT REMAINDER WS-RESTO-CHECKPOINT
011930
011940     IF WS-RESTO-CHECKPOINT = 0
011950         PERFORM 2700-GRAVA-CHECKPOINT THRU 2700-EXIT
011960     END-IF.
011970
011980 2050-EXIT.
011990     EXIT.
012000*-----------------------------------------------------------------
012010* 2060-LOCALIZA-ORIGEM - POSICIONA O SUBSCRITO DOS TOTAIS POR
012020* ORIGEM NA ORIGEM DA TRANSACAO CORRENTE (ORDEM DE ORIGTAB)
012030*-----------------------------------------------------------------
012040 2060-LOCALIZA-ORIGEM.
012050
012060     EVALUATE TRUE
012070         WHEN OG-BUREAU
012080             MOVE 1 TO WS-SUB-ORIGEM
012090         WHEN OG-BALCAO
012100             MOVE 2 TO WS-SUB-ORIGEM
012110         WHEN OG-RH
012120             MOVE 3 TO WS-SUB-ORIGEM
012130         WHEN OG-MANUTENCAO
012140             MOVE 4 TO WS-SUB-ORIGEM
012150         WHEN OTHER
012160             MOVE 5 TO WS-SUB-ORIGEM
012170     END-EVALUATE.
012180
012190 2060-EXIT.
012200     EXIT.
012210*-----------------------------------------------------------------
012220* 2100-GRAVA-MESTRE - MOVE OS DADOS DA PESSOA PARA O REGISTRO DO
012230* MESTRE E GRAVA O NOVO CADASTRO PELO E-MAIL (CHAVE), COM O
012240* CONSENTIMENTO CAPTADO NA INCLUSAO QUANDO A TRANSACAO O TRAZ
012250*-----------------------------------------------------------------
012260 2100-GRAVA-MESTRE.
012270
012280     MOVE WS-NOME                TO CM-NOME
012290     MOVE WS-IDADE               TO CM-IDADE
012300     MOVE WS-DATA-NASC           TO CM-DATA-NASC
012310     MOVE WS-EMAIL               TO CM-EMAIL
012320     MOVE WS-CLASSE              TO CM-CLASSE
012330     MOVE WS-CPF                 TO CM-CPF
012340     MOVE WS-TELEFONE            TO CM-TELEFONE
012350     MOVE WS-ENDERECO            TO CM-ENDERECO
012360     MOVE 'A'                    TO CM-SITUACAO
012370     MOVE ZEROS                  TO CM-DATA-INATIVACAO
012380     MOVE 'E'                    TO CM-ENTREGA
012390     MOVE ZEROS                  TO CM-DATA-DEVOLUCAO
012400
012410     IF WS-DADOS-CONSENTIMENTO = SPACES
012420         MOVE SPACES             TO CM-CONSENTIMENTO
012430         MOVE SPACES             TO CM-CANAL-CONSENTIMENTO
012440         MOVE ZEROS              TO CM-DATA-CONSENTIMENTO
012450     ELSE
012460         MOVE WS-CONSENTIMENTO   TO CM-CONSENTIMENTO
012470         MOVE WS-CANAL-CONSENTIMENTO
012480                                 TO CM-CANAL-CONSENTIMENTO
012490         MOVE WS-DATA-CONSENTIMENTO
012500                                 TO CM-DATA-CONSENTIMENTO
012510     END-IF
012520
012530     WRITE REG-CADASTRO-MESTRE.
012540
012550     IF WS-FS-MESTRE = '00'
012560         OR WS-FS-MESTRE = '02'
012570         MOVE 'G'                  TO WS-OP-JORNAL
012580         MOVE SPACES               TO WS-IMAGEM-ANTES
012590         MOVE REG-CADASTRO-MESTRE  TO WS-IMAGEM-DEPOIS
012600         PERFORM 2650-GRAVA-JORNAL THRU 2650-EXIT
012610     END-IF.
012620
012630     IF WS-FS-MESTRE NOT = '00'
012640         AND WS-FS-MESTRE NOT = '02'
012650         MOVE 'CADMEST ' TO WS-ARQUIVO-ERRO
012660         MOVE WS-FS-MESTRE TO WS-FS-ERRO
012670         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
012680     END-IF.
012690
012700 2100-EXIT.
012710     EXIT.
012720*-----------------------------------------------------------------
012730* 2150-GRAVA-EXPORTACAO - MONTA E GRAVA NO ARQUIVO DE EXPORTACAO
012740* UMA LINHA DELIMITADA POR VIRGULA (NOME,IDADE,EMAIL,CLASSE,CPF,
012750* TELEFONE,LOGRADOURO,NUMERO,BAIRRO,CIDADE,UF,CEP) PARA CADA
012760* CADASTRO ACEITO, PARA CONSUMO DE OUTROS SISTEMAS
012770*-----------------------------------------------------------------
012780 2150-GRAVA-EXPORTACAO.
012790
012800     MOVE 30 TO WS-IDX-TRIM
012810     PERFORM 2160-RETROCEDE-NOME THRU 2160-EXIT
012820         UNTIL WS-IDX-TRIM = 0
012830         OR WS-NOME(WS-IDX-TRIM:1) NOT = SPACE
012840     MOVE WS-IDX-TRIM TO WS-LEN-NOME
012850     IF WS-LEN-NOME = 0
012860         MOVE 1 TO WS-LEN-NOME
012870     END-IF
012880
012890     INITIALIZE WS-LEN-CLASSE
012900     INSPECT WS-CLASSE TALLYING WS-LEN-CLASSE
012910         FOR CHARACTERS BEFORE INITIAL SPACE
012920
012930     MOVE WS-END-LOGRADOURO TO WS-TRIM-CAMPO
012940     PERFORM 2170-TRIM-CAMPO THRU 2170-EXIT
012950     MOVE WS-LEN-CAMPO TO WS-LEN-LOGRADOURO
012960
012970     MOVE WS-END-NUMERO TO WS-TRIM-CAMPO
012980     PERFORM 2170-TRIM-CAMPO THRU 2170-EXIT
012990     MOVE WS-LEN-CAMPO TO WS-LEN-NUMERO
013000
013010     MOVE WS-END-BAIRRO TO WS-TRIM-CAMPO
013020     PERFORM 2170-TRIM-CAMPO THRU 2170-EXIT
013030     MOVE WS-LEN-CAMPO TO WS-LEN-BAIRRO
013040
013050     MOVE WS-END-CIDADE TO WS-TRIM-CAMPO
013060     PERFORM 2170-TRIM-CAMPO THRU 2170-EXIT
013070     MOVE WS-LEN-CAMPO TO WS-LEN-CIDADE
013080
013090     MOVE SPACES TO EXP-LINHA
013100     STRING WS-NOME(1:WS-LEN-NOME)       DELIMITED BY SIZE
013110         ','                             DELIMITED BY SIZE
013120         WS-IDADE                        DELIMITED BY SIZE
013130         ','                              DELIMITED BY SIZE
013140         WS-EMAIL(1:WS-LEN-EMAIL)        DELIMITED BY SIZE
013150         ','                              DELIMITED BY SIZE
013160         WS-CLASSE(1:WS-LEN-CLASSE)      DELIMITED BY SIZE
013170         ','                              DELIMITED BY SIZE
013180         WS-CPF                          DELIMITED BY SIZE
013190         ','                              DELIMITED BY SIZE
013200         WS-TELEFONE                     DELIMITED BY SIZE
013210         ','                              DELIMITED BY SIZE
013220         WS-END-LOGRADOURO(1:WS-LEN-LOGRADOURO)
013230                                         DELIMITED BY SIZE
013240         ','                              DELIMITED BY SIZE
013250         WS-END-NUMERO(1:WS-LEN-NUMERO)  DELIMITED BY SIZE
013260         ','                              DELIMITED BY SIZE
013270         WS-END-BAIRRO(1:WS-LEN-BAIRRO)  DELIMITED BY SIZE
013280         ','                              DELIMITED BY SIZE
013290         WS-END-CIDADE(1:WS-LEN-CIDADE)  DELIMITED BY SIZE
013300         ','                              DELIMITED BY SIZE
013310         WS-END-UF                       DELIMITED BY SIZE
013320         ','                              DELIMITED BY SIZE
013330         WS-END-CEP                      DELIMITED BY SIZE
013340         INTO EXP-LINHA
013350     END-STRING
013360
013370     WRITE REG-EXPORTACAO.
013380
013390     IF WS-FS-EXPORTACAO NOT = '00'
013400         MOVE 'EXPORTCL' TO WS-ARQUIVO-ERRO
013410         MOVE WS-FS-EXPORTACAO TO WS-FS-ERRO
013420         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
013430     END-IF.
013440
013450 2150-EXIT.
013460     EXIT.
013470*-----------------------------------------------------------------
013480* 2160-RETROCEDE-NOME - RETROCEDE UMA POSICAO NO INDICE DE CORTE
013490* DO NOME, USADO PARA LOCALIZAR O ULTIMO CARACTER NAO-BRANCO
013500*-----------------------------------------------------------------
013510 2160-RETROCEDE-NOME.
013520
013530     SUBTRACT 1 FROM WS-IDX-TRIM.
013540
013550 2160-EXIT.
013560     EXIT.
013570*-----------------------------------------------------------------
013580* 2170-TRIM-CAMPO - LOCALIZA O ULTIMO CARACTER NAO-BRANCO DE
013590* WS-TRIM-CAMPO E DEVOLVE O COMPRIMENTO UTIL EM WS-LEN-CAMPO
013600* (MINIMO 1), PARA A MONTAGEM DAS LINHAS DELIMITADAS
013610*-----------------------------------------------------------------
013620 2170-TRIM-CAMPO.
013630
013640     MOVE 30 TO WS-IDX-TRIM
013650     PERFORM 2180-RETROCEDE-CAMPO THRU 2180-EXIT
013660         UNTIL WS-IDX-TRIM = 0
013670         OR WS-TRIM-CAMPO(WS-IDX-TRIM:1) NOT = SPACE
013680     MOVE WS-IDX-TRIM TO WS-LEN-CAMPO
013690     IF WS-LEN-CAMPO = 0
013700         MOVE 1 TO WS-LEN-CAMPO
013710     END-IF.
013720
013730 2170-EXIT.
013740     EXIT.
013750*-----------------------------------------------------------------
013760* 2180-RETROCEDE-CAMPO - RETROCEDE UMA POSICAO NO INDICE DE CORTE
013770* DO CAMPO DE TRABALHO DO TRIM
013780*-----------------------------------------------------------------
013790 2180-RETROCEDE-CAMPO.
013800
013810     SUBTRACT 1 FROM WS-IDX-TRIM.
013820
013830 2180-EXIT.
013840     EXIT.
013850*-----------------------------------------------------------------
013860* 2200-VALIDA-EMAIL - VALIDA O FORMATO DO E-MAIL EM
013870* WS-EMAIL-VALIDA (CARREGADO PELO CHAMADOR): EXATAMENTE UM '@',
013880* NAO POSICIONADO NO PRIMEIRO OU NO ULTIMO CARACTER, E UM '.'
013890* PRESENTE NO DOMINIO APOS O '@'
013900*-----------------------------------------------------------------
013910 2200-VALIDA-EMAIL.
013920
013930     MOVE 'N' TO WS-SW-EMAIL-VALIDO
013940
013950     INITIALIZE WS-COUNT WS-POS-ARROBA WS-LEN-EMAIL
013960
013970     INSPECT WS-EMAIL-VALIDA TALLYING WS-COUNT FOR ALL '@'
013980     INSPECT WS-EMAIL-VALIDA TALLYING WS-POS-ARROBA
013990         FOR CHARACTERS BEFORE INITIAL '@'
014000     INSPECT WS-EMAIL-VALIDA TALLYING WS-LEN-EMAIL
014010         FOR CHARACTERS BEFORE INITIAL SPACE
014020
014030     IF WS-COUNT = 1
014040         AND WS-POS-ARROBA > 0
014050         AND WS-POS-ARROBA < WS-LEN-EMAIL - 1
014060         INITIALIZE WS-COUNT-PONTO
014070         INSPECT WS-EMAIL-VALIDA(WS-POS-ARROBA + 2 : )
014080             TALLYING WS-COUNT-PONTO FOR ALL '.'
014090         IF WS-COUNT-PONTO > 0
014100             SET EMAIL-FORMATO-VALIDO TO TRUE
014110         END-IF
014120     END-IF.
014130
014140 2200-EXIT.
014150     EXIT.
014160*-----------------------------------------------------------------
014170* 2250-VALIDA-CPF - VALIDA O CPF DA TRANSACAO CORRENTE: NUMERICO,
014180* NAO COMPOSTO DE UM UNICO DIGITO REPETIDO E COM OS DOIS DIGITOS
014190* VERIFICADORES CONFERIDOS (MODULO 11, PESOS 10..2 E 11..2)
014200*-----------------------------------------------------------------
014210 2250-VALIDA-CPF.
014220
014230     MOVE 'N' TO WS-SW-CPF-VALIDO
014240
014250     IF WS-CPF IS NOT NUMERIC
014260         GO TO 2250-EXIT
014270     END-IF
014280
014290     MOVE WS-CPF TO WS-CPF-NUMERO
014300
014310     MOVE 'S' TO WS-SW-CPF-REPETIDO
014320     PERFORM 2260-CONFERE-REPETIDO THRU 2260-EXIT
014330         VARYING WS-CPF-SUB FROM 2 BY 1
014340         UNTIL WS-CPF-SUB > 11
014350
014360     IF CPF-TODO-REPETIDO
014370         GO TO 2250-EXIT
014380     END-IF
014390
014400     MOVE ZEROS TO WS-CPF-SOMA
014410     MOVE 9 TO WS-CPF-LIMITE
014420     PERFORM 2270-ACUMULA-PESO THRU 2270-EXIT
014430         VARYING WS-CPF-SUB FROM 1 BY 1
014440         UNTIL WS-CPF-SUB > WS-CPF-LIMITE
014450
014460     DIVIDE WS-CPF-SOMA BY 11
014470         GIVING WS-CPF-PESO REMAINDER WS-CPF-RESTO
014480
014490     COMPUTE WS-CPF-DV1 = 11 - WS-CPF-RESTO
014500     IF WS-CPF-DV1 > 9
014510         MOVE ZEROS TO WS-CPF-DV1
014520     END-IF
014530
014540     MOVE ZEROS TO WS-CPF-SOMA
014550     MOVE 10 TO WS-CPF-LIMITE
014560     PERFORM 2270-ACUMULA-PESO THRU 2270-EXIT
014570         VARYING WS-CPF-SUB FROM 1 BY 1
014580         UNTIL WS-CPF-SUB > WS-CPF-LIMITE
014590
014600     DIVIDE WS-CPF-SOMA BY 11
014610         GIVING WS-CPF-PESO REMAINDER WS-CPF-RESTO
014620
014630     COMPUTE WS-CPF-DV2 = 11 - WS-CPF-RESTO
014640     IF WS-CPF-DV2 > 9
014650         MOVE ZEROS TO WS-CPF-DV2
014660     END-IF
014670
014680     IF WS-CPF-DIG(10) = WS-CPF-DV1
014690         AND WS-CPF-DIG(11) = WS-CPF-DV2
014700         SET CPF-DIGITOS-VALIDOS TO TRUE
014710     END-IF.
014720
014730 2250-EXIT.
014740     EXIT.
014750*-----------------------------------------------------------------
014760* 2260-CONFERE-REPETIDO - DESLIGA O SWITCH DE CPF REPETIDO QUANDO
014770* O DIGITO CORRENTE DIFERE DO PRIMEIRO
014780*-----------------------------------------------------------------
014790 2260-CONFERE-REPETIDO.
014800
014810     IF WS-CPF-DIG(WS-CPF-SUB) NOT = WS-CPF-DIG(1)
014820         MOVE 'N' TO WS-SW-CPF-REPETIDO
014830     END-IF.
014840
014850 2260-EXIT.
014860     EXIT.
014870*-----------------------------------------------------------------
014880* 2270-ACUMULA-PESO - ACUMULA O DIGITO CORRENTE MULTIPLICADO PELO
014890* PESO (LIMITE + 2 - POSICAO) NA SOMA DO DIGITO VERIFICADOR
014900*-----------------------------------------------------------------
014910 2270-ACUMULA-PESO.
014920
014930     COMPUTE WS-CPF-PESO = WS-CPF-LIMITE + 2 - WS-CPF-SUB
014940
014950     COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
014960         + WS-CPF-DIG(WS-CPF-SUB) * WS-CPF-PESO.
014970
014980 2270-EXIT.
014990     EXIT.
015000*-----------------------------------------------------------------
015010* 2300-VERIFICA-DUPLICIDADE - LE O MESTRE DIRETO PELA CHAVE
015020* CM-EMAIL PARA VERIFICAR SE O E-MAIL DA TRANSACAO CORRENTE JA
015030* ESTA CADASTRADO; QUANDO ESTA, O REGISTRO LIDO FICA DISPONIVEL
015040* EM REG-CADASTRO-MESTRE PARA ALTERACAO OU EXCLUSAO
015050*-----------------------------------------------------------------
015060 2300-VERIFICA-DUPLICIDADE.
015070
015080     MOVE 'N' TO WS-SW-EMAIL-DUPLICADO
015090
015100     MOVE WS-EMAIL TO CM-EMAIL
015110
015120     READ CADASTRO-MESTRE
015130         INVALID KEY
015140             CONTINUE
015150         NOT INVALID KEY
015160             SET EMAIL-JA-CADASTRADO TO TRUE
015170     END-READ.
015180
015190     IF WS-FS-MESTRE NOT = '00'
015200         AND WS-FS-MESTRE NOT = '23'
015210         MOVE 'CADMEST ' TO WS-ARQUIVO-ERRO
015220         MOVE WS-FS-MESTRE TO WS-FS-ERRO
015230         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
015240     END-IF.
015250
015260 2300-EXIT.
015270     EXIT.
015280*-----------------------------------------------------------------
015290* 2350-VERIFICA-CPF-ATIVO - PERCORRE O MESTRE PELA CHAVE
015300* ALTERNATIVA CM-CPF E LIGA O SWITCH DE CPF EM USO QUANDO O CPF DA
015310* TRANSACAO CORRENTE PERTENCE A UM CADASTRO ATIVO DE OUTRO E-MAIL
015320* (GUARDADO EM WS-EMAIL-CPF); CPF ZERADO, DOS CADASTROS ANTERIORES
015330* AO CPF, NAO E CONFERIDO. A LEITURA SOBREPOE REG-CADASTRO-MESTRE:
015340* O CHAMADOR QUE JA TINHA UM REGISTRO LIDO DEVE GUARDA-LO ANTES E
015350* RESTAURA-LO DEPOIS
015360*-----------------------------------------------------------------
015370 2350-VERIFICA-CPF-ATIVO.
015380
015390     MOVE 'N' TO WS-SW-CPF-EM-USO
015400     MOVE 'N' TO WS-SW-FIM-CPF
015410     MOVE SPACES TO WS-EMAIL-CPF
015420
015430     IF WS-CPF = ZEROS
015440         GO TO 2350-EXIT
015450     END-IF
015460
015470     MOVE WS-CPF TO CM-CPF
015480
015490     START CADASTRO-MESTRE KEY IS EQUAL TO CM-CPF
015500         INVALID KEY
015510             SET FIM-CPF TO TRUE
015520     END-START
015530
015540     IF WS-FS-MESTRE NOT = '00'
015550         AND WS-FS-MESTRE NOT = '23'
015560         MOVE 'CADMEST ' TO WS-ARQUIVO-ERRO
015570         MOVE WS-FS-MESTRE TO WS-FS-ERRO
015580         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
015590     END-IF
015600
015610     PERFORM 2360-LER-PROXIMO-CPF THRU 2360-EXIT
015620         UNTIL FIM-CPF
015630         OR CPF-EM-USO.
015640
015650 2350-EXIT.
015660     EXIT.
015670*-----------------------------------------------------------------
015680* 2360-LER-PROXIMO-CPF - LE O PROXIMO REGISTRO NA ORDEM DA CHAVE
015690* ALTERNATIVA; ENCERRA O PERCURSO QUANDO O CPF MUDA OU O ARQUIVO
015700* ACABA E LIGA O SWITCH DE CPF EM USO NO PRIMEIRO CADASTRO ATIVO
015710* DE OUTRO E-MAIL (FILE STATUS 02 = HA OUTROS COM O MESMO CPF)
015720*-----------------------------------------------------------------
015730 2360-LER-PROXIMO-CPF.
015740
015750     READ CADASTRO-MESTRE NEXT RECORD
015760         AT END
015770             SET FIM-CPF TO TRUE
015780             GO TO 2360-EXIT
015790     END-READ
015800
015810     IF WS-FS-MESTRE NOT = '00'
015820         AND WS-FS-MESTRE NOT = '02'
015830         MOVE 'CADMEST ' TO WS-ARQUIVO-ERRO
015840         MOVE WS-FS-MESTRE TO WS-FS-ERRO
015850         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
015860     END-IF
015870
015880     IF CM-CPF NOT = WS-CPF
015890         SET FIM-CPF TO TRUE
015900         GO TO 2360-EXIT
015910     END-IF
015920
015930     IF CM-ATIVO
015940         AND CM-EMAIL NOT = WS-EMAIL
015950         SET CPF-EM-USO TO TRUE
015960         MOVE CM-EMAIL TO WS-EMAIL-CPF
015970     END-IF.
015980
015990 2360-EXIT.
016000     EXIT.
016010*-----------------------------------------------------------------
016020* 2400-CLASSIFICA-IDADE - CALCULA A IDADE NA DATA DO
016030* PROCESSAMENTO, CLASSIFICA NA FAIXA ETARIA E ACUMULA OS TOTAIS
016040* POR FAIXA E DE MENOR/MAIOR DE IDADE
016050*-----------------------------------------------------------------
016060 2400-CLASSIFICA-IDADE.
016070
016080     PERFORM 2410-CALCULA-IDADE THRU 2410-EXIT
016090
016100     EVALUATE TRUE
016110         WHEN WS-IDADE < 12
016120             MOVE 'CRIANCA'              TO WS-CLASSE
016130             ADD 1 TO WS-QTD-CRIANCA
016140         WHEN WS-IDADE < 18
016150             MOVE 'ADOLESCENTE'          TO WS-CLASSE
016160             ADD 1 TO WS-QTD-ADOLESCENTE
016170         WHEN WS-IDADE < 60
016180             MOVE 'ADULTO'               TO WS-CLASSE
016190             ADD 1 TO WS-QTD-ADULTO
016200         WHEN OTHER
016210             MOVE 'IDOSO'                TO WS-CLASSE
016220             ADD 1 TO WS-QTD-IDOSO
016230     END-EVALUATE
016240
016250     IF WS-IDADE < 18
016260         ADD 1 TO WS-QTD-MENOR-IDADE
016270     ELSE
016280         ADD 1 TO WS-QTD-MAIOR-IDADE
016290     END-IF.
016300
016310 2400-EXIT.
016320     EXIT.
016330*-----------------------------------------------------------------
016340* 2410-CALCULA-IDADE - CALCULA A IDADE EM ANOS COMPLETOS ENTRE A
016350* DATA DE NASCIMENTO DA TRANSACAO E A DATA DO PROCESSAMENTO,
016360* LIMITADA A 99 POR CAUSA DO FORMATO DE DOIS DIGITOS DO MESTRE
016370*-----------------------------------------------------------------
016380 2410-CALCULA-IDADE.
016390
016400     MOVE WS-DATA-PROCESSO(1:4)  TO WS-ANO-PROCESSO
016410     MOVE WS-DATA-NASC(1:4)      TO WS-ANO-NASC
016420
016430     COMPUTE WS-IDADE-CALC = WS-ANO-PROCESSO - WS-ANO-NASC
016440
016450     IF WS-DATA-PROCESSO(5:4) < WS-DATA-NASC(5:4)
016460         SUBTRACT 1 FROM WS-IDADE-CALC
016470     END-IF
016480
016490     IF WS-IDADE-CALC > 99
016500         MOVE 99 TO WS-IDADE-CALC
016510     END-IF
016520
016530     IF WS-IDADE-CALC < 0
016540         MOVE 0 TO WS-IDADE-CALC
016550     END-IF
016560
016570     MOVE WS-IDADE-CALC TO WS-IDADE.
016580
016590 2410-EXIT.
016600     EXIT.
016610*-----------------------------------------------------------------
016620* 2450-VALIDA-CONSENTIMENTO - VALIDA O CONSENTIMENTO DA TRANSACAO
016630* CORRENTE: VALOR S OU N, CANAL B (BUREAU), C (BALCAO CD55) OU T
016640* (PEDIDO DO TITULAR) E DATA VALIDA NAO POSTERIOR A DATA DO
016650* PROCESSAMENTO
016660*-----------------------------------------------------------------
016670 2450-VALIDA-CONSENTIMENTO.
016680
016690     MOVE 'N' TO WS-SW-CONSENT-VALIDO
016700
016710     IF NOT CONSENT-OPT-IN
016720         AND NOT CONSENT-OPT-OUT
016730         GO TO 2450-EXIT
016740     END-IF
016750
016760     IF NOT CANAL-CONSENT-VALIDO
016770         GO TO 2450-EXIT
016780     END-IF
016790
016800     IF WS-DATA-CONSENTIMENTO IS NOT NUMERIC
016810         OR WS-CONSENT-ANO < 1900
016820         OR WS-CONSENT-MES < 01
016830         OR WS-CONSENT-MES > 12
016840         OR WS-CONSENT-DIA < 01
016850         OR WS-CONSENT-DIA > 31
016860         GO TO 2450-EXIT
016870     END-IF
016880
016890     IF WS-DATA-CONSENTIMENTO(1:8) > WS-DATA-PROCESSO
016900         GO TO 2450-EXIT
016910     END-IF
016920
016930     SET CONSENTIMENTO-VALIDO TO TRUE.
016940
016950 2450-EXIT.
016960     EXIT.
016970*-----------------------------------------------------------------
016980* 2460-VALIDA-ENDERECO - CRITICA O ENDERECO DA INCLUSAO OU DA
016990* ALTERACAO CONTRA A BASE DE CEP DOS CORREIOS (CEPREF): A UF
017000* INFORMADA DEVE CONSTAR DA TABELA UFTAB E O CEP DEVE EXISTIR NA
017010* BASE. ENDERECO NAO INFORMADO (CEP ZERADO E LOGRADOURO, CIDADE
017020* E UF EM BRANCO, COMO NOS CADASTROS ANTIGOS) NAO E CRITICADO.
017030* O CEP LOCALIZADO FICA NO REGISTRO DA BASE PARA A PADRONIZACAO
017040* DO 2470 QUANDO A TRANSACAO FOR ACEITA
017050*-----------------------------------------------------------------
017060 2460-VALIDA-ENDERECO.
017070
017080     SET ENDERECO-VALIDO TO TRUE
017090     MOVE 'N' TO WS-SW-CEP-LOCALIZADO
017100
017110     IF WS-END-CEP = ZEROS
017120         AND WS-END-LOGRADOURO = SPACES
017130         AND WS-END-CIDADE = SPACES
017140         AND WS-END-UF = SPACES
017150         GO TO 2460-EXIT
017160     END-IF
017170
017180     IF WS-END-UF NOT = SPACES
017190         MOVE WS-END-UF TO UF-SIGLA
017200         IF NOT UF-VALIDA
017210             SET ENDERECO-UF-INVALIDA TO TRUE
017220             GO TO 2460-EXIT
017230         END-IF
017240     END-IF
017250
017260     IF WS-END-CEP IS NOT NUMERIC
017270         OR WS-END-CEP = ZEROS
017280         SET ENDERECO-CEP-INEXISTENTE TO TRUE
017290         GO TO 2460-EXIT
017300     END-IF
017310
017320     MOVE WS-END-CEP TO CE-CEP
017330
017340     READ ARQ-CEP
017350         INVALID KEY
017360             SET ENDERECO-CEP-INEXISTENTE TO TRUE
017370             GO TO 2460-EXIT
017380     END-READ
017390
017400     IF WS-FS-CEP NOT = '00'
017410         MOVE 'CEPREF  ' TO WS-ARQUIVO-ERRO
017420         MOVE WS-FS-CEP TO WS-FS-ERRO
017430         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
017440     END-IF
017450
017460     SET CEP-LOCALIZADO TO TRUE.
017470
017480 2460-EXIT.
017490     EXIT.
017500*-----------------------------------------------------------------
017510* 2470-PADRONIZA-ENDERECO - NA TRANSACAO ACEITA, COMPLETA OU
017520* CORRIGE A CIDADE E A UF PELA BASE DE CEP E O BAIRRO QUANDO O
017530* CEP E DE LOGRADOURO (O CEP GERAL DE LOCALIDADE NAO TEM
017540* BAIRRO: VALE O INFORMADO). CIDADE OU UF INFORMADA QUE DIFERE
017550* DA DO CEP E SINALIZADA NO RELATORIO COMO ENDERECO DIVERGENTE
017560*-----------------------------------------------------------------
017570 2470-PADRONIZA-ENDERECO.
017580
017590     IF NOT CEP-LOCALIZADO
017600         GO TO 2470-EXIT
017610     END-IF
017620
017630     MOVE WS-END-CIDADE TO WS-CIDADE-INFORMADA
017640     MOVE WS-END-UF     TO WS-UF-INFORMADA
017650     INSPECT WS-CIDADE-INFORMADA
017660         CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
017670
017680     IF (WS-CIDADE-INFORMADA NOT = SPACES
017690         AND WS-CIDADE-INFORMADA NOT = CE-CIDADE)
017700         OR (WS-UF-INFORMADA NOT = SPACES
017710         AND WS-UF-INFORMADA NOT = CE-UF)
017720         ADD 1 TO WS-QTD-END-DIVERGENTE
017730         DISPLAY '| AVISO: CIDADE/UF DIFERENTE DA DO CEP '
017740             WS-END-CEP
017750         DISPLAY '| INFORMADO: ' WS-END-CIDADE '/' WS-END-UF
017760         DISPLAY '| CORRIGIDO: ' CE-CIDADE '/' CE-UF
017770     END-IF
017780
017790     MOVE CE-CIDADE TO WS-END-CIDADE
017800     MOVE CE-UF     TO WS-END-UF
017810
017820     IF CE-BAIRRO NOT = SPACES
017830         MOVE CE-BAIRRO TO WS-END-BAIRRO
017840     END-IF
017850
017860     ADD 1 TO WS-QTD-END-PADRONIZADO.
017870
017880 2470-EXIT.
017890     EXIT.
017900*-----------------------------------------------------------------
017910* 2500-GRAVA-REJEITO - GRAVA A TRANSACAO REJEITADA NO ARQUIVO DE
017920* REJEITOS, NO MESMO LAYOUT DE REG-TRANSACAO MAIS O CODIGO DO
017930* MOTIVO, PARA CORRECAO E REAPRESENTACAO NO LOTE SEGUINTE; CONTA
017940* O REJEITO NA ORIGEM DA TRANSACAO
017950*-----------------------------------------------------------------
017960 2500-GRAVA-REJEITO.
017970
017980     MOVE WS-CODIGO              TO RJ-CODIGO
017990     MOVE WS-NOME                TO RJ-NOME
018000     MOVE WS-DATA-NASC           TO RJ-DATA-NASC
018010     MOVE WS-EMAIL               TO RJ-EMAIL
018020     MOVE WS-CPF                 TO RJ-CPF
018030     MOVE WS-TELEFONE            TO RJ-TELEFONE
018040     MOVE WS-ENDERECO            TO RJ-ENDERECO
018050     MOVE WS-EMAIL-NOVO          TO RJ-EMAIL-NOVO
018060     MOVE WS-DATA-EFETIVA        TO RJ-DATA-EFETIVA
018070     MOVE WS-ORIGEM              TO RJ-ORIGEM
018080     MOVE WS-MOTIVO-REJEITO      TO RJ-MOTIVO
018090
018100     ADD 1 TO WS-ORG-REJEITADOS(WS-SUB-ORIGEM)
018110
018120     WRITE REG-REJEITO.
018130
018140     IF WS-FS-REJEITOS NOT = '00'
018150         MOVE 'REJEITOS' TO WS-ARQUIVO-ERRO
018160         MOVE WS-FS-REJEITOS TO WS-FS-ERRO
018170         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
018180     END-IF.
018190
018200     PERFORM 2550-REGISTRA-SUSPENSO THRU 2550-EXIT.
018210
018220 2500-EXIT.
018230     EXIT.
018240*-----------------------------------------------------------------
018250* 2550-REGISTRA-SUSPENSO - ABRE NO ARQUIVO DE PENDENCIAS O ITEM DO
018260* E-MAIL E TIPO DA TRANSACAO REJEITADA; ITEM JA ABERTO RECEBE O
018270* MOTIVO DA ULTIMA REJEICAO E SOMA A REINCIDENCIA, E ITEM JA
018280* RESOLVIDO E REABERTO COM A DATA DE HOJE
018290*-----------------------------------------------------------------
018300 2550-REGISTRA-SUSPENSO.
018310
018320     MOVE WS-EMAIL               TO SP-EMAIL
018330     MOVE WS-CODIGO              TO SP-CODIGO
018340
018350     READ ARQ-SUSPENSO
018360         INVALID KEY
018370             PERFORM 2570-ABRE-SUSPENSO THRU 2570-EXIT
018380             ADD 1 TO WS-QTD-SUSP-ABERTOS
018390             WRITE REG-SUSPENSO
018400             GO TO 2550-CONFERE
018410     END-READ
018420
018430     IF WS-FS-SUSPENSO NOT = '00'
018440         MOVE 'SUSPREJ ' TO WS-ARQUIVO-ERRO
018450         MOVE WS-FS-SUSPENSO TO WS-FS-ERRO
018460         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
018470     END-IF
018480
018490     IF SP-RESOLVIDO
018500         PERFORM 2570-ABRE-SUSPENSO THRU 2570-EXIT
018510         ADD 1 TO WS-QTD-SUSP-ABERTOS
018520     ELSE
018530         MOVE WS-MOTIVO-REJEITO  TO SP-MOTIVO
018540         MOVE WS-DATA-PROCESSO   TO SP-DATA-ULT-REJEICAO
018550         ADD 1 TO SP-QTD-REJEICOES
018560         ADD 1 TO WS-QTD-SUSP-REINCIDENTES
018570     END-IF
018580
018590     REWRITE REG-SUSPENSO.
018600
018610 2550-CONFERE.
018620
018630     IF WS-FS-SUSPENSO NOT = '00'
018640         MOVE 'SUSPREJ ' TO WS-ARQUIVO-ERRO
018650         MOVE WS-FS-SUSPENSO TO WS-FS-ERRO
018660         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
018670     END-IF.
018680
018690 2550-EXIT.
018700     EXIT.
018710*-----------------------------------------------------------------
018720* 2560-BAIXA-SUSPENSO - BAIXA O ITEM ABERTO DO E-MAIL E TIPO DA
018730* TRANSACAO ACEITA, COM A DATA DE HOJE, A HORA DE INICIO DESTA
018740* EXECUCAO E A SEQUENCIA DA TRANSACAO (A MESMA DA AUDITORIA);
018750* SEM ITEM ABERTO NAO HA O QUE BAIXAR
018760*-----------------------------------------------------------------
018770 2560-BAIXA-SUSPENSO.
018780
018790     MOVE WS-EMAIL               TO SP-EMAIL
018800     MOVE WS-CODIGO              TO SP-CODIGO
018810
018820     READ ARQ-SUSPENSO
018830         INVALID KEY
018840             GO TO 2560-EXIT
018850     END-READ
018860
018870     IF WS-FS-SUSPENSO NOT = '00'
018880         MOVE 'SUSPREJ ' TO WS-ARQUIVO-ERRO
018890         MOVE WS-FS-SUSPENSO TO WS-FS-ERRO
018900         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
018910     END-IF
018920
018930     IF NOT SP-ABERTO
018940         GO TO 2560-EXIT
018950     END-IF
018960
018970     SET SP-RESOLVIDO TO TRUE
018980     MOVE WS-DATA-PROCESSO       TO SP-DATA-RESOLUCAO
018990     MOVE WS-HORA-INICIO         TO SP-HORA-EXEC-RESOLUCAO
019000     MOVE WS-SEQ-TRANSACAO       TO SP-SEQ-RESOLUCAO
019010     ADD 1 TO WS-QTD-SUSP-RESOLVIDOS
019020
019030     REWRITE REG-SUSPENSO
019040
019050     IF WS-FS-SUSPENSO NOT = '00'
019060         MOVE 'SUSPREJ ' TO WS-ARQUIVO-ERRO
019070         MOVE WS-FS-SUSPENSO TO WS-FS-ERRO
019080         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
019090     END-IF.
019100
019110 2560-EXIT.
019120     EXIT.
019130*-----------------------------------------------------------------
019140* 2570-ABRE-SUSPENSO - MONTA O ITEM ABERTO HOJE COM O MOTIVO DA
019150* REJEICAO CORRENTE (A CHAVE JA ESTA NO REGISTRO)
019160*-----------------------------------------------------------------
019170 2570-ABRE-SUSPENSO.
019180
019190     SET SP-ABERTO TO TRUE
019200     MOVE WS-MOTIVO-REJEITO      TO SP-MOTIVO
019210     MOVE 1                      TO SP-QTD-REJEICOES
019220     MOVE WS-DATA-PROCESSO       TO SP-DATA-ABERTURA
019230     MOVE WS-DATA-PROCESSO       TO SP-DATA-ULT-REJEICAO
019240     MOVE SPACES                 TO SP-DATA-RESOLUCAO
019250     MOVE SPACES                 TO SP-HORA-EXEC-RESOLUCAO
019260     MOVE ZEROS                  TO SP-SEQ-RESOLUCAO
019270     MOVE SPACES                 TO SP-DATA-ALERTA.
019280
019290 2570-EXIT.
019300     EXIT.
019310*-----------------------------------------------------------------
019320* 2600-GRAVA-AUDITORIA - GRAVA NO ARQUIVO DE AUDITORIA UM REGISTRO
019330* DATADO E HORARIZADO DE CADA TENTATIVA DE MANUTENCAO, VALIDA OU
019340* NAO, COM O TIPO E A ORIGEM DA TRANSACAO
019350*-----------------------------------------------------------------
019360 2600-GRAVA-AUDITORIA.
019370
019380     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
019390     ACCEPT WS-HORA-SISTEMA FROM TIME
019400
019410     MOVE WS-DATA-SISTEMA        TO AU-DATA
019420     MOVE WS-HORA-SISTEMA        TO AU-HORA
019430     MOVE WS-SEQ-TRANSACAO       TO AU-SEQUENCIA
019440     MOVE WS-CODIGO              TO AU-TIPO
019450     MOVE WS-NOME                TO AU-NOME
019460     MOVE WS-IDADE               TO AU-IDADE
019470     MOVE WS-DATA-NASC           TO AU-DATA-NASC
019480     MOVE WS-EMAIL               TO AU-EMAIL
019490     MOVE WS-CLASSE              TO AU-CLASSE
019500     MOVE WS-STATUS-REGISTRO     TO AU-STATUS
019510     MOVE WS-CPF                 TO AU-CPF
019520     MOVE WS-TELEFONE            TO AU-TELEFONE
019530     MOVE WS-ENDERECO            TO AU-ENDERECO
019540     MOVE WS-EMAIL-NOVO          TO AU-EMAIL-NOVO
019550     MOVE WS-ORIGEM              TO AU-ORIGEM
019560
019570     PERFORM 2610-ENCADEIA-AUDITORIA THRU 2610-EXIT
019580
019590     WRITE REG-AUDITORIA.
019600
019610     IF WS-FS-AUDITORIA NOT = '00'
019620         MOVE 'AUDITLOG' TO WS-ARQUIVO-ERRO
019630         MOVE WS-FS-AUDITORIA TO WS-FS-ERRO
019640         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
019650     END-IF.
019660
019670     MOVE SPACES                 TO REG-CADEIA
019680     MOVE 'AUDITLOG'             TO CD-CHAVE
019690     MOVE WS-CA-SEQUENCIA        TO CD-ULT-SEQUENCIA
019700     MOVE WS-CA-HASH             TO CD-ULT-HASH
019710     PERFORM 2690-ATUALIZA-CADEIA THRU 2690-EXIT.
019720
019730 2600-EXIT.
019740     EXIT.
019750*-----------------------------------------------------------------
019760* 2610-ENCADEIA-AUDITORIA - PREENCHE A AREA AU-CADEIA DO REGISTRO
019770* DE AUDITORIA MONTADO: PROXIMA SEQUENCIA DA CADEIA, HASH DO
019780* REGISTRO ANTERIOR, HASH DOS DADOS PESSOAIS E HASH DO REGISTRO,
019790* CALCULADO COM OS DADOS PESSOAIS EM BRANCO (VER CADEREG)
019800*-----------------------------------------------------------------
019810 2610-ENCADEIA-AUDITORIA.
019820
019830     MOVE SPACES                 TO WS-HASH-DADOS-PESSOAIS
019840     MOVE AU-NOME                TO WS-HP-NOME(1)
019850     MOVE AU-CPF                 TO WS-HP-CPF(1)
019860     MOVE AU-TELEFONE            TO WS-HP-TELEFONE(1)
019870     MOVE AU-ENDERECO            TO WS-HP-ENDERECO(1)
019880
019890     MOVE WS-HASH-DADOS-PESSOAIS TO WS-HASH-AREA
019900     MOVE 274                    TO WS-HASH-TAMANHO
019910     PERFORM 2620-CALCULA-HASH THRU 2620-EXIT
019920     MOVE WS-HASH-RESULTADO      TO AU-HASH-PESSOAL
019930
019940     ADD 1                       TO WS-CA-SEQUENCIA
019950     MOVE WS-CA-SEQUENCIA        TO AU-SEQ-CADEIA
019960     MOVE WS-CA-HASH             TO AU-HASH-ANTERIOR
019970
019980     MOVE AU-HASH-ANTERIOR       TO WS-HE-ANTERIOR
019990     MOVE AU-SEQ-CADEIA          TO WS-HE-SEQUENCIA
020000     MOVE AU-HASH-PESSOAL        TO WS-HE-PESSOAL
020010
020020     MOVE REG-AUDITORIA          TO WS-HASH-AREA
020030     MOVE SPACES                 TO AU-NOME
020040     MOVE ZEROS                  TO AU-CPF
020050     MOVE SPACES                 TO AU-TELEFONE
020060     MOVE SPACES                 TO AU-ENDERECO
020070     MOVE REG-AUDITORIA(1:263)   TO WS-HE-REGISTRO
020080     MOVE WS-HASH-AREA(1:333)    TO REG-AUDITORIA
020090
020100     MOVE WS-HASH-ENTRADA        TO WS-HASH-AREA
020110     MOVE 523                    TO WS-HASH-TAMANHO
020120     PERFORM 2620-CALCULA-HASH THRU 2620-EXIT
020130     MOVE WS-HASH-RESULTADO      TO AU-HASH-REGISTRO
020140     MOVE WS-HASH-RESULTADO      TO WS-CA-HASH.
020150
020160 2610-EXIT.
020170     EXIT.
020180*-----------------------------------------------------------------
020190* 2620-CALCULA-HASH - CALCULA O HASH DE 20 DIGITOS DOS PRIMEIROS
020200* WS-HASH-TAMANHO BYTES DE WS-HASH-AREA (VER CADEREG)
020210*-----------------------------------------------------------------
020220 2620-CALCULA-HASH.
020230
020240     MOVE ZEROS                  TO WS-HASH-ACUM1
020250     MOVE ZEROS                  TO WS-HASH-ACUM2
020260
020270     PERFORM 2630-ACUMULA-BYTE THRU 2630-EXIT
020280         VARYING WS-HASH-POS FROM 1 BY 1
020290         UNTIL WS-HASH-POS > WS-HASH-TAMANHO
020300
020310     MOVE WS-HASH-ACUM1          TO WS-HASH-H1
020320     MOVE WS-HASH-ACUM2          TO WS-HASH-H2.
020330
020340 2620-EXIT.
020350     EXIT.
020360*-----------------------------------------------------------------
020370* 2630-ACUMULA-BYTE - ACUMULA O BYTE CORRENTE DA AREA NAS DUAS
020380* METADES DO HASH; O BYTE E LIDO COMO BINARIO PELA REDEFINICAO DE
020390* WS-HASH-BYTE-BINARIO
020400*-----------------------------------------------------------------
020410 2630-ACUMULA-BYTE.
020420
020430     MOVE WS-HASH-AREA(WS-HASH-POS:1) TO WS-HASH-BYTE
020440
020450     COMPUTE WS-HASH-ACUM1 = WS-HASH-ACUM1 * 257
020460         + WS-HASH-BYTE-BINARIO + 1
020470     DIVIDE WS-HASH-ACUM1 BY 2147483647
020480         GIVING WS-HASH-QUOCIENTE REMAINDER WS-HASH-RESTO
020490     MOVE WS-HASH-RESTO          TO WS-HASH-ACUM1
020500
020510     COMPUTE WS-HASH-ACUM2 = WS-HASH-ACUM2 * 263
020520         + WS-HASH-BYTE-BINARIO + WS-HASH-POS
020530     DIVIDE WS-HASH-ACUM2 BY 999999937
020540         GIVING WS-HASH-QUOCIENTE REMAINDER WS-HASH-RESTO
020550     MOVE WS-HASH-RESTO          TO WS-HASH-ACUM2.
020560
020570 2630-EXIT.
020580     EXIT.
020590*-----------------------------------------------------------------
020600* 2650-GRAVA-JORNAL - GRAVA NO JORNAL DE IMAGENS UM REGISTRO
020610* DATADO COM A OPERACAO FISICA APLICADA AO MESTRE (G/R/E) E AS
020620* IMAGENS ANTES E DEPOIS PREPARADAS PELO CHAMADOR, PARA A
020630* RECUPERACAO AVANTE PELO STMCAD070
020640*-----------------------------------------------------------------
020650 2650-GRAVA-JORNAL.
020660
020670     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
020680     ACCEPT WS-HORA-SISTEMA FROM TIME
020690
020700     MOVE WS-DATA-SISTEMA        TO JN-DATA
020710     MOVE WS-HORA-SISTEMA        TO JN-HORA
020720     MOVE WS-SEQ-TRANSACAO       TO JN-SEQUENCIA
020730     MOVE WS-OP-JORNAL           TO JN-OPERACAO
020740     MOVE WS-IMAGEM-ANTES        TO JN-IMAGEM-ANTES
020750     MOVE WS-IMAGEM-DEPOIS       TO JN-IMAGEM-DEPOIS
020760
020770     PERFORM 2660-ENCADEIA-JORNAL THRU 2660-EXIT
020780
020790     WRITE REG-JORNAL.
020800
020810     IF WS-FS-JORNAL NOT = '00'
020820         MOVE 'JRNMEST ' TO WS-ARQUIVO-ERRO
020830         MOVE WS-FS-JORNAL TO WS-FS-ERRO
020840         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
020850     END-IF.
020860
020870     MOVE SPACES                 TO REG-CADEIA
020880     MOVE 'JRNMEST '             TO CD-CHAVE
020890     MOVE WS-CJ-SEQUENCIA        TO CD-ULT-SEQUENCIA
020900     MOVE WS-CJ-HASH             TO CD-ULT-HASH
020910     PERFORM 2690-ATUALIZA-CADEIA THRU 2690-EXIT.
020920
020930 2650-EXIT.
020940     EXIT.
020950*-----------------------------------------------------------------
020960* 2660-ENCADEIA-JORNAL - PREENCHE A AREA JN-CADEIA DO REGISTRO DO
020970* JORNAL MONTADO: PROXIMA SEQUENCIA DA CADEIA, HASH DO REGISTRO
020980* ANTERIOR, HASH DOS DADOS PESSOAIS DAS DUAS IMAGENS E HASH DO
020990* REGISTRO, CALCULADO COM OS DADOS PESSOAIS EM BRANCO (VER
021000* CADEREG)
021010*-----------------------------------------------------------------
021020 2660-ENCADEIA-JORNAL.
021030
021040     MOVE JN-AN-NOME             TO WS-HP-NOME(1)
021050     MOVE JN-AN-CPF              TO WS-HP-CPF(1)
021060     MOVE JN-AN-TELEFONE         TO WS-HP-TELEFONE(1)
021070     MOVE JN-AN-ENDERECO         TO WS-HP-ENDERECO(1)
021080     MOVE JN-DP-NOME             TO WS-HP-NOME(2)
021090     MOVE JN-DP-CPF              TO WS-HP-CPF(2)
021100     MOVE JN-DP-TELEFONE         TO WS-HP-TELEFONE(2)
021110     MOVE JN-DP-ENDERECO         TO WS-HP-ENDERECO(2)
021120
021130     MOVE WS-HASH-DADOS-PESSOAIS TO WS-HASH-AREA
021140     MOVE 274                    TO WS-HASH-TAMANHO
021150     PERFORM 2620-CALCULA-HASH THRU 2620-EXIT
021160     MOVE WS-HASH-RESULTADO      TO JN-HASH-PESSOAL
021170
021180     ADD 1                       TO WS-CJ-SEQUENCIA
021190     MOVE WS-CJ-SEQUENCIA        TO JN-SEQ-CADEIA
021200     MOVE WS-CJ-HASH             TO JN-HASH-ANTERIOR
021210
021220     MOVE JN-HASH-ANTERIOR       TO WS-HE-ANTERIOR
021230     MOVE JN-SEQ-CADEIA          TO WS-HE-SEQUENCIA
021240     MOVE JN-HASH-PESSOAL        TO WS-HE-PESSOAL
021250
021260     MOVE SPACES                 TO JN-AN-NOME
021270     MOVE SPACES                 TO JN-AN-CPF
021280     MOVE SPACES                 TO JN-AN-TELEFONE
021290     MOVE SPACES                 TO JN-AN-ENDERECO
021300     MOVE SPACES                 TO JN-DP-NOME
021310     MOVE SPACES                 TO JN-DP-CPF
021320     MOVE SPACES                 TO JN-DP-TELEFONE
021330     MOVE SPACES                 TO JN-DP-ENDERECO
021340     MOVE REG-JORNAL(1:473)      TO WS-HE-REGISTRO
021350     MOVE WS-HP-NOME(1)          TO JN-AN-NOME
021360     MOVE WS-HP-CPF(1)           TO JN-AN-CPF
021370     MOVE WS-HP-TELEFONE(1)      TO JN-AN-TELEFONE
021380     MOVE WS-HP-ENDERECO(1)      TO JN-AN-ENDERECO
021390     MOVE WS-HP-NOME(2)          TO JN-DP-NOME
021400     MOVE WS-HP-CPF(2)           TO JN-DP-CPF
021410     MOVE WS-HP-TELEFONE(2)      TO JN-DP-TELEFONE
021420     MOVE WS-HP-ENDERECO(2)      TO JN-DP-ENDERECO
021430
021440     MOVE WS-HASH-ENTRADA        TO WS-HASH-AREA
021450     MOVE 523                    TO WS-HASH-TAMANHO
021460     PERFORM 2620-CALCULA-HASH THRU 2620-EXIT
021470     MOVE WS-HASH-RESULTADO      TO JN-HASH-REGISTRO
021480     MOVE WS-HASH-RESULTADO      TO WS-CJ-HASH.
021490
021500 2660-EXIT.
021510     EXIT.
021520*-----------------------------------------------------------------
021530* 2670-GRAVA-CONSENTIMENTO - GRAVA NO HISTORICO DE CONSENTIMENTO
021540* UM REGISTRO DATADO COM O CONSENTIMENTO NOVO DA TRANSACAO E O
021550* ESTADO ANTERIOR DO MESTRE (PREPARADO PELO CHAMADOR), QUE PROVA
021560* QUANDO O CONSENTIMENTO FOI DADO OU RETIRADO
021570*-----------------------------------------------------------------
021580 2670-GRAVA-CONSENTIMENTO.
021590
021600     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
021610     ACCEPT WS-HORA-SISTEMA FROM TIME
021620
021630     MOVE WS-DATA-SISTEMA          TO CS-DATA
021640     MOVE WS-HORA-SISTEMA          TO CS-HORA
021650     MOVE WS-SEQ-TRANSACAO         TO CS-SEQUENCIA
021660     MOVE WS-CODIGO                TO CS-ORIGEM
021670     MOVE WS-EMAIL                 TO CS-EMAIL
021680     MOVE WS-CPF                   TO CS-CPF
021690     MOVE WS-CONSENTIMENTO         TO CS-CONSENTIMENTO
021700     MOVE WS-CANAL-CONSENTIMENTO   TO CS-CANAL
021710     MOVE WS-DATA-CONSENTIMENTO    TO CS-DATA-CONSENTIMENTO
021720     MOVE WS-CONSENT-ANTERIOR      TO CS-CONSENT-ANTERIOR
021730     MOVE WS-CANAL-ANTERIOR        TO CS-CANAL-ANTERIOR
021740     MOVE WS-DATA-CONSENT-ANTERIOR TO CS-DATA-ANTERIOR
021750
021760     WRITE REG-CONSENTIMENTO.
021770
021780     IF WS-FS-CONSENTIMENTO NOT = '00'
021790         MOVE 'CONSHIST' TO WS-ARQUIVO-ERRO
021800         MOVE WS-FS-CONSENTIMENTO TO WS-FS-ERRO
021810         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
021820     END-IF.
021830
021840     IF CONSENT-OPT-IN
021850         ADD 1 TO WS-QTD-OPT-IN
021860     ELSE
021870         ADD 1 TO WS-QTD-OPT-OUT
021880     END-IF.
021890
021900 2670-EXIT.
021910     EXIT.
021920*-----------------------------------------------------------------
021930* 2690-ATUALIZA-CADEIA - REGRAVA NO CONTROLE DA CADEIA O REGISTRO
021940* MONTADO PELO CHAMADOR (ARQUIVO, SEQUENCIA E HASH DO REGISTRO
021950* RECEM-GRAVADO), COM A DATA E A HORA DA GRAVACAO
021960*-----------------------------------------------------------------
021970 2690-ATUALIZA-CADEIA.
021980
021990     MOVE WS-DATA-SISTEMA        TO CD-DATA-ATUALIZACAO
022000     MOVE WS-HORA-SISTEMA        TO CD-HORA-ATUALIZACAO
022010     MOVE 'STMCAD010'            TO CD-PROGRAMA
022020
022030     REWRITE REG-CADEIA
022040
022050     IF WS-FS-CADEIA NOT = '00'
022060         MOVE 'CADEIA  ' TO WS-ARQUIVO-ERRO
022070         MOVE WS-FS-CADEIA TO WS-FS-ERRO
022080         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
022090     END-IF.
022100
022110 2690-EXIT.
022120     EXIT.
022130*-----------------------------------------------------------------
022140* 2700-GRAVA-CHECKPOINT - GRAVA UM REGISTRO DE CHECKPOINT COM A
022150* SEQUENCIA DA ULTIMA TRANSACAO COMMITADA, PARA PERMITIR O
022160* REINICIO SEM REPROCESSAR O QUE JA FOI GRAVADO
022170*-----------------------------------------------------------------
022180 2700-GRAVA-CHECKPOINT.
022190
022200     MOVE WS-SEQ-TRANSACAO       TO CK-SEQUENCIA
022210     MOVE WS-EMAIL               TO CK-EMAIL
022220
022230     WRITE REG-CHECKPOINT.
022240
022250     IF WS-FS-CHECKPOINT NOT = '00'
022260         MOVE 'CKPOINT ' TO WS-ARQUIVO-ERRO
022270         MOVE WS-FS-CHECKPOINT TO WS-FS-ERRO
022280         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
022290     END-IF.
022300
022310 2700-EXIT.
022320     EXIT.
022330*-----------------------------------------------------------------
022340* 2800-GRAVA-PENDENTE - MONTA A TRANSACAO CORRENTE NO LAYOUT DO
022350* ARQUIVO PENDENTE E GRAVA NO PENDENTE DE SAIDA, PARA SER
022360* LIBERADA QUANDO A DATA EFETIVA CHEGAR
022370*-----------------------------------------------------------------
022380 2800-GRAVA-PENDENTE.
022390
022400     MOVE SPACES           TO WS-PEND-REGISTRO
022410     MOVE WS-CODIGO        TO PD-CODIGO
022420     MOVE WS-NOME          TO PD-NOME
022430     MOVE WS-DATA-NASC     TO PD-DATA-NASC
022440     MOVE WS-EMAIL         TO PD-EMAIL
022450     MOVE WS-CPF           TO PD-CPF
022460     MOVE WS-TELEFONE      TO PD-TELEFONE
022470     MOVE WS-ENDERECO      TO PD-ENDERECO
022480     MOVE WS-EMAIL-NOVO    TO PD-EMAIL-NOVO
022490     MOVE WS-DATA-EFETIVA  TO PD-DATA-EFETIVA
022500     MOVE WS-ORIGEM        TO PD-ORIGEM
022510
022520     PERFORM 2810-GRAVA-PEND-SAIDA THRU 2810-EXIT.
022530
022540 2800-EXIT.
022550     EXIT.
022560*-----------------------------------------------------------------
022570* 2810-GRAVA-PEND-SAIDA - GRAVA O REGISTRO PENDENTE CORRENTE NO
022580* ARQUIVO PENDENTE DE SAIDA, CONFERINDO O FILE STATUS
022590*-----------------------------------------------------------------
022600 2810-GRAVA-PEND-SAIDA.
022610
022620     WRITE REG-PEND-SAI FROM WS-PEND-REGISTRO.
022630
022640     IF WS-FS-PEND-SAI NOT = '00'
022650         MOVE 'PENDSAI ' TO WS-ARQUIVO-ERRO
022660         MOVE WS-FS-PEND-SAI TO WS-FS-ERRO
022670         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
022680     END-IF.
022690
022700 2810-EXIT.
022710     EXIT.
022720*-----------------------------------------------------------------
022730* 2900-LER-TRANSACAO - LE A PROXIMA TRANSACAO DO ARQUIVO DE
022740* ENTRADA E LIGA O SWITCH DE FIM QUANDO NAO HOUVER MAIS REGISTROS
022750*-----------------------------------------------------------------
022760 2900-LER-TRANSACAO.
022770
022780     READ TRANSACAO-ENTRADA
022790         AT END
022800             SET FIM-TRANSACAO TO TRUE
022810         NOT AT END
022820             ADD 1 TO WS-SEQ-TRANSACAO
022830     END-READ.
022840
022850     IF WS-FS-TRANSACAO NOT = '00'
022860         AND WS-FS-TRANSACAO NOT = '10'
022870         MOVE 'TRANENT ' TO WS-ARQUIVO-ERRO
022880         MOVE WS-FS-TRANSACAO TO WS-FS-ERRO
022890         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
022900     END-IF.
022910
022920 2900-EXIT.
022930     EXIT.
022940*-----------------------------------------------------------------
022950* 3000-PROCESSA-INCLUSAO - VALIDA, CLASSIFICA E GRAVA UM NOVO
022960* CADASTRO NO MESTRE E NO ARQUIVO DE EXPORTACAO; O CONSENTIMENTO
022970* CAPTADO NO CADASTRO, QUANDO PRESENTE, E VALIDADO E GRAVADO NO
022980* HISTORICO DE CONSENTIMENTO; O ENDERECO E CRITICADO E
022990* PADRONIZADO PELA BASE DE CEP
023000*-----------------------------------------------------------------
023010 3000-PROCESSA-INCLUSAO.
023020
023030     PERFORM 2400-CLASSIFICA-IDADE THRU 2400-EXIT
023040
023050     MOVE WS-EMAIL TO WS-EMAIL-VALIDA
023060     PERFORM 2200-VALIDA-EMAIL THRU 2200-EXIT
023070
023080     IF NOT EMAIL-FORMATO-VALIDO
023090         SET STATUS-INVALIDO TO TRUE
023100         ADD 1 TO WS-QTD-INVALIDOS
023110         ADD 1 TO WS-QTD-REJ-INCLUSAO
023120         DISPLAY '*****************************************'
023130         DISPLAY '| TIPO: INCLUSAO'
023140         DISPLAY '| NOME: ' WS-NOME
023150         DISPLAY '| IDADE: ' WS-IDADE
023160         DISPLAY '| EMAIL: ' WS-EMAIL
023170         DISPLAY '| STATUS: INVALIDO'
023180         DISPLAY '| CLASSE: ' WS-CLASSE
023190         DISPLAY '| USUARIO NAO CADASTRADO'
023200         DISPLAY '*****************************************'
023210         MOVE 'FMT' TO WS-MOTIVO-REJEITO
023220         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
023230         GO TO 3000-EXIT
023240     END-IF
023250
023260     PERFORM 2250-VALIDA-CPF THRU 2250-EXIT
023270
023280     IF NOT CPF-DIGITOS-VALIDOS
023290         SET STATUS-CPF-INVALIDO TO TRUE
023300         ADD 1 TO WS-QTD-CPF-INVALIDO
023310         ADD 1 TO WS-QTD-REJ-INCLUSAO
023320         DISPLAY '*****************************************'
023330         DISPLAY '| TIPO: INCLUSAO'
023340         DISPLAY '| NOME: ' WS-NOME
023350         DISPLAY '| EMAIL: ' WS-EMAIL
023360         DISPLAY '| CPF: ' WS-CPF
023370         DISPLAY '| STATUS: CPF-INVALIDO'
023380         DISPLAY '| USUARIO NAO CADASTRADO'
023390         DISPLAY '*****************************************'
023400         MOVE 'CPF' TO WS-MOTIVO-REJEITO
023410         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
023420         GO TO 3000-EXIT
023430     END-IF
023440
023450     PERFORM 2460-VALIDA-ENDERECO THRU 2460-EXIT
023460
023470     IF ENDERECO-UF-INVALIDA
023480         SET STATUS-UF-INVALIDA TO TRUE
023490         ADD 1 TO WS-QTD-UF-INVALIDA
023500         ADD 1 TO WS-QTD-REJ-INCLUSAO
023510         DISPLAY '*****************************************'
023520         DISPLAY '| TIPO: INCLUSAO'
023530         DISPLAY '| NOME: ' WS-NOME
023540         DISPLAY '| EMAIL: ' WS-EMAIL
023550         DISPLAY '| UF: ' WS-END-UF
023560         DISPLAY '| STATUS: UF-INVALIDA'
023570         DISPLAY '| USUARIO NAO CADASTRADO'
023580         DISPLAY '*****************************************'
023590         MOVE 'UFI' TO WS-MOTIVO-REJEITO
023600         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
023610         GO TO 3000-EXIT
023620     END-IF
023630
023640     IF ENDERECO-CEP-INEXISTENTE
023650         SET STATUS-CEP-INEXIST TO TRUE
023660         ADD 1 TO WS-QTD-CEP-INEXISTENTE
023670         ADD 1 TO WS-QTD-REJ-INCLUSAO
023680         DISPLAY '*****************************************'
023690         DISPLAY '| TIPO: INCLUSAO'
023700         DISPLAY '| NOME: ' WS-NOME
023710         DISPLAY '| EMAIL: ' WS-EMAIL
023720         DISPLAY '| CEP: ' WS-END-CEP
023730         DISPLAY '| STATUS: CEP-INEXIST'
023740         DISPLAY '| CEP NAO CONSTA NA BASE DOS CORREIOS'
023750         DISPLAY '| USUARIO NAO CADASTRADO'
023760         DISPLAY '*****************************************'
023770         MOVE 'CEP' TO WS-MOTIVO-REJEITO
023780         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
023790         GO TO 3000-EXIT
023800     END-IF
023810
023820     IF WS-DADOS-CONSENTIMENTO NOT = SPACES
023830         PERFORM 2450-VALIDA-CONSENTIMENTO THRU 2450-EXIT
023840         IF NOT CONSENTIMENTO-VALIDO
023850             SET STATUS-CONSENT-INV TO TRUE
023860             ADD 1 TO WS-QTD-CONSENT-INVALIDO
023870             ADD 1 TO WS-QTD-REJ-INCLUSAO
023880             DISPLAY '*****************************************'
023890             DISPLAY '| TIPO: INCLUSAO'
023900             DISPLAY '| NOME: ' WS-NOME
023910             DISPLAY '| EMAIL: ' WS-EMAIL
023920             DISPLAY '| CONSENTIMENTO: ' WS-CONSENTIMENTO
023930                     ' CANAL: ' WS-CANAL-CONSENTIMENTO
023940                     ' DATA: ' WS-DATA-CONSENTIMENTO
023950             DISPLAY '| STATUS: CONSENT-INV'
023960             DISPLAY '| USUARIO NAO CADASTRADO'
023970             DISPLAY '*****************************************'
023980             MOVE 'CNS' TO WS-MOTIVO-REJEITO
023990             PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
024000             GO TO 3000-EXIT
024010         END-IF
024020     END-IF
024030
024040     PERFORM 2300-VERIFICA-DUPLICIDADE THRU 2300-EXIT
024050
024060     IF EMAIL-JA-CADASTRADO
024070         SET STATUS-DUPLICADO TO TRUE
024080         ADD 1 TO WS-QTD-DUPLICADOS
024090         ADD 1 TO WS-QTD-REJ-INCLUSAO
024100         DISPLAY '*****************************************'
024110         DISPLAY '| TIPO: INCLUSAO'
024120         DISPLAY '| NOME: ' WS-NOME
024130         DISPLAY '| IDADE: ' WS-IDADE
024140         DISPLAY '| EMAIL: ' WS-EMAIL
024150         DISPLAY '| STATUS: DUPLICADO'
024160         DISPLAY '| CLASSE: ' WS-CLASSE
024170         DISPLAY '| USUARIO JA CADASTRADO ANTERIORMENTE'
024180         DISPLAY '*****************************************'
024190         MOVE 'DUP' TO WS-MOTIVO-REJEITO
024200         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
024210         GO TO 3000-EXIT
024220     END-IF
024230
024240     PERFORM 2350-VERIFICA-CPF-ATIVO THRU 2350-EXIT
024250
024260     IF CPF-EM-USO
024270         SET STATUS-CPF-EM-USO TO TRUE
024280         ADD 1 TO WS-QTD-CPF-EM-USO
024290         ADD 1 TO WS-QTD-REJ-INCLUSAO
024300         DISPLAY '*****************************************'
024310         DISPLAY '| TIPO: INCLUSAO'
024320         DISPLAY '| NOME: ' WS-NOME
024330         DISPLAY '| EMAIL: ' WS-EMAIL
024340         DISPLAY '| CPF: ' WS-CPF
024350         DISPLAY '| STATUS: CPF-EM-USO'
024360         DISPLAY '| CPF ATIVO NO E-MAIL: ' WS-EMAIL-CPF
024370         DISPLAY '| USUARIO NAO CADASTRADO'
024380         DISPLAY '*****************************************'
024390         MOVE 'CPD' TO WS-MOTIVO-REJEITO
024400         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
024410         GO TO 3000-EXIT
024420     END-IF
024430
024440     SET STATUS-VALIDO TO TRUE
024450     ADD 1 TO WS-QTD-VALIDOS
024460     ADD 1 TO WS-QTD-INCLUSOES
024470
024480     PERFORM 2470-PADRONIZA-ENDERECO THRU 2470-EXIT
024490
024500     PERFORM 2100-GRAVA-MESTRE THRU 2100-EXIT
024510     PERFORM 2150-GRAVA-EXPORTACAO THRU 2150-EXIT
024520
024530     IF WS-DADOS-CONSENTIMENTO NOT = SPACES
024540         MOVE SPACES TO WS-CONSENT-ANTERIOR
024550         MOVE SPACES TO WS-CANAL-ANTERIOR
024560         MOVE ZEROS  TO WS-DATA-CONSENT-ANTERIOR
024570         PERFORM 2670-GRAVA-CONSENTIMENTO THRU 2670-EXIT
024580     END-IF
024590
024600     DISPLAY '*****************************************'
024610     DISPLAY '| TIPO: INCLUSAO'
024620     DISPLAY '| NOME: ' WS-NOME
024630     DISPLAY '| IDADE: ' WS-IDADE
024640     DISPLAY '| EMAIL: ' WS-EMAIL
024650     DISPLAY '| STATUS: VALIDO'
024660     DISPLAY '| CLASSE: ' WS-CLASSE
024670     DISPLAY '| USUARIO CADASTRADO COM SUCESSO'
024680     DISPLAY '*****************************************'.
024690
024700 3000-EXIT.
024710     EXIT.
024720*-----------------------------------------------------------------
024730* 3100-PROCESSA-ALTERACAO - LOCALIZA O CADASTRO PELO E-MAIL E
024740* REGRAVA O REGISTRO DO MESTRE COM NOME, IDADE E CLASSE NOVOS
024750* E O ENDERECO CRITICADO E PADRONIZADO PELA BASE DE CEP
024760*-----------------------------------------------------------------
024770 3100-PROCESSA-ALTERACAO.
024780
024790     PERFORM 2400-CLASSIFICA-IDADE THRU 2400-EXIT
024800
024810     MOVE WS-EMAIL TO WS-EMAIL-VALIDA
024820     PERFORM 2200-VALIDA-EMAIL THRU 2200-EXIT
024830
024840     IF NOT EMAIL-FORMATO-VALIDO
024850         SET STATUS-INVALIDO TO TRUE
024860         ADD 1 TO WS-QTD-INVALIDOS
024870         ADD 1 TO WS-QTD-REJ-ALTERACAO
024880         DISPLAY '*****************************************'
024890         DISPLAY '| TIPO: ALTERACAO'
024900         DISPLAY '| NOME: ' WS-NOME
024910         DISPLAY '| IDADE: ' WS-IDADE
024920         DISPLAY '| EMAIL: ' WS-EMAIL
024930         DISPLAY '| STATUS: INVALIDO'
024940         DISPLAY '| CADASTRO NAO ALTERADO'
024950         DISPLAY '*****************************************'
024960         MOVE 'FMT' TO WS-MOTIVO-REJEITO
024970         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
024980         GO TO 3100-EXIT
024990     END-IF
025000
025010     PERFORM 2250-VALIDA-CPF THRU 2250-EXIT
025020
025030     IF NOT CPF-DIGITOS-VALIDOS
025040         SET STATUS-CPF-INVALIDO TO TRUE
025050         ADD 1 TO WS-QTD-CPF-INVALIDO
025060         ADD 1 TO WS-QTD-REJ-ALTERACAO
025070         DISPLAY '*****************************************'
025080         DISPLAY '| TIPO: ALTERACAO'
025090         DISPLAY '| NOME: ' WS-NOME
025100         DISPLAY '| EMAIL: ' WS-EMAIL
025110         DISPLAY '| CPF: ' WS-CPF
025120         DISPLAY '| STATUS: CPF-INVALIDO'
025130         DISPLAY '| CADASTRO NAO ALTERADO'
025140         DISPLAY '*****************************************'
025150         MOVE 'CPF' TO WS-MOTIVO-REJEITO
025160         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
025170         GO TO 3100-EXIT
025180     END-IF
025190
025200     PERFORM 2460-VALIDA-ENDERECO THRU 2460-EXIT
025210
025220     IF ENDERECO-UF-INVALIDA
025230         SET STATUS-UF-INVALIDA TO TRUE
025240         ADD 1 TO WS-QTD-UF-INVALIDA
025250         ADD 1 TO WS-QTD-REJ-ALTERACAO
025260         DISPLAY '*****************************************'
025270         DISPLAY '| TIPO: ALTERACAO'
025280         DISPLAY '| NOME: ' WS-NOME
025290         DISPLAY '| EMAIL: ' WS-EMAIL
025300         DISPLAY '| UF: ' WS-END-UF
025310         DISPLAY '| STATUS: UF-INVALIDA'
025320         DISPLAY '| CADASTRO NAO ALTERADO'
025330         DISPLAY '*****************************************'
025340         MOVE 'UFI' TO WS-MOTIVO-REJEITO
025350         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
025360         GO TO 3100-EXIT
025370     END-IF
025380
025390     IF ENDERECO-CEP-INEXISTENTE
025400         SET STATUS-CEP-INEXIST TO TRUE
025410         ADD 1 TO WS-QTD-CEP-INEXISTENTE
025420         ADD 1 TO WS-QTD-REJ-ALTERACAO
025430         DISPLAY '*****************************************'
025440         DISPLAY '| TIPO: ALTERACAO'
025450         DISPLAY '| NOME: ' WS-NOME
025460         DISPLAY '| EMAIL: ' WS-EMAIL
025470         DISPLAY '| CEP: ' WS-END-CEP
025480         DISPLAY '| STATUS: CEP-INEXIST'
025490         DISPLAY '| CEP NAO CONSTA NA BASE DOS CORREIOS'
025500         DISPLAY '| CADASTRO NAO ALTERADO'
025510         DISPLAY '*****************************************'
025520         MOVE 'CEP' TO WS-MOTIVO-REJEITO
025530         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
025540         GO TO 3100-EXIT
025550     END-IF
025560
025570     PERFORM 2300-VERIFICA-DUPLICIDADE THRU 2300-EXIT
025580
025590     IF NOT EMAIL-JA-CADASTRADO
025600         SET STATUS-INEXISTENTE TO TRUE
025610         ADD 1 TO WS-QTD-INEXISTENTES
025620         ADD 1 TO WS-QTD-REJ-ALTERACAO
025630         DISPLAY '*****************************************'
025640         DISPLAY '| TIPO: ALTERACAO'
025650         DISPLAY '| NOME: ' WS-NOME
025660         DISPLAY '| IDADE: ' WS-IDADE
025670         DISPLAY '| EMAIL: ' WS-EMAIL
025680         DISPLAY '| STATUS: INEXISTENTE'
025690         DISPLAY '| E-MAIL NAO CONSTA NO MESTRE'
025700         DISPLAY '*****************************************'
025710         MOVE 'INX' TO WS-MOTIVO-REJEITO
025720         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
025730         GO TO 3100-EXIT
025740     END-IF
025750
025760     IF CM-INATIVO
025770         SET STATUS-INATIVO TO TRUE
025780         ADD 1 TO WS-QTD-INATIVOS
025790         ADD 1 TO WS-QTD-REJ-ALTERACAO
025800         DISPLAY '*****************************************'
025810         DISPLAY '| TIPO: ALTERACAO'
025820         DISPLAY '| EMAIL: ' WS-EMAIL
025830         DISPLAY '| STATUS: INATIVO'
025840         DISPLAY '| CADASTRO INATIVO - REATIVE ANTES (R)'
025850         DISPLAY '*****************************************'
025860         MOVE 'INA' TO WS-MOTIVO-REJEITO
025870         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
025880         GO TO 3100-EXIT
025890     END-IF
025900
025910     MOVE REG-CADASTRO-MESTRE    TO WS-IMAGEM-ANTES
025920     PERFORM 2350-VERIFICA-CPF-ATIVO THRU 2350-EXIT
025930     MOVE WS-IMAGEM-ANTES        TO REG-CADASTRO-MESTRE
025940
025950     IF CPF-EM-USO
025960         SET STATUS-CPF-EM-USO TO TRUE
025970         ADD 1 TO WS-QTD-CPF-EM-USO
025980         ADD 1 TO WS-QTD-REJ-ALTERACAO
025990         DISPLAY '*****************************************'
026000         DISPLAY '| TIPO: ALTERACAO'
026010         DISPLAY '| NOME: ' WS-NOME
026020         DISPLAY '| EMAIL: ' WS-EMAIL
026030         DISPLAY '| CPF: ' WS-CPF
026040         DISPLAY '| STATUS: CPF-EM-USO'
026050         DISPLAY '| CPF ATIVO NO E-MAIL: ' WS-EMAIL-CPF
026060         DISPLAY '| CADASTRO NAO ALTERADO'
026070         DISPLAY '*****************************************'
026080         MOVE 'CPD' TO WS-MOTIVO-REJEITO
026090         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
026100         GO TO 3100-EXIT
026110     END-IF
026120
026130     SET STATUS-VALIDO TO TRUE
026140     ADD 1 TO WS-QTD-VALIDOS
026150     ADD 1 TO WS-QTD-ALTERACOES
026160
026170     PERFORM 2470-PADRONIZA-ENDERECO THRU 2470-EXIT
026180
026190     MOVE REG-CADASTRO-MESTRE    TO WS-IMAGEM-ANTES
026200
026210     MOVE WS-NOME                TO CM-NOME
026220     MOVE WS-IDADE               TO CM-IDADE
026230     MOVE WS-DATA-NASC           TO CM-DATA-NASC
026240     MOVE WS-CLASSE              TO CM-CLASSE
026250     MOVE WS-CPF                 TO CM-CPF
026260     MOVE WS-TELEFONE            TO CM-TELEFONE
026270     MOVE WS-ENDERECO            TO CM-ENDERECO
026280
026290     REWRITE REG-CADASTRO-MESTRE
026300
026310     IF WS-FS-MESTRE NOT = '00'
026320         AND WS-FS-MESTRE NOT = '02'
026330         MOVE 'CADMEST ' TO WS-ARQUIVO-ERRO
026340         MOVE WS-FS-MESTRE TO WS-FS-ERRO
026350         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
026360     END-IF
026370
026380     MOVE 'R'                    TO WS-OP-JORNAL
026390     MOVE REG-CADASTRO-MESTRE    TO WS-IMAGEM-DEPOIS
026400     PERFORM 2650-GRAVA-JORNAL THRU 2650-EXIT
026410
026420     DISPLAY '*****************************************'
026430     DISPLAY '| TIPO: ALTERACAO'
026440     DISPLAY '| NOME: ' WS-NOME
026450     DISPLAY '| IDADE: ' WS-IDADE
026460     DISPLAY '| EMAIL: ' WS-EMAIL
026470     DISPLAY '| STATUS: VALIDO'
026480     DISPLAY '| CLASSE: ' WS-CLASSE
026490     DISPLAY '| CADASTRO ALTERADO COM SUCESSO'
026500     DISPLAY '*****************************************'.
026510
026520 3100-EXIT.
026530     EXIT.
026540*-----------------------------------------------------------------
026550* 3200-PROCESSA-EXCLUSAO - LOCALIZA O CADASTRO PELO E-MAIL E
026560* MARCA O REGISTRO COMO INATIVO COM A DATA DA INATIVACAO; A
026570* ELIMINACAO FISICA SO OCORRE NO EXPURGO PERIODICO (STMCAD060),
026580* APOS O PRAZO DE RETENCAO
026590*-----------------------------------------------------------------
026600 3200-PROCESSA-EXCLUSAO.
026610
026620     MOVE SPACES TO WS-CLASSE
026630
026640     PERFORM 2300-VERIFICA-DUPLICIDADE THRU 2300-EXIT
026650
026660     IF NOT EMAIL-JA-CADASTRADO
026670         SET STATUS-INEXISTENTE TO TRUE
026680         ADD 1 TO WS-QTD-INEXISTENTES
026690         ADD 1 TO WS-QTD-REJ-EXCLUSAO
026700         DISPLAY '*****************************************'
026710         DISPLAY '| TIPO: EXCLUSAO'
026720         DISPLAY '| EMAIL: ' WS-EMAIL
026730         DISPLAY '| STATUS: INEXISTENTE'
026740         DISPLAY '| E-MAIL NAO CONSTA NO MESTRE'
026750         DISPLAY '*****************************************'
026760         MOVE 'INX' TO WS-MOTIVO-REJEITO
026770         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
026780         GO TO 3200-EXIT
026790     END-IF
026800
026810     IF CM-INATIVO
026820         SET STATUS-INATIVO TO TRUE
026830         ADD 1 TO WS-QTD-INATIVOS
026840         ADD 1 TO WS-QTD-REJ-EXCLUSAO
026850         DISPLAY '*****************************************'
026860         DISPLAY '| TIPO: EXCLUSAO'
026870         DISPLAY '| EMAIL: ' WS-EMAIL
026880         DISPLAY '| STATUS: INATIVO'
026890         DISPLAY '| CADASTRO JA ESTAVA INATIVO'
026900         DISPLAY '*****************************************'
026910         MOVE 'INA' TO WS-MOTIVO-REJEITO
026920         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
026930         GO TO 3200-EXIT
026940     END-IF
026950
026960     SET STATUS-VALIDO TO TRUE
026970     ADD 1 TO WS-QTD-VALIDOS
026980     ADD 1 TO WS-QTD-EXCLUSOES
026990
027000     MOVE REG-CADASTRO-MESTRE TO WS-IMAGEM-ANTES
027010
027020     MOVE 'I'              TO CM-SITUACAO
027030     MOVE WS-DATA-PROCESSO TO CM-DATA-INATIVACAO
027040
027050     REWRITE REG-CADASTRO-MESTRE
027060
027070     IF WS-FS-MESTRE NOT = '00'
027080         AND WS-FS-MESTRE NOT = '02'
027090         MOVE 'CADMEST ' TO WS-ARQUIVO-ERRO
027100         MOVE WS-FS-MESTRE TO WS-FS-ERRO
027110         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
027120     END-IF
027130
027140     MOVE 'R'                 TO WS-OP-JORNAL
027150     MOVE REG-CADASTRO-MESTRE TO WS-IMAGEM-DEPOIS
027160     PERFORM 2650-GRAVA-JORNAL THRU 2650-EXIT
027170
027180     DISPLAY '*****************************************'
027190     DISPLAY '| TIPO: EXCLUSAO'
027200     DISPLAY '| EMAIL: ' WS-EMAIL
027210     DISPLAY '| STATUS: VALIDO'
027220     DISPLAY '| CADASTRO INATIVADO COM SUCESSO'
027230     DISPLAY '*****************************************'.
027240
027250 3200-EXIT.
027260     EXIT.
027270*-----------------------------------------------------------------
027280* 3300-PROCESSA-TROCA - TROCA O E-MAIL (CHAVE) DE UM CADASTRO:
027290* LE O REGISTRO PELO E-MAIL ATUAL, CONFERE QUE O E-MAIL NOVO E
027300* VALIDO E LIVRE, GRAVA O REGISTRO SOB A CHAVE NOVA E ELIMINA O
027310* ANTIGO; A GRAVACAO PRECEDE A ELIMINACAO PARA QUE UMA QUEDA NO
027320* MEIO NAO PERCA O CADASTRO
027330*-----------------------------------------------------------------
027340 3300-PROCESSA-TROCA.
027350
027360     MOVE SPACES TO WS-CLASSE
027370
027380     MOVE WS-EMAIL-NOVO TO WS-EMAIL-VALIDA
027390     PERFORM 2200-VALIDA-EMAIL THRU 2200-EXIT
027400
027410     IF NOT EMAIL-FORMATO-VALIDO
027420         SET STATUS-INVALIDO TO TRUE
027430         ADD 1 TO WS-QTD-INVALIDOS
027440         ADD 1 TO WS-QTD-REJ-TROCA
027450         DISPLAY '*****************************************'
027460         DISPLAY '| TIPO: TROCA DE E-MAIL'
027470         DISPLAY '| EMAIL: ' WS-EMAIL
027480         DISPLAY '| EMAIL NOVO: ' WS-EMAIL-NOVO
027490         DISPLAY '| STATUS: INVALIDO'
027500         DISPLAY '| E-MAIL NOVO COM FORMATO INVALIDO'
027510         DISPLAY '*****************************************'
027520         MOVE 'FMT' TO WS-MOTIVO-REJEITO
027530         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
027540         GO TO 3300-EXIT
027550     END-IF
027560
027570     PERFORM 2300-VERIFICA-DUPLICIDADE THRU 2300-EXIT
027580
027590     IF NOT EMAIL-JA-CADASTRADO
027600         SET STATUS-INEXISTENTE TO TRUE
027610         ADD 1 TO WS-QTD-INEXISTENTES
027620         ADD 1 TO WS-QTD-REJ-TROCA
027630         DISPLAY '*****************************************'
027640         DISPLAY '| TIPO: TROCA DE E-MAIL'
027650         DISPLAY '| EMAIL: ' WS-EMAIL
027660         DISPLAY '| STATUS: INEXISTENTE'
027670         DISPLAY '| E-MAIL NAO CONSTA NO MESTRE'
027680         DISPLAY '*****************************************'
027690         MOVE 'INX' TO WS-MOTIVO-REJEITO
027700         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
027710         GO TO 3300-EXIT
027720     END-IF
027730
027740     IF CM-INATIVO
027750         SET STATUS-INATIVO TO TRUE
027760         ADD 1 TO WS-QTD-INATIVOS
027770         ADD 1 TO WS-QTD-REJ-TROCA
027780         DISPLAY '*****************************************'
027790         DISPLAY '| TIPO: TROCA DE E-MAIL'
027800         DISPLAY '| EMAIL: ' WS-EMAIL
027810         DISPLAY '| STATUS: INATIVO'
027820         DISPLAY '| CADASTRO INATIVO - REATIVE ANTES (R)'
027830         DISPLAY '*****************************************'
027840         MOVE 'INA' TO WS-MOTIVO-REJEITO
027850         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
027860         GO TO 3300-EXIT
027870     END-IF
027880
027890     MOVE REG-CADASTRO-MESTRE TO WS-AREA-TROCA
027900
027910     MOVE CM-NOME                TO WS-NOME
027920     MOVE CM-IDADE               TO WS-IDADE
027930     MOVE CM-DATA-NASC           TO WS-DATA-NASC
027940     MOVE CM-CLASSE              TO WS-CLASSE
027950     MOVE CM-CPF                 TO WS-CPF
027960     MOVE CM-TELEFONE            TO WS-TELEFONE
027970     MOVE CM-ENDERECO            TO WS-ENDERECO
027980
027990     MOVE WS-EMAIL-NOVO TO CM-EMAIL
028000
028010     READ CADASTRO-MESTRE
028020         INVALID KEY
028030             CONTINUE
028040         NOT INVALID KEY
028050             SET STATUS-TROCA-EXISTE TO TRUE
028060     END-READ
028070
028080     IF WS-FS-MESTRE NOT = '00'
028090         AND WS-FS-MESTRE NOT = '23'
028100         MOVE 'CADMEST ' TO WS-ARQUIVO-ERRO
028110         MOVE WS-FS-MESTRE TO WS-FS-ERRO
028120         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
028130     END-IF
028140
028150     IF STATUS-TROCA-EXISTE
028160         ADD 1 TO WS-QTD-TROCA-EXISTE
028170         ADD 1 TO WS-QTD-REJ-TROCA
028180         DISPLAY '*****************************************'
028190         DISPLAY '| TIPO: TROCA DE E-MAIL'
028200         DISPLAY '| EMAIL: ' WS-EMAIL
028210         DISPLAY '| EMAIL NOVO: ' WS-EMAIL-NOVO
028220         DISPLAY '| STATUS: TROCA-EXISTE'
028230         DISPLAY '| E-MAIL NOVO JA CONSTA NO MESTRE'
028240         DISPLAY '*****************************************'
028250         MOVE 'TEX' TO WS-MOTIVO-REJEITO
028260         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
028270         GO TO 3300-EXIT
028280     END-IF
028290
028300     PERFORM 2350-VERIFICA-CPF-ATIVO THRU 2350-EXIT
028310
028320     IF CPF-EM-USO
028330         SET STATUS-CPF-EM-USO TO TRUE
028340         ADD 1 TO WS-QTD-CPF-EM-USO
028350         ADD 1 TO WS-QTD-REJ-TROCA
028360         DISPLAY '*****************************************'
028370         DISPLAY '| TIPO: TROCA DE E-MAIL'
028380         DISPLAY '| EMAIL: ' WS-EMAIL
028390         DISPLAY '| EMAIL NOVO: ' WS-EMAIL-NOVO
028400         DISPLAY '| CPF: ' WS-CPF
028410         DISPLAY '| STATUS: CPF-EM-USO'
028420         DISPLAY '| CPF ATIVO NO E-MAIL: ' WS-EMAIL-CPF
028430         DISPLAY '*****************************************'
028440         MOVE 'CPD' TO WS-MOTIVO-REJEITO
028450         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
028460         GO TO 3300-EXIT
028470     END-IF
028480
028490     SET STATUS-VALIDO TO TRUE
028500     ADD 1 TO WS-QTD-VALIDOS
028510     ADD 1 TO WS-QTD-TROCAS
028520
028530     MOVE WS-AREA-TROCA TO REG-CADASTRO-MESTRE
028540     MOVE WS-EMAIL-NOVO TO CM-EMAIL
028550     MOVE 'E'           TO CM-ENTREGA
028560     MOVE ZEROS         TO CM-DATA-DEVOLUCAO
028570
028580     WRITE REG-CADASTRO-MESTRE
028590
028600     IF WS-FS-MESTRE NOT = '00'
028610         AND WS-FS-MESTRE NOT = '02'
028620         MOVE 'CADMEST ' TO WS-ARQUIVO-ERRO
028630         MOVE WS-FS-MESTRE TO WS-FS-ERRO
028640         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
028650     END-IF
028660
028670     MOVE 'G'                 TO WS-OP-JORNAL
028680     MOVE SPACES              TO WS-IMAGEM-ANTES
028690     MOVE REG-CADASTRO-MESTRE TO WS-IMAGEM-DEPOIS
028700     PERFORM 2650-GRAVA-JORNAL THRU 2650-EXIT
028710
028720     MOVE WS-EMAIL TO CM-EMAIL
028730
028740     DELETE CADASTRO-MESTRE RECORD
028750
028760     IF WS-FS-MESTRE NOT = '00'
028770         MOVE 'CADMEST ' TO WS-ARQUIVO-ERRO
028780         MOVE WS-FS-MESTRE TO WS-FS-ERRO
028790         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
028800     END-IF
028810
028820     MOVE 'E'           TO WS-OP-JORNAL
028830     MOVE WS-AREA-TROCA TO WS-IMAGEM-ANTES
028840     MOVE SPACES        TO WS-IMAGEM-DEPOIS
028850     PERFORM 2650-GRAVA-JORNAL THRU 2650-EXIT
028860
028870     MOVE WS-EMAIL      TO WS-EMAIL-GUARDA
028880     MOVE WS-EMAIL-NOVO TO WS-EMAIL
028890     PERFORM 2150-GRAVA-EXPORTACAO THRU 2150-EXIT
028900     MOVE WS-EMAIL-GUARDA TO WS-EMAIL
028910
028920     DISPLAY '*****************************************'
028930     DISPLAY '| TIPO: TROCA DE E-MAIL'
028940     DISPLAY '| EMAIL: ' WS-EMAIL
028950     DISPLAY '| EMAIL NOVO: ' WS-EMAIL-NOVO
028960     DISPLAY '| STATUS: VALIDO'
028970     DISPLAY '| E-MAIL TROCADO COM SUCESSO'
028980     DISPLAY '*****************************************'.
028990
029000 3300-EXIT.
029010     EXIT.
029020*-----------------------------------------------------------------
029030* 3400-PROCESSA-REATIVACAO - LOCALIZA O CADASTRO PELO E-MAIL E
029040* DEVOLVE O REGISTRO INATIVO A SITUACAO ATIVA, LIMPANDO A DATA
029050* DE INATIVACAO; REJEITA QUANDO O E-MAIL NAO CONSTA OU O
029060* CADASTRO JA ESTA ATIVO
029070*-----------------------------------------------------------------
029080 3400-PROCESSA-REATIVACAO.
029090
029100     MOVE SPACES TO WS-CLASSE
029110
029120     PERFORM 2300-VERIFICA-DUPLICIDADE THRU 2300-EXIT
029130
029140     IF NOT EMAIL-JA-CADASTRADO
029150         SET STATUS-INEXISTENTE TO TRUE
029160         ADD 1 TO WS-QTD-INEXISTENTES
029170         ADD 1 TO WS-QTD-REJ-REATIVACAO
029180         DISPLAY '*****************************************'
029190         DISPLAY '| TIPO: REATIVACAO'
029200         DISPLAY '| EMAIL: ' WS-EMAIL
029210         DISPLAY '| STATUS: INEXISTENTE'
029220         DISPLAY '| E-MAIL NAO CONSTA NO MESTRE'
029230         DISPLAY '*****************************************'
029240         MOVE 'INX' TO WS-MOTIVO-REJEITO
029250         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
029260         GO TO 3400-EXIT
029270     END-IF
029280
029290     IF CM-ATIVO
029300         SET STATUS-JA-ATIVO TO TRUE
029310         ADD 1 TO WS-QTD-JA-ATIVOS
029320         ADD 1 TO WS-QTD-REJ-REATIVACAO
029330         DISPLAY '*****************************************'
029340         DISPLAY '| TIPO: REATIVACAO'
029350         DISPLAY '| EMAIL: ' WS-EMAIL
029360         DISPLAY '| STATUS: JA-ATIVO'
029370         DISPLAY '| CADASTRO JA ESTAVA ATIVO'
029380         DISPLAY '*****************************************'
029390         MOVE 'ATV' TO WS-MOTIVO-REJEITO
029400         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
029410         GO TO 3400-EXIT
029420     END-IF
029430
029440     MOVE REG-CADASTRO-MESTRE    TO WS-IMAGEM-ANTES
029450     MOVE CM-CPF                 TO WS-CPF
029460     PERFORM 2350-VERIFICA-CPF-ATIVO THRU 2350-EXIT
029470     MOVE WS-IMAGEM-ANTES        TO REG-CADASTRO-MESTRE
029480
029490     IF CPF-EM-USO
029500         SET STATUS-CPF-EM-USO TO TRUE
029510         ADD 1 TO WS-QTD-CPF-EM-USO
029520         ADD 1 TO WS-QTD-REJ-REATIVACAO
029530         DISPLAY '*****************************************'
029540         DISPLAY '| TIPO: REATIVACAO'
029550         DISPLAY '| EMAIL: ' WS-EMAIL
029560         DISPLAY '| CPF: ' WS-CPF
029570         DISPLAY '| STATUS: CPF-EM-USO'
029580         DISPLAY '| CPF ATIVO NO E-MAIL: ' WS-EMAIL-CPF
029590         DISPLAY '*****************************************'
029600         MOVE 'CPD' TO WS-MOTIVO-REJEITO
029610         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
029620         GO TO 3400-EXIT
029630     END-IF
029640
029650     SET STATUS-VALIDO TO TRUE
029660     ADD 1 TO WS-QTD-VALIDOS
029670     ADD 1 TO WS-QTD-REATIVACOES
029680
029690     MOVE CM-NOME                TO WS-NOME
029700     MOVE CM-IDADE               TO WS-IDADE
029710     MOVE CM-DATA-NASC           TO WS-DATA-NASC
029720     MOVE CM-CLASSE              TO WS-CLASSE
029730     MOVE CM-CPF                 TO WS-CPF
029740     MOVE CM-TELEFONE            TO WS-TELEFONE
029750     MOVE CM-ENDERECO            TO WS-ENDERECO
029760
029770     MOVE REG-CADASTRO-MESTRE TO WS-IMAGEM-ANTES
029780
029790     MOVE 'A'   TO CM-SITUACAO
029800     MOVE ZEROS TO CM-DATA-INATIVACAO
029810
029820     REWRITE REG-CADASTRO-MESTRE
029830
029840     IF WS-FS-MESTRE NOT = '00'
029850         AND WS-FS-MESTRE NOT = '02'
029860         MOVE 'CADMEST ' TO WS-ARQUIVO-ERRO
029870         MOVE WS-FS-MESTRE TO WS-FS-ERRO
029880         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
029890     END-IF
029900
029910     MOVE 'R'                 TO WS-OP-JORNAL
029920     MOVE REG-CADASTRO-MESTRE TO WS-IMAGEM-DEPOIS
029930     PERFORM 2650-GRAVA-JORNAL THRU 2650-EXIT
029940
029950     DISPLAY '*****************************************'
029960     DISPLAY '| TIPO: REATIVACAO'
029970     DISPLAY '| EMAIL: ' WS-EMAIL
029980     DISPLAY '| STATUS: VALIDO'
029990     DISPLAY '| CADASTRO REATIVADO COM SUCESSO'
030000     DISPLAY '*****************************************'.
030010
030020 3400-EXIT.
030030     EXIT.
030040*-----------------------------------------------------------------
030050* 3500-PROCESSA-CONSENTIMENTO - LOCALIZA O CADASTRO PELO E-MAIL E
030060* REGRAVA NO MESTRE O CONSENTIMENTO DE MALA DIRETA (OPT-IN OU
030070* OPT-OUT) COM CANAL E DATA, GRAVANDO A MUDANCA NO HISTORICO DE
030080* CONSENTIMENTO; REJEITA QUANDO O CONSENTIMENTO E INVALIDO, O
030090* E-MAIL NAO CONSTA OU A DATA E ANTERIOR A DO CONSENTIMENTO
030100* VIGENTE. O CADASTRO INATIVO TAMBEM E ATUALIZADO, PARA QUE UMA
030110* REATIVACAO POSTERIOR NAO DEVOLVA UM CONSENTIMENTO JA RETIRADO
030120*-----------------------------------------------------------------
030130 3500-PROCESSA-CONSENTIMENTO.
030140
030150     MOVE SPACES TO WS-CLASSE
030160
030170     PERFORM 2450-VALIDA-CONSENTIMENTO THRU 2450-EXIT
030180
030190     IF NOT CONSENTIMENTO-VALIDO
030200         SET STATUS-CONSENT-INV TO TRUE
030210         ADD 1 TO WS-QTD-CONSENT-INVALIDO
030220         ADD 1 TO WS-QTD-REJ-CONSENTIMENTO
030230         DISPLAY '*****************************************'
030240         DISPLAY '| TIPO: CONSENTIMENTO'
030250         DISPLAY '| EMAIL: ' WS-EMAIL
030260         DISPLAY '| CONSENTIMENTO: ' WS-CONSENTIMENTO
030270                 ' CANAL: ' WS-CANAL-CONSENTIMENTO
030280                 ' DATA: ' WS-DATA-CONSENTIMENTO
030290         DISPLAY '| STATUS: CONSENT-INV'
030300         DISPLAY '| CONSENTIMENTO INVALIDO'
030310         DISPLAY '*****************************************'
030320         MOVE 'CNS' TO WS-MOTIVO-REJEITO
030330         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
030340         GO TO 3500-EXIT
030350     END-IF
030360
030370     PERFORM 2300-VERIFICA-DUPLICIDADE THRU 2300-EXIT
030380
030390     IF NOT EMAIL-JA-CADASTRADO
030400         SET STATUS-INEXISTENTE TO TRUE
030410         ADD 1 TO WS-QTD-INEXISTENTES
030420         ADD 1 TO WS-QTD-REJ-CONSENTIMENTO
030430         DISPLAY '*****************************************'
030440         DISPLAY '| TIPO: CONSENTIMENTO'
030450         DISPLAY '| EMAIL: ' WS-EMAIL
030460         DISPLAY '| STATUS: INEXISTENTE'
030470         DISPLAY '| E-MAIL NAO CONSTA NO MESTRE'
030480         DISPLAY '*****************************************'
030490         MOVE 'INX' TO WS-MOTIVO-REJEITO
030500         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
030510         GO TO 3500-EXIT
030520     END-IF
030530
030540     IF CM-DATA-CONSENTIMENTO IS NUMERIC
030550         AND WS-DATA-CONSENTIMENTO < CM-DATA-CONSENTIMENTO
030560         SET STATUS-CONSENT-INV TO TRUE
030570         ADD 1 TO WS-QTD-CONSENT-INVALIDO
030580         ADD 1 TO WS-QTD-REJ-CONSENTIMENTO
030590         DISPLAY '*****************************************'
030600         DISPLAY '| TIPO: CONSENTIMENTO'
030610         DISPLAY '| EMAIL: ' WS-EMAIL
030620         DISPLAY '| DATA: ' WS-DATA-CONSENTIMENTO
030630                 ' VIGENTE: ' CM-DATA-CONSENTIMENTO
030640         DISPLAY '| STATUS: CONSENT-INV'
030650         DISPLAY '| DATA ANTERIOR AO CONSENTIMENTO VIGENTE'
030660         DISPLAY '*****************************************'
030670         MOVE 'CNS' TO WS-MOTIVO-REJEITO
030680         PERFORM 2500-GRAVA-REJEITO THRU 2500-EXIT
030690         GO TO 3500-EXIT
030700     END-IF
030710
030720     SET STATUS-VALIDO TO TRUE
030730     ADD 1 TO WS-QTD-VALIDOS
030740     ADD 1 TO WS-QTD-CONSENTIMENTOS
030750
030760     MOVE CM-NOME                TO WS-NOME
030770     MOVE CM-IDADE               TO WS-IDADE
030780     MOVE CM-DATA-NASC           TO WS-DATA-NASC
030790     MOVE CM-CLASSE              TO WS-CLASSE
030800     MOVE CM-CPF                 TO WS-CPF
030810     MOVE CM-TELEFONE            TO WS-TELEFONE
030820     MOVE CM-ENDERECO            TO WS-ENDERECO
030830
030840     MOVE CM-CONSENTIMENTO       TO WS-CONSENT-ANTERIOR
030850     MOVE CM-CANAL-CONSENTIMENTO TO WS-CANAL-ANTERIOR
030860     MOVE CM-DATA-CONSENTIMENTO  TO WS-DATA-CONSENT-ANTERIOR
030870
030880     MOVE REG-CADASTRO-MESTRE TO WS-IMAGEM-ANTES
030890
030900     MOVE WS-CONSENTIMENTO       TO CM-CONSENTIMENTO
030910     MOVE WS-CANAL-CONSENTIMENTO TO CM-CANAL-CONSENTIMENTO
030920     MOVE WS-DATA-CONSENTIMENTO  TO CM-DATA-CONSENTIMENTO
030930
030940     REWRITE REG-CADASTRO-MESTRE
030950
030960     IF WS-FS-MESTRE NOT = '00'
030970         AND WS-FS-MESTRE NOT = '02'
030980         MOVE 'CADMEST ' TO WS-ARQUIVO-ERRO
030990         MOVE WS-FS-MESTRE TO WS-FS-ERRO
031000         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
031010     END-IF
031020
031030     MOVE 'R'                 TO WS-OP-JORNAL
031040     MOVE REG-CADASTRO-MESTRE TO WS-IMAGEM-DEPOIS
031050     PERFORM 2650-GRAVA-JORNAL THRU 2650-EXIT
031060
031070     PERFORM 2670-GRAVA-CONSENTIMENTO THRU 2670-EXIT
031080
031090     DISPLAY '*****************************************'
031100     DISPLAY '| TIPO: CONSENTIMENTO'
031110     DISPLAY '| EMAIL: ' WS-EMAIL
031120     DISPLAY '| CONSENTIMENTO: ' WS-CONSENTIMENTO
031130             ' CANAL: ' WS-CANAL-CONSENTIMENTO
031140             ' DATA: ' WS-DATA-CONSENTIMENTO
031150     DISPLAY '| STATUS: VALIDO'
031160     DISPLAY '| CONSENTIMENTO REGISTRADO COM SUCESSO'
031170     DISPLAY '*****************************************'.
031180
031190 3500-EXIT.
031200     EXIT.
031210*-----------------------------------------------------------------
031220* 8000-FINALIZACAO - FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA. COMO
031230* O ARQUIVO DE TRANSACOES FOI LIDO ATE O FIM SEM INTERRUPCAO, O
031240* CHECKPOINT DESTA EXECUCAO FICOU OBSOLETO E E ESVAZIADO, PARA QUE
031250* O PROXIMO LOTE DE TRANSACOES (DE OUTRO DIA) NAO TENHA REGISTROS
031260* INDEVIDAMENTE PULADOS POR UMA SEQUENCIA DE REINICIO HERDADA
031270*-----------------------------------------------------------------
031280 8000-FINALIZACAO.
031290
031300     CLOSE TRANSACAO-ENTRADA
031310     CLOSE CADASTRO-MESTRE
031320     CLOSE ARQ-CHECKPOINT
031330
031340     OPEN OUTPUT ARQ-CHECKPOINT
031350
031360     IF WS-FS-CHECKPOINT NOT = '00'
031370         MOVE 'CKPOINT ' TO WS-ARQUIVO-ERRO
031380         MOVE WS-FS-CHECKPOINT TO WS-FS-ERRO
031390         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
031400     END-IF
031410
031420     CLOSE ARQ-CHECKPOINT
031430
031440     CLOSE ARQ-AUDITORIA
031450     CLOSE ARQ-EXPORTACAO
031460     CLOSE ARQ-REJEITOS
031470     CLOSE ARQ-JORNAL
031480     CLOSE ARQ-PEND-SAI
031490     CLOSE ARQ-CONSENTIMENTO
031500     CLOSE ARQ-CEP
031510     CLOSE ARQ-SUSPENSO
031520     CLOSE ARQ-CADEIA.
031530
031540 8000-EXIT.
031550     EXIT.
031560*-----------------------------------------------------------------
031570* 9000-RELATORIO-CONTROLE - EXIBE O RELATORIO DE CONTROLE DE FIM
031580* DE JOB COM OS TOTAIS DO PROCESSAMENTO, ABERTOS POR TIPO DE
031590* TRANSACAO E POR ORIGEM
031600*-----------------------------------------------------------------
031610 9000-RELATORIO-CONTROLE.
031620
031630     DISPLAY ' '
031640     DISPLAY '**********************************************'
031650     DISPLAY '       RELATORIO DE CONTROLE - FIM DE JOB     '
031660     DISPLAY '**********************************************'
031670     DISPLAY '| TOTAL PROCESSADO ......: ' WS-QTD-PROCESSADOS
031680     DISPLAY '| TOTAL VALIDO ..........: ' WS-QTD-VALIDOS
031690     DISPLAY '| TOTAL INVALIDO ........: ' WS-QTD-INVALIDOS
031700     DISPLAY '| TOTAL DUPLICADO .......: ' WS-QTD-DUPLICADOS
031710     DISPLAY '| TOTAL INEXISTENTE .....: ' WS-QTD-INEXISTENTES
031720     DISPLAY '| TOTAL COD INVALIDO ....: ' WS-QTD-COD-INVALIDO
031730     DISPLAY '| TOTAL CPF INVALIDO ....: ' WS-QTD-CPF-INVALIDO
031740     DISPLAY '| TOTAL TROCA EXISTENTE .: ' WS-QTD-TROCA-EXISTE
031750     DISPLAY '| TOTAL SOBRE INATIVO ...: ' WS-QTD-INATIVOS
031760     DISPLAY '| TOTAL JA ATIVO ........: ' WS-QTD-JA-ATIVOS
031770     DISPLAY '| TOTAL CPF EM USO ......: ' WS-QTD-CPF-EM-USO
031780     DISPLAY '| TOTAL CONSENT INVALIDO : ' WS-QTD-CONSENT-INVALIDO
031790     DISPLAY '| TOTAL CEP INEXISTENTE .: ' WS-QTD-CEP-INEXISTENTE
031800     DISPLAY '| TOTAL UF INVALIDA .....: ' WS-QTD-UF-INVALIDA
031810     DISPLAY '|--------------------------------------------'
031820     DISPLAY '| INCLUSOES ACEITAS .....: ' WS-QTD-INCLUSOES
031830     DISPLAY '| INCLUSOES REJEITADAS ..: ' WS-QTD-REJ-INCLUSAO
031840     DISPLAY '| ALTERACOES ACEITAS ....: ' WS-QTD-ALTERACOES
031850     DISPLAY '| ALTERACOES REJEITADAS .: ' WS-QTD-REJ-ALTERACAO
031860     DISPLAY '| EXCLUSOES ACEITAS .....: ' WS-QTD-EXCLUSOES
031870     DISPLAY '| EXCLUSOES REJEITADAS ..: ' WS-QTD-REJ-EXCLUSAO
031880     DISPLAY '| TROCAS ACEITAS ........: ' WS-QTD-TROCAS
031890     DISPLAY '| TROCAS REJEITADAS .....: ' WS-QTD-REJ-TROCA
031900     DISPLAY '| REATIVACOES ACEITAS ...: ' WS-QTD-REATIVACOES
031910     DISPLAY '| REATIVACOES REJEITADAS : ' WS-QTD-REJ-REATIVACAO
031920     DISPLAY '| CONSENTIMENTOS ACEITOS : ' WS-QTD-CONSENTIMENTOS
031930     DISPLAY '| CONSENTIMENTOS REJEIT. : '
031940         WS-QTD-REJ-CONSENTIMENTO
031950     COMPUTE WS-QTD-PEND-SALDO =
031960         WS-QTD-PEND-NOVAS + WS-QTD-PEND-MANTIDAS
031970     DISPLAY '|--------------------------------------------'
031980     DISPLAY '| PENDENTES LIBERADAS ...: ' WS-QTD-PEND-LIBERADAS
031990     DISPLAY '| PENDENTES NOVAS .......: ' WS-QTD-PEND-NOVAS
032000     DISPLAY '| PENDENTES MANTIDAS ....: ' WS-QTD-PEND-MANTIDAS
032010     DISPLAY '| SALDO DE PENDENTES ....: ' WS-QTD-PEND-SALDO
032020     DISPLAY '|--------------------------------------------'
032030     DISPLAY '| OPT-IN REGISTRADOS ....: ' WS-QTD-OPT-IN
032040     DISPLAY '| OPT-OUT REGISTRADOS ...: ' WS-QTD-OPT-OUT
032050     DISPLAY '|--------------------------------------------'
032060     DISPLAY '| ENDERECOS PADRONIZADOS : ' WS-QTD-END-PADRONIZADO
032070     DISPLAY '| CIDADE/UF DIVERGENTE ..: ' WS-QTD-END-DIVERGENTE
032080     DISPLAY '|--------------------------------------------'
032090     DISPLAY '| PENDENCIAS ABERTAS ....: ' WS-QTD-SUSP-ABERTOS
032100     DISPLAY '| PENDENCIAS REINCIDENTES: '
032110         WS-QTD-SUSP-REINCIDENTES
032120     DISPLAY '| PENDENCIAS RESOLVIDAS .: ' WS-QTD-SUSP-RESOLVIDOS
032130     DISPLAY '|--------------------------------------------'
032140     DISPLAY '| POR ORIGEM (PROC/ACEITAS/REJEIT/PENDENTES)'
032150
032160     PERFORM 9050-LISTA-ORIGEM THRU 9050-EXIT
032170         VARYING WS-SUB-ORIGEM FROM 1 BY 1
032180         UNTIL WS-SUB-ORIGEM > 5
032190
032200     DISPLAY '|--------------------------------------------'
032210     DISPLAY '| TOTAL MENOR DE IDADE ..: ' WS-QTD-MENOR-IDADE
032220     DISPLAY '| TOTAL MAIOR DE IDADE ..: ' WS-QTD-MAIOR-IDADE
032230     DISPLAY '| TOTAL CRIANCA .........: ' WS-QTD-CRIANCA
032240     DISPLAY '| TOTAL ADOLESCENTE .....: ' WS-QTD-ADOLESCENTE
032250     DISPLAY '| TOTAL ADULTO ..........: ' WS-QTD-ADULTO
032260     DISPLAY '| TOTAL IDOSO ...........: ' WS-QTD-IDOSO
032270     DISPLAY '**********************************************'.
032280
032290 9000-EXIT.
032300     EXIT.
032310*-----------------------------------------------------------------
032320* 9050-LISTA-ORIGEM - IMPRIME A LINHA DA ORIGEM CORRENTE, QUANDO
032330* HOUVE TRANSACAO DELA
032340*-----------------------------------------------------------------
032350 9050-LISTA-ORIGEM.
032360
032370     IF WS-ORG-PROCESSADOS(WS-SUB-ORIGEM) = 0
032380         GO TO 9050-EXIT
032390     END-IF
032400
032410     DISPLAY '| ' OG-NOME(WS-SUB-ORIGEM)
032420         ' ' WS-ORG-PROCESSADOS(WS-SUB-ORIGEM)
032430         ' ' WS-ORG-ACEITOS(WS-SUB-ORIGEM)
032440         ' ' WS-ORG-REJEITADOS(WS-SUB-ORIGEM)
032450         ' ' WS-ORG-PENDENTES(WS-SUB-ORIGEM).
032460
032470 9050-EXIT.
032480     EXIT.
032490*-----------------------------------------------------------------
032500* 9100-DEFINE-RETORNO - DEFINE O CODIGO DE RETORNO DO JOB PARA O
032510* SCHEDULER: 8 QUANDO HOUVE TRANSACAO REJEITADA, 4 QUANDO O
032520* PROCESSAMENTO EMITIU AVISO, 0 QUANDO LIMPO (O ERRO FATAL
032530* ENCERRA ANTES, COM 16, PELO 9900-ERRO-FATAL-ES)
032540*-----------------------------------------------------------------
032550 9100-DEFINE-RETORNO.
032560
032570     EVALUATE TRUE
032580         WHEN WS-QTD-INVALIDOS > 0
032590           OR WS-QTD-DUPLICADOS > 0
032600           OR WS-QTD-INEXISTENTES > 0
032610           OR WS-QTD-COD-INVALIDO > 0
032620           OR WS-QTD-CPF-INVALIDO > 0
032630           OR WS-QTD-TROCA-EXISTE > 0
032640           OR WS-QTD-INATIVOS > 0
032650           OR WS-QTD-JA-ATIVOS > 0
032660           OR WS-QTD-CPF-EM-USO > 0
032670           OR WS-QTD-CONSENT-INVALIDO > 0
032680           OR WS-QTD-CEP-INEXISTENTE > 0
032690           OR WS-QTD-UF-INVALIDA > 0
032700             MOVE 8 TO RETURN-CODE
032710             DISPLAY '| CODIGO DE RETORNO .....: 8 (REJEITOS)'
032720         WHEN AVISO-EMITIDO
032730             MOVE 4 TO RETURN-CODE
032740             DISPLAY '| CODIGO DE RETORNO .....: 4 (AVISO)'
032750         WHEN OTHER
032760             MOVE 0 TO RETURN-CODE
032770             DISPLAY '| CODIGO DE RETORNO .....: 0 (LIMPO)'
032780     END-EVALUATE.
032790
032800 9100-EXIT.
032810     EXIT.
032820*-----------------------------------------------------------------
032830* 9500-GRAVA-RUNHIST - GRAVA OS TOTAIS DO PROCESSAMENTO NO
032840* HISTORICO DE EXECUCOES (RUNHIST), UM REGISTRO DATADO POR
032850* CONTADOR, PARA O BATIMENTO DIA-A-DIA (STMCAD095)
032860*-----------------------------------------------------------------
032870 9500-GRAVA-RUNHIST.
032880
032890     OPEN EXTEND ARQ-RUNHIST
032900
032910     IF WS-FS-RUNHIST = '35'
032920         OPEN OUTPUT ARQ-RUNHIST
032930     END-IF
032940
032950     IF WS-FS-RUNHIST NOT = '00'
032960         MOVE 'RUNHIST ' TO WS-ARQUIVO-ERRO
032970         MOVE WS-FS-RUNHIST TO WS-FS-ERRO
032980         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
032990     END-IF
033000
033010     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
033020     ACCEPT WS-HORA-SISTEMA FROM TIME
033030
033040     MOVE WS-DATA-PROCESSO TO RH-DATA
033050     MOVE WS-HORA-SISTEMA TO RH-HORA
033060     MOVE 'STMCAD010'     TO RH-PROGRAMA
033070
033080     MOVE 'PROCESSADOS'      TO RH-CONTADOR
033090     MOVE WS-QTD-PROCESSADOS TO RH-QTD
033100     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
033110
033120     MOVE 'VALIDOS'          TO RH-CONTADOR
033130     MOVE WS-QTD-VALIDOS     TO RH-QTD
033140     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
033150
033160     MOVE 'INCLUSOES'        TO RH-CONTADOR
033170     MOVE WS-QTD-INCLUSOES   TO RH-QTD
033180     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
033190
033200     MOVE 'ALTERACOES'       TO RH-CONTADOR
033210     MOVE WS-QTD-ALTERACOES  TO RH-QTD
033220     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
033230
033240     MOVE 'EXCLUSOES'        TO RH-CONTADOR
033250     MOVE WS-QTD-EXCLUSOES   TO RH-QTD
033260     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
033270
033280     MOVE 'TROCAS'           TO RH-CONTADOR
033290     MOVE WS-QTD-TROCAS      TO RH-QTD
033300     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
033310
033320     MOVE 'REATIVACOES'      TO RH-CONTADOR
033330     MOVE WS-QTD-REATIVACOES TO RH-QTD
033340     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
033350
033360     MOVE 'CONSENTIMENTOS'        TO RH-CONTADOR
033370     MOVE WS-QTD-CONSENTIMENTOS   TO RH-QTD
033380     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
033390
033400     MOVE 'END-DIVERGENTE'        TO RH-CONTADOR
033410     MOVE WS-QTD-END-DIVERGENTE   TO RH-QTD
033420     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
033430
033440     MOVE 'PEND-SALDO'       TO RH-CONTADOR
033450     MOVE WS-QTD-PEND-SALDO  TO RH-QTD
033460     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
033470
033480     MOVE 'SUSP-ABERTOS'          TO RH-CONTADOR
033490     MOVE WS-QTD-SUSP-ABERTOS     TO RH-QTD
033500     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
033510
033520     MOVE 'SUSP-RESOLVIDOS'       TO RH-CONTADOR
033530     MOVE WS-QTD-SUSP-RESOLVIDOS  TO RH-QTD
033540     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
033550
033560     CLOSE ARQ-RUNHIST.
033570
033580 9500-EXIT.
033590     EXIT.
033600*-----------------------------------------------------------------
033610* 9510-GRAVA-REGISTRO - GRAVA O REGISTRO CORRENTE DO HISTORICO
033620* DE EXECUCOES, CONFERINDO O FILE STATUS
033630*-----------------------------------------------------------------
033640 9510-GRAVA-REGISTRO.
033650
033660     WRITE REG-RUNHIST.
033670
033680     IF WS-FS-RUNHIST NOT = '00'
033690         MOVE 'RUNHIST ' TO WS-ARQUIVO-ERRO
033700         MOVE WS-FS-RUNHIST TO WS-FS-ERRO
033710         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
033720     END-IF.
033730
033740 9510-EXIT.
033750     EXIT.
033760*-----------------------------------------------------------------
033770* 9900-ERRO-FATAL-ES - EXIBE O ARQUIVO E O FILE STATUS DA
033780* OPERACAO DE E/S QUE FALHOU E ENCERRA O PROGRAMA COM CODIGO DE
033790* RETORNO 16, PARA O SCHEDULER ACIONAR O PROCEDIMENTO DE REINICIO
033800*-----------------------------------------------------------------
033810 9900-ERRO-FATAL-ES.
033820
033830     DISPLAY '**********************************************'
033840     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO ' WS-ARQUIVO-ERRO
033850     DISPLAY '  FILE STATUS: ' WS-FS-ERRO
033860     DISPLAY '**********************************************'
033870
033880     MOVE 16 TO RETURN-CODE
033890
033900     STOP RUN.
033910
033920 9900-EXIT.
033930     EXIT.
033940 END PROGRAM STMCAD010.
