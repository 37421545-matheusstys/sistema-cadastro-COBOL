000010******************************************************************
000020* AUTHOR.     MATHEUS STYS
000030* INSTALLATION. DEPTO DE SISTEMAS
000040* DATE-WRITTEN. 15/10/26
000050* DATE-COMPILED.
000060* PURPOSE.    ANONIMIZACAO POS-EXPURGO (LGPD). CARREGA A RELACAO
000070*             DE CADASTROS ELIMINADOS PELO STMCAD060 (EXPURGOS,
000080*             TODAS AS GERACOES) E MASCARA, NO ARQUIVO DO DD
000090*             ANONARQ, O NOME ('ANONIMIZADO'), O CPF (ZEROS), O
000100*             TELEFONE E O ENDERECO (BRANCOS, CEP ZERADO) DOS
000110*             REGISTROS DAS PESSOAS EXPURGADAS, REGRAVANDO-OS NO
000120*             PROPRIO ARQUIVO. EXPURGOS VEM ORDENADO PELO E-MAIL
000130*             (E PELA DATA DO EXPURGO, DECRESCENTE), E A TABELA E
000140*             PESQUISADA POR BUSCA BINARIA. O TIPO DO ARQUIVO VEM
000150*             NO CARTAO DE SYSIN TIPO=XXX DATA=AAAAMMDD (A DATA,
000160*             DE CRIACAO DA GERACAO, SO E OBRIGATORIA E SO E
000170*             USADA NO TIPO REJ):
000180*               AUD = TRILHA DE AUDITORIA (AUDITLOG OU UMA
000190*                     GERACAO DO AUDHIST, LAYOUT AUDIREG)
000200*               JRN = JORNAL DE IMAGENS (JRNMEST, JRNLREG; AS
000210*                     DUAS IMAGENS SAO MASCARADAS)
000220*               REJ = UMA GERACAO DE REJEITOS (REJEREG)
000230*               CON = HISTORICO DE CONSENTIMENTO DE MALA
000240*                     DIRETA (CONSHIST, CONSREG; SO O CPF)
000250*             UM REGISTRO E DA PESSOA QUANDO SEU E-MAIL (OU O
000260*             E-MAIL NOVO DA TROCA, OU O DE UMA DAS IMAGENS) E
000270*             UM E-MAIL EXPURGADO E A DATA DO REGISTRO NAO E
000280*             POSTERIOR A DO EXPURGO (O E-MAIL PODE TER SIDO
000290*             RECADASTRADO DEPOIS). NOS REJEITOS A DATA DO
000300*             REGISTRO E A DATA EFETIVA DA TRANSACAO OU, SEM
000310*             ELA, A DATA DE CRIACAO DA GERACAO (CARTAO). O
000320*             E-MAIL, AS DATAS, OS TIPOS, A SITUACAO E A DATA
000330*             DE NASCIMENTO SAO MANTIDOS, POIS SUSTENTAM A
000340*             CONCILIACAO (STMCAD015) E AS CONTAGENS. REGISTRO
000350*             JA MASCARADO NAO E REGRAVADO, O QUE PERMITE
000360*             REEXECUTAR O JOB. RC 8 = CARTAO INVALIDO (OU TIPO
000370*             REJ SEM DATA), TABELA DE EXPURGADOS CHEIA OU
000380*             EXPURGOS FORA DE ORDEM (NADA E MASCARADO), RC 16 =
000390*             ERRO FATAL DE E/S.
000400* TECTONICS.  cobc
000410******************************************************************
000420* MODIFICATION HISTORY
000430*   15/10/26  MS    PROGRAMA ORIGINAL
000440*   15/10/26  MS    TIPO CON (CONSHIST); JORNAL COM LRECL 473; O
000450*                   E-MAIL NOVO SO E CONFERIDO NA TROCA (CODIGO
000460*                   T), POIS NA INCLUSAO E NO CONSENTIMENTO A
000470*                   AREA TRAZ O CONSENTIMENTO DE MALA DIRETA
000480*   15/10/26  MS    AUDITORIA E JORNAL COM A CADEIA DE HASH
000490*                   (LRECL 332 E 543). O MASCARAMENTO SO ALTERA
000500*                   DADOS PESSOAIS, FORA DO HASH DO REGISTRO: A
000510*                   CADEIA SEGUE INTEGRA E O STMCAD016 DEIXA DE
000520*                   CONFERIR O HASH PESSOAL DO REGISTRO MASCARADO
000530*   15/10/26  MS    AUDITORIA DE LRECL 333 E REJEITOS DE LRECL
000540*                   218 (ORIGEM DA TRANSACAO)
000550*   15/10/26  MS    TIPO NO CARTAO DE SYSIN (TIPO=XXX) EM VEZ DO
000560*                   PARM; EXPURGOS ORDENADO PELO E-MAIL, COM
000570*                   CRITICA DA ORDEM NA CARGA, E BUSCA BINARIA
000580*                   (SEARCH ALL) NA TABELA DE EXPURGADOS
000590*   15/10/26  MS    REJEITO DATADO PELA DATA EFETIVA OU PELA DATA
000600*                   DE CRIACAO DA GERACAO (DATA= NO CARTAO, QUE O
000610*                   STMCAD087 GERA): REJEITO POSTERIOR AO EXPURGO,
000620*                   DE UM RECADASTRO, NAO E MASCARADO
000630******************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. STMCAD086.
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT ARQ-EXPURGOS ASSIGN TO EXPURGOS
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS AN-FS-EXPURGOS.
000720     SELECT ARQ-AUDITORIA ASSIGN TO ANONARQ
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS AN-FS-ANONARQ.
000750     SELECT ARQ-JORNAL ASSIGN TO ANONARQ
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS AN-FS-ANONARQ.
000780     SELECT ARQ-REJEITOS ASSIGN TO ANONARQ
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS AN-FS-ANONARQ.
000810     SELECT ARQ-CONSENTIMENTO ASSIGN TO ANONARQ
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS AN-FS-ANONARQ.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  ARQ-EXPURGOS
000870     RECORDING MODE IS F.
000880     COPY EXPGREG.
000890 FD  ARQ-AUDITORIA
000900     RECORDING MODE IS F.
000910     COPY AUDIREG.
000920 FD  ARQ-JORNAL
000930     RECORDING MODE IS F.
000940     COPY JRNLREG.
000950 FD  ARQ-REJEITOS
000960     RECORDING MODE IS F.
000970     COPY REJEREG.
000980 FD  ARQ-CONSENTIMENTO
000990     RECORDING MODE IS F.
001000     COPY CONSREG.
001010 WORKING-STORAGE SECTION.
001020
001030 01  AN-SWITCHES.
001040     02  AN-SW-FIM-ARQUIVO             PIC X(01) VALUE 'N'.
001050         88  FIM-ARQUIVO               VALUE 'S'.
001060     02  AN-SW-EMAIL-ACHADO            PIC X(01) VALUE 'N'.
001070         88  EMAIL-ACHADO              VALUE 'S'.
001080     02  AN-SW-MASCARAR                PIC X(01) VALUE 'N'.
001090         88  MASCARAR-REGISTRO         VALUE 'S'.
001100     02  AN-SW-TIPO                    PIC X(03) VALUE SPACES.
001110         88  TIPO-AUDITORIA            VALUE 'AUD'.
001120         88  TIPO-JORNAL               VALUE 'JRN'.
001130         88  TIPO-REJEITOS             VALUE 'REJ'.
001140         88  TIPO-CONSENTIMENTO        VALUE 'CON'.
001150
001160 01  AN-FS-EXPURGOS                    PIC X(02) VALUE '00'.
001170 01  AN-FS-ANONARQ                     PIC X(02) VALUE '00'.
001180
001190*-----------------------------------------------------------------
001200* E-MAILS EXPURGADOS COM A DATA DO EXPURGO (A MAIS RECENTE, SE O
001210* MESMO E-MAIL FOI EXPURGADO MAIS DE UMA VEZ), EM ORDEM DE E-MAIL
001220*-----------------------------------------------------------------
001230 01  TABELA-EXPURGADOS.
001240     02  TE-ENTRADA OCCURS 0 TO 20000 TIMES
001250         DEPENDING ON AN-QTD-EXPURGADOS
001260         ASCENDING KEY IS TE-EMAIL
001270         INDEXED BY TE-IDX.
001280         03  TE-EMAIL                  PIC X(30).
001290         03  TE-DATA-EXPURGO           PIC X(08).
001300
001310*-----------------------------------------------------------------
001320* IMAGEM DO MESTRE GRAVADA NO JORNAL, MASCARADA NESTA AREA
001330*-----------------------------------------------------------------
001340     COPY CADMREG.
001350
001360 01  AN-REGISTRO-ORIGINAL              PIC X(543) VALUE SPACES.
001370
001380 77  AN-QTD-EXPURGADOS                 PIC 9(05) VALUE ZEROS.
001390 77  AN-CARTAO                         PIC X(80) VALUE SPACES.
001400 77  AN-IDX-ACHADO                     PIC 9(05) COMP VALUE ZEROS.
001410 77  AN-EMAIL-BUSCA                    PIC X(30) VALUE SPACES.
001420 77  AN-DATA-REGISTRO                  PIC X(08) VALUE SPACES.
001430 77  AN-DATA-GERACAO                   PIC X(08) VALUE SPACES.
001440 77  AN-NOME-ANONIMO                   PIC A(30)
001450     VALUE 'ANONIMIZADO'.
001460 77  AN-ARQUIVO-ERRO                   PIC X(08) VALUE SPACES.
001470 77  AN-FS-ERRO                        PIC X(02) VALUE SPACES.
001480
001490 01  AN-CONTADORES.
001500     02  AN-QTD-LIDOS-EXPURGOS         PIC 9(06) VALUE ZEROS.
001510     02  AN-QTD-LIDOS                  PIC 9(06) VALUE ZEROS.
001520     02  AN-QTD-DA-PESSOA              PIC 9(06) VALUE ZEROS.
001530     02  AN-QTD-MASCARADOS             PIC 9(06) VALUE ZEROS.
001540     02  AN-QTD-JA-MASCARADOS          PIC 9(06) VALUE ZEROS.
001550
001560 PROCEDURE DIVISION.
001570*-----------------------------------------------------------------
001580* 0000-MAINLINE - CARREGA OS EXPURGADOS E MASCARA O ARQUIVO
001590*-----------------------------------------------------------------
001600 0000-MAINLINE.
001610
001620     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
001630
001640     IF AN-QTD-EXPURGADOS > 0
001650         PERFORM 2000-ANONIMIZA-ARQUIVO THRU 2000-EXIT
001660     END-IF.
001670
001680     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
001690
001700     STOP RUN.
001710*-----------------------------------------------------------------
001720* 1000-INICIALIZACAO - LE E CRITICA O CARTAO DE SYSIN
001730* (TIPO=XXX DATA=AAAAMMDD) E CARREGA A TABELA DE E-MAILS
001740* EXPURGADOS
001750*-----------------------------------------------------------------
001760 1000-INICIALIZACAO.
001770
001780     DISPLAY '**********************************************'
001790     DISPLAY '     ANONIMIZACAO POS-EXPURGO (LGPD)          '
001800     DISPLAY '**********************************************'
001810
001820     MOVE SPACES TO AN-CARTAO
001830     ACCEPT AN-CARTAO
001840
001850     IF AN-CARTAO(1:5) NOT = 'TIPO='
001860         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
001870     END-IF
001880
001890     IF AN-CARTAO(9:72) NOT = SPACES
001900         IF AN-CARTAO(9:6) NOT = ' DATA='
001910             OR AN-CARTAO(15:8) IS NOT NUMERIC
001920             OR AN-CARTAO(15:8) = ZEROS
001930             OR AN-CARTAO(23:58) NOT = SPACES
001940             PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
001950         END-IF
001960         MOVE AN-CARTAO(15:8) TO AN-DATA-GERACAO
001970     END-IF
001980
001990     MOVE AN-CARTAO(6:3) TO AN-SW-TIPO
002000
002010     IF NOT TIPO-AUDITORIA
002020         AND NOT TIPO-JORNAL
002030         AND NOT TIPO-REJEITOS
002040         AND NOT TIPO-CONSENTIMENTO
002050         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
002060     END-IF
002070
002080     IF TIPO-REJEITOS
002090         AND AN-DATA-GERACAO = SPACES
002100         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
002110     END-IF
002120
002130     OPEN INPUT ARQ-EXPURGOS.
002140
002150     IF AN-FS-EXPURGOS NOT = '00'
002160         MOVE 'EXPURGOS' TO AN-ARQUIVO-ERRO
002170         MOVE AN-FS-EXPURGOS TO AN-FS-ERRO
002180         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002190     END-IF.
002200
002210     MOVE 'N' TO AN-SW-FIM-ARQUIVO
002220
002230     PERFORM 1100-CARREGA-EXPURGADO THRU 1100-EXIT
002240         UNTIL FIM-ARQUIVO.
002250
002260     CLOSE ARQ-EXPURGOS.
002270
002280     IF AN-QTD-EXPURGADOS = 0
002290         DISPLAY '| NENHUM CADASTRO EXPURGADO - NADA A MASCARAR'
002300     END-IF.
002310
002320 1000-EXIT.
002330     EXIT.
002340*-----------------------------------------------------------------
002350* 1100-CARREGA-EXPURGADO - LE O PROXIMO CADASTRO EXPURGADO E O
002360* ACRESCENTA NO FIM DA TABELA; E-MAIL REPETIDO (EXPURGADO DE
002370* NOVO APOS RECADASTRO) CHEGA LOGO APOS O ANTERIOR E FICA COM A
002380* DATA DE EXPURGO MAIS RECENTE. COM A TABELA CHEIA OU COM O
002390* EXPURGOS FORA DA ORDEM DE E-MAIL (A BUSCA BINARIA EXIGE A
002400* TABELA EM ORDEM) O JOB E ENCERRADO SEM MASCARAR NADA
002410*-----------------------------------------------------------------
002420 1100-CARREGA-EXPURGADO.
002430
002440     READ ARQ-EXPURGOS
002450         AT END
002460             SET FIM-ARQUIVO TO TRUE
002470             GO TO 1100-EXIT
002480     END-READ
002490
002500     IF AN-FS-EXPURGOS NOT = '00'
002510         MOVE 'EXPURGOS' TO AN-ARQUIVO-ERRO
002520         MOVE AN-FS-EXPURGOS TO AN-FS-ERRO
002530         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002540     END-IF
002550
002560     ADD 1 TO AN-QTD-LIDOS-EXPURGOS
002570
002580     IF AN-QTD-EXPURGADOS > 0
002590         SET TE-IDX TO AN-QTD-EXPURGADOS
002600         IF XP-EMAIL < TE-EMAIL(TE-IDX)
002610             PERFORM 9810-FORA-DE-ORDEM THRU 9810-EXIT
002620         END-IF
002630         IF XP-EMAIL = TE-EMAIL(TE-IDX)
002640             IF XP-DATA-EXPURGO > TE-DATA-EXPURGO(TE-IDX)
002650                 MOVE XP-DATA-EXPURGO TO TE-DATA-EXPURGO(TE-IDX)
002660             END-IF
002670             GO TO 1100-EXIT
002680         END-IF
002690     END-IF
002700
002710     IF AN-QTD-EXPURGADOS NOT < 20000
002720         CLOSE ARQ-EXPURGOS
002730         DISPLAY '**********************************************'
002740         DISPLAY '  ERRO - TABELA-EXPURGADOS CHEIA (20000)       '
002750         DISPLAY '  NENHUM REGISTRO FOI MASCARADO                '
002760         DISPLAY '**********************************************'
002770         MOVE 8 TO RETURN-CODE
002780         STOP RUN
002790     END-IF
002800
002810     ADD 1 TO AN-QTD-EXPURGADOS
002820     SET TE-IDX TO AN-QTD-EXPURGADOS
002830     MOVE XP-EMAIL        TO TE-EMAIL(TE-IDX)
002840     MOVE XP-DATA-EXPURGO TO TE-DATA-EXPURGO(TE-IDX).
002850
002860 1100-EXIT.
002870     EXIT.
002880*-----------------------------------------------------------------
002890* 2000-ANONIMIZA-ARQUIVO - ABRE PARA ATUALIZACAO O ARQUIVO DO
002900* TIPO INFORMADO NO CARTAO E O PERCORRE MASCARANDO OS REGISTROS
002910* DAS PESSOAS EXPURGADAS
002920*-----------------------------------------------------------------
002930 2000-ANONIMIZA-ARQUIVO.
002940
002950     EVALUATE TRUE
002960         WHEN TIPO-AUDITORIA
002970             OPEN I-O ARQ-AUDITORIA
002980         WHEN TIPO-JORNAL
002990             OPEN I-O ARQ-JORNAL
003000         WHEN TIPO-REJEITOS
003010             OPEN I-O ARQ-REJEITOS
003020         WHEN TIPO-CONSENTIMENTO
003030             OPEN I-O ARQ-CONSENTIMENTO
003040     END-EVALUATE
003050
003060     IF AN-FS-ANONARQ NOT = '00'
003070         MOVE 'ANONARQ ' TO AN-ARQUIVO-ERRO
003080         MOVE AN-FS-ANONARQ TO AN-FS-ERRO
003090         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003100     END-IF
003110
003120     MOVE 'N' TO AN-SW-FIM-ARQUIVO
003130
003140     EVALUATE TRUE
003150         WHEN TIPO-AUDITORIA
003160             PERFORM 2100-MASCARA-AUDITORIA THRU 2100-EXIT
003170                 UNTIL FIM-ARQUIVO
003180             CLOSE ARQ-AUDITORIA
003190         WHEN TIPO-JORNAL
003200             PERFORM 2200-MASCARA-JORNAL THRU 2200-EXIT
003210                 UNTIL FIM-ARQUIVO
003220             CLOSE ARQ-JORNAL
003230         WHEN TIPO-REJEITOS
003240             PERFORM 2300-MASCARA-REJEITO THRU 2300-EXIT
003250                 UNTIL FIM-ARQUIVO
003260             CLOSE ARQ-REJEITOS
003270         WHEN TIPO-CONSENTIMENTO
003280             PERFORM 2400-MASCARA-CONSENTIMENTO THRU 2400-EXIT
003290                 UNTIL FIM-ARQUIVO
003300             CLOSE ARQ-CONSENTIMENTO
003310     END-EVALUATE.
003320
003330 2000-EXIT.
003340     EXIT.
003350*-----------------------------------------------------------------
003360* 2100-MASCARA-AUDITORIA - LE O PROXIMO REGISTRO DE AUDITORIA E,
003370* SE O E-MAIL (OU O E-MAIL NOVO DA TROCA) FOI EXPURGADO ATE A
003380* DATA DO REGISTRO, MASCARA OS DADOS PESSOAIS E O REGRAVA
003390*-----------------------------------------------------------------
003400 2100-MASCARA-AUDITORIA.
003410
003420     READ ARQ-AUDITORIA
003430         AT END
003440             SET FIM-ARQUIVO TO TRUE
003450             GO TO 2100-EXIT
003460     END-READ
003470
003480     IF AN-FS-ANONARQ NOT = '00'
003490         MOVE 'ANONARQ ' TO AN-ARQUIVO-ERRO
003500         MOVE AN-FS-ANONARQ TO AN-FS-ERRO
003510         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003520     END-IF
003530
003540     ADD 1 TO AN-QTD-LIDOS
003550
003560     MOVE 'N'      TO AN-SW-MASCARAR
003570     MOVE AU-DATA  TO AN-DATA-REGISTRO
003580
003590     MOVE AU-EMAIL TO AN-EMAIL-BUSCA
003600     PERFORM 3000-VERIFICA-EXPURGO THRU 3000-EXIT
003610
003620     IF NOT MASCARAR-REGISTRO
003630         AND AU-TIPO = 'T'
003640         AND AU-EMAIL-NOVO NOT = SPACES
003650         MOVE AU-EMAIL-NOVO TO AN-EMAIL-BUSCA
003660         PERFORM 3000-VERIFICA-EXPURGO THRU 3000-EXIT
003670     END-IF
003680
003690     IF NOT MASCARAR-REGISTRO
003700         GO TO 2100-EXIT
003710     END-IF
003720
003730     ADD 1 TO AN-QTD-DA-PESSOA
003740     MOVE REG-AUDITORIA TO AN-REGISTRO-ORIGINAL
003750
003760     MOVE AN-NOME-ANONIMO TO AU-NOME
003770     MOVE ZEROS           TO AU-CPF
003780     MOVE SPACES          TO AU-TELEFONE
003790     MOVE SPACES          TO AU-ENDERECO
003800     MOVE ZEROS           TO AU-END-CEP
003810
003820     IF REG-AUDITORIA = AN-REGISTRO-ORIGINAL
003830         ADD 1 TO AN-QTD-JA-MASCARADOS
003840         GO TO 2100-EXIT
003850     END-IF
003860
003870     REWRITE REG-AUDITORIA
003880
003890     IF AN-FS-ANONARQ NOT = '00'
003900         MOVE 'ANONARQ ' TO AN-ARQUIVO-ERRO
003910         MOVE AN-FS-ANONARQ TO AN-FS-ERRO
003920         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003930     END-IF
003940
003950     ADD 1 TO AN-QTD-MASCARADOS.
003960
003970 2100-EXIT.
003980     EXIT.
003990*-----------------------------------------------------------------
004000* 2200-MASCARA-JORNAL - LE O PROXIMO REGISTRO DO JORNAL E, SE O
004010* E-MAIL DE UMA DAS IMAGENS FOI EXPURGADO ATE A DATA DO
004020* REGISTRO, MASCARA AS DUAS IMAGENS E O REGRAVA
004030*-----------------------------------------------------------------
004040 2200-MASCARA-JORNAL.
004050
004060     READ ARQ-JORNAL
004070         AT END
004080             SET FIM-ARQUIVO TO TRUE
004090             GO TO 2200-EXIT
004100     END-READ
004110
004120     IF AN-FS-ANONARQ NOT = '00'
004130         MOVE 'ANONARQ ' TO AN-ARQUIVO-ERRO
004140         MOVE AN-FS-ANONARQ TO AN-FS-ERRO
004150         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
004160     END-IF
004170
004180     ADD 1 TO AN-QTD-LIDOS
004190
004200     MOVE 'N'      TO AN-SW-MASCARAR
004210     MOVE JN-DATA  TO AN-DATA-REGISTRO
004220
004230     IF JN-IMAGEM-ANTES NOT = SPACES
004240         MOVE JN-IMAGEM-ANTES TO REG-CADASTRO-MESTRE
004250         MOVE CM-EMAIL        TO AN-EMAIL-BUSCA
004260         PERFORM 3000-VERIFICA-EXPURGO THRU 3000-EXIT
004270     END-IF
004280
004290     IF NOT MASCARAR-REGISTRO
004300         AND JN-IMAGEM-DEPOIS NOT = SPACES
004310         MOVE JN-IMAGEM-DEPOIS TO REG-CADASTRO-MESTRE
004320         MOVE CM-EMAIL         TO AN-EMAIL-BUSCA
004330         PERFORM 3000-VERIFICA-EXPURGO THRU 3000-EXIT
004340     END-IF
004350
004360     IF NOT MASCARAR-REGISTRO
004370         GO TO 2200-EXIT
004380     END-IF
004390
004400     ADD 1 TO AN-QTD-DA-PESSOA
004410     MOVE REG-JORNAL TO AN-REGISTRO-ORIGINAL
004420
004430     IF JN-IMAGEM-ANTES NOT = SPACES
004440         MOVE JN-IMAGEM-ANTES TO REG-CADASTRO-MESTRE
004450         PERFORM 2250-MASCARA-IMAGEM THRU 2250-EXIT
004460         MOVE REG-CADASTRO-MESTRE TO JN-IMAGEM-ANTES
004470     END-IF
004480
004490     IF JN-IMAGEM-DEPOIS NOT = SPACES
004500         MOVE JN-IMAGEM-DEPOIS TO REG-CADASTRO-MESTRE
004510         PERFORM 2250-MASCARA-IMAGEM THRU 2250-EXIT
004520         MOVE REG-CADASTRO-MESTRE TO JN-IMAGEM-DEPOIS
004530     END-IF
004540
004550     IF REG-JORNAL = AN-REGISTRO-ORIGINAL
004560         ADD 1 TO AN-QTD-JA-MASCARADOS
004570         GO TO 2200-EXIT
004580     END-IF
004590
004600     REWRITE REG-JORNAL
004610
004620     IF AN-FS-ANONARQ NOT = '00'
004630         MOVE 'ANONARQ ' TO AN-ARQUIVO-ERRO
004640         MOVE AN-FS-ANONARQ TO AN-FS-ERRO
004650         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
004660     END-IF
004670
004680     ADD 1 TO AN-QTD-MASCARADOS.
004690
004700 2200-EXIT.
004710     EXIT.
004720*-----------------------------------------------------------------
004730* 2250-MASCARA-IMAGEM - MASCARA OS DADOS PESSOAIS DA IMAGEM DO
004740* MESTRE CARREGADA EM REG-CADASTRO-MESTRE
004750*-----------------------------------------------------------------
004760 2250-MASCARA-IMAGEM.
004770
004780     MOVE AN-NOME-ANONIMO TO CM-NOME
004790     MOVE ZEROS           TO CM-CPF
004800     MOVE SPACES          TO CM-TELEFONE
004810     MOVE SPACES          TO CM-ENDERECO
004820     MOVE ZEROS           TO CM-END-CEP.
004830
004840 2250-EXIT.
004850     EXIT.
004860*-----------------------------------------------------------------
004870* 2300-MASCARA-REJEITO - LE A PROXIMA TRANSACAO REJEITADA E, SE
004880* O E-MAIL (OU O E-MAIL NOVO DA TROCA) FOI EXPURGADO ATE A DATA
004890* DO REJEITO, MASCARA OS DADOS PESSOAIS E A REGRAVA. A DATA DO
004900* REJEITO E A DATA EFETIVA DA TRANSACAO; SEM ELA, A DATA DE
004910* CRIACAO DA GERACAO (DATA= DO CARTAO). REJEITO POSTERIOR AO
004920* EXPURGO E DE UM RECADASTRO E NAO E MASCARADO
004930*-----------------------------------------------------------------
004940 2300-MASCARA-REJEITO.
004950
004960     READ ARQ-REJEITOS
004970         AT END
004980             SET FIM-ARQUIVO TO TRUE
004990             GO TO 2300-EXIT
005000     END-READ
005010
005020     IF AN-FS-ANONARQ NOT = '00'
005030         MOVE 'ANONARQ ' TO AN-ARQUIVO-ERRO
005040         MOVE AN-FS-ANONARQ TO AN-FS-ERRO
005050         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
005060     END-IF
005070
005080     ADD 1 TO AN-QTD-LIDOS
005090
005100     MOVE 'N'        TO AN-SW-MASCARAR
005110
005120     IF RJ-DATA-EFETIVA IS NUMERIC
005130         AND RJ-DATA-EFETIVA NOT = ZEROS
005140         MOVE RJ-DATA-EFETIVA TO AN-DATA-REGISTRO
005150     ELSE
005160         MOVE AN-DATA-GERACAO TO AN-DATA-REGISTRO
005170     END-IF
005180
005190     MOVE RJ-EMAIL   TO AN-EMAIL-BUSCA
005200     PERFORM 3000-VERIFICA-EXPURGO THRU 3000-EXIT
005210
005220     IF NOT MASCARAR-REGISTRO
005230         AND RJ-CODIGO = 'T'
005240         AND RJ-EMAIL-NOVO NOT = SPACES
005250         MOVE RJ-EMAIL-NOVO TO AN-EMAIL-BUSCA
005260         PERFORM 3000-VERIFICA-EXPURGO THRU 3000-EXIT
005270     END-IF
005280
005290     IF NOT MASCARAR-REGISTRO
005300         GO TO 2300-EXIT
005310     END-IF
005320
005330     ADD 1 TO AN-QTD-DA-PESSOA
005340     MOVE REG-REJEITO TO AN-REGISTRO-ORIGINAL
005350
005360     MOVE AN-NOME-ANONIMO TO RJ-NOME
005370     MOVE ZEROS           TO RJ-CPF
005380     MOVE SPACES          TO RJ-TELEFONE
005390     MOVE SPACES          TO RJ-ENDERECO
005400     MOVE ZEROS           TO RJ-END-CEP
005410
005420     IF REG-REJEITO = AN-REGISTRO-ORIGINAL
005430         ADD 1 TO AN-QTD-JA-MASCARADOS
005440         GO TO 2300-EXIT
005450     END-IF
005460
005470     REWRITE REG-REJEITO
005480
005490     IF AN-FS-ANONARQ NOT = '00'
005500         MOVE 'ANONARQ ' TO AN-ARQUIVO-ERRO
005510         MOVE AN-FS-ANONARQ TO AN-FS-ERRO
005520         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
005530     END-IF
005540
005550     ADD 1 TO AN-QTD-MASCARADOS.
005560
005570 2300-EXIT.
005580     EXIT.
005590*-----------------------------------------------------------------
005600* 2400-MASCARA-CONSENTIMENTO - LE A PROXIMA MUDANCA DE
005610* CONSENTIMENTO E, SE O E-MAIL FOI EXPURGADO ATE A DATA DO
005620* REGISTRO, ZERA O CPF E A REGRAVA (O REGISTRO NAO TEM OUTRO
005630* DADO PESSOAL ALEM DO E-MAIL, MANTIDO)
005640*-----------------------------------------------------------------
005650 2400-MASCARA-CONSENTIMENTO.
005660
005670     READ ARQ-CONSENTIMENTO
005680         AT END
005690             SET FIM-ARQUIVO TO TRUE
005700             GO TO 2400-EXIT
005710     END-READ
005720
005730     IF AN-FS-ANONARQ NOT = '00'
005740         MOVE 'ANONARQ ' TO AN-ARQUIVO-ERRO
005750         MOVE AN-FS-ANONARQ TO AN-FS-ERRO
005760         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
005770     END-IF
005780
005790     ADD 1 TO AN-QTD-LIDOS
005800
005810     MOVE 'N'      TO AN-SW-MASCARAR
005820     MOVE CS-DATA  TO AN-DATA-REGISTRO
005830
005840     MOVE CS-EMAIL TO AN-EMAIL-BUSCA
005850     PERFORM 3000-VERIFICA-EXPURGO THRU 3000-EXIT
005860
005870     IF NOT MASCARAR-REGISTRO
005880         GO TO 2400-EXIT
005890     END-IF
005900
005910     ADD 1 TO AN-QTD-DA-PESSOA
005920
005930     IF CS-CPF = ZEROS
005940         ADD 1 TO AN-QTD-JA-MASCARADOS
005950         GO TO 2400-EXIT
005960     END-IF
005970
005980     MOVE ZEROS    TO CS-CPF
005990
006000     REWRITE REG-CONSENTIMENTO
006010
006020     IF AN-FS-ANONARQ NOT = '00'
006030         MOVE 'ANONARQ ' TO AN-ARQUIVO-ERRO
006040         MOVE AN-FS-ANONARQ TO AN-FS-ERRO
006050         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
006060     END-IF
006070
006080     ADD 1 TO AN-QTD-MASCARADOS.
006090
006100 2400-EXIT.
006110     EXIT.
006120*-----------------------------------------------------------------
006130* 3000-VERIFICA-EXPURGO - LIGA MASCARAR-REGISTRO QUANDO O E-MAIL
006140* DE AN-EMAIL-BUSCA FOI EXPURGADO E A DATA DO REGISTRO
006150* (AN-DATA-REGISTRO) NAO E POSTERIOR A DATA DO EXPURGO
006160*-----------------------------------------------------------------
006170 3000-VERIFICA-EXPURGO.
006180
006190     IF AN-EMAIL-BUSCA = SPACES
006200         GO TO 3000-EXIT
006210     END-IF
006220
006230     PERFORM 7000-BUSCA-EXPURGADO THRU 7000-EXIT
006240
006250     IF NOT EMAIL-ACHADO
006260         GO TO 3000-EXIT
006270     END-IF
006280
006290     SET TE-IDX TO AN-IDX-ACHADO
006300
006310     IF AN-DATA-REGISTRO NOT > TE-DATA-EXPURGO(TE-IDX)
006320         SET MASCARAR-REGISTRO TO TRUE
006330     END-IF.
006340
006350 3000-EXIT.
006360     EXIT.
006370*-----------------------------------------------------------------
006380* 7000-BUSCA-EXPURGADO - PROCURA NA TABELA (BUSCA BINARIA PELO
006390* E-MAIL) O E-MAIL DE AN-EMAIL-BUSCA; DEVOLVE O SWITCH
006400* EMAIL-ACHADO E A POSICAO EM AN-IDX-ACHADO
006410*-----------------------------------------------------------------
006420 7000-BUSCA-EXPURGADO.
006430
006440     MOVE 'N' TO AN-SW-EMAIL-ACHADO
006450     MOVE ZEROS TO AN-IDX-ACHADO
006460
006470     SEARCH ALL TE-ENTRADA
006480         WHEN TE-EMAIL(TE-IDX) = AN-EMAIL-BUSCA
006490             SET EMAIL-ACHADO TO TRUE
006500             SET AN-IDX-ACHADO TO TE-IDX
006510     END-SEARCH.
006520
006530 7000-EXIT.
006540     EXIT.
006550*-----------------------------------------------------------------
006560* 8000-FINALIZACAO - EXIBE OS TOTAIS NO CONSOLE
006570*-----------------------------------------------------------------
006580 8000-FINALIZACAO.
006590
006600     DISPLAY ' '
006610     DISPLAY '**********************************************'
006620     DISPLAY '   ANONIMIZACAO POS-EXPURGO - FIM DE JOB      '
006630     DISPLAY '**********************************************'
006640     DISPLAY '| TIPO DO ARQUIVO .......: ' AN-SW-TIPO
006650     DISPLAY '| EXPURGOS LIDOS ........: ' AN-QTD-LIDOS-EXPURGOS
006660     DISPLAY '| E-MAILS EXPURGADOS ....: ' AN-QTD-EXPURGADOS
006670     DISPLAY '| REGISTROS LIDOS .......: ' AN-QTD-LIDOS
006680     DISPLAY '| REGISTROS EXPURGADOS ..: ' AN-QTD-DA-PESSOA
006690     DISPLAY '| REGISTROS MASCARADOS ..: ' AN-QTD-MASCARADOS
006700     DISPLAY '| JA MASCARADOS .........: ' AN-QTD-JA-MASCARADOS
006710     DISPLAY '**********************************************'.
006720
006730 8000-EXIT.
006740     EXIT.
006750*-----------------------------------------------------------------
006760* 9800-PARAMETRO-INVALIDO - EXIBE O FORMATO DO CARTAO E ENCERRA
006770* COM CODIGO DE RETORNO 8
006780*-----------------------------------------------------------------
006790 9800-PARAMETRO-INVALIDO.
006800
006810     DISPLAY '**********************************************'
006820     DISPLAY '  ERRO - CARTAO DE SYSIN INVALIDO: ' AN-CARTAO(1:22)
006830     DISPLAY '  FORMATO: TIPO=XXX DATA=AAAAMMDD, XXX = AUD,  '
006840     DISPLAY '           JRN, REJ OU CON; A DATA (CRIACAO DA '
006850     DISPLAY '           GERACAO) E OBRIGATORIA NO TIPO REJ  '
006860     DISPLAY '**********************************************'
006870
006880     MOVE 8 TO RETURN-CODE
006890
006900     STOP RUN.
006910
006920 9800-EXIT.
006930     EXIT.
006940*-----------------------------------------------------------------
006950* 9810-FORA-DE-ORDEM - EXPURGOS NAO VEIO ORDENADO PELO E-MAIL:
006960* EXIBE O REGISTRO FORA DE ORDEM E ENCERRA COM CODIGO DE RETORNO
006970* 8 SEM MASCARAR NADA
006980*-----------------------------------------------------------------
006990 9810-FORA-DE-ORDEM.
007000
007010     CLOSE ARQ-EXPURGOS
007020
007030     DISPLAY '**********************************************'
007040     DISPLAY '  ERRO - EXPURGOS FORA DA ORDEM DE E-MAIL      '
007050     DISPLAY '  REGISTRO ' AN-QTD-LIDOS-EXPURGOS ': ' XP-EMAIL
007060     DISPLAY '  NENHUM REGISTRO FOI MASCARADO                '
007070     DISPLAY '**********************************************'
007080
007090     MOVE 8 TO RETURN-CODE
007100
007110     STOP RUN.
007120
007130 9810-EXIT.
007140     EXIT.
007150*-----------------------------------------------------------------
007160* 9900-ERRO-FATAL-ES - EXIBE O ARQUIVO E O FILE STATUS DO ERRO
007170* DE E/S E ENCERRA COM CODIGO DE RETORNO 16
007180*-----------------------------------------------------------------
007190 9900-ERRO-FATAL-ES.
007200
007210     DISPLAY '**********************************************'
007220     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO ' AN-ARQUIVO-ERRO
007230     DISPLAY '  FILE STATUS: ' AN-FS-ERRO
007240     DISPLAY '**********************************************'
007250
007260     MOVE 16 TO RETURN-CODE
007270
007280     STOP RUN.
007290
007300 9900-EXIT.
007310     EXIT.
007320 END PROGRAM STMCAD086.
