000570*                   A TRANSACAO FUTURA FICA PENDENTE NO
000580*                   STMCAD010; BRANCOS SAO NORMALIZADOS PARA
000590*                   ZEROS (APLICACAO IMEDIATA)
000600*   15/10/26  MS    INCLUSO O CODIGO C (CONSENTIMENTO DE MALA
000610*                   DIRETA): A CRITICA EXIGE O E-MAIL, O VALOR
000620*                   S/N, O CANAL B/C/T E A DATA DO CONSENTIMENTO
000630*                   NUMERICA, VALIDA E NAO FUTURA; A INCLUSAO QUE
000640*                   TRAZ O CONSENTIMENTO CAPTADO PASSA PELA MESMA
000650*                   CRITICA
000660*   15/10/26  MS    O CEP DA INCLUSAO/ALTERACAO PASSA A SER
000670*                   CRITICADO: BRANCOS SAO NORMALIZADOS PARA
000680*                   ZEROS (ENDERECO NAO INFORMADO) E CEP NAO
000690*                   NUMERICO REJEITA O ARQUIVO; A EXISTENCIA DO
000700*                   CEP E A UF SAO CONFERIDAS NA BASE DOS
000710*                   CORREIOS PELO STMCAD010
000720*   15/10/26  MS    A DATA DO PROCESSAMENTO PASSA A SER A DATA
000730*                   DE MOVIMENTO ABERTA PELO STMCAD001 NO INICIO
000740*                   DO JOB (DATAMOV), NO LUGAR DA DATA DO
000750*                   SISTEMA; SEM O DATAMOV, ENCERRA COM RC 16
000760*   15/10/26  MS    ORIGEM DA CAPTACAO NO BYTE 10 DO HEADER DE
000770*                   CADA SEGMENTO (B = BUREAU, BRANCO TAMBEM;
000780*                   C = BALCAO; R = RH, STMCAD003; M =
000790*                   MANUTENCAO; VER ORIGTAB); ORIGEM DESCONHECIDA
000800*                   REJEITA O ARQUIVO. O DETALHE ACEITO SAI NO
000810*                   TRANENT COM TR-ORIGEM (LRECL 215) E O
000820*                   RELATORIO ABRE SEGMENTOS, DETALHES, VALIDOS
000830*                   E ERROS POR ORIGEM
000840******************************************************************
000850 IDENTIFICATION DIVISION.
000860 PROGRAM-ID. STMCAD005.
000870 ENVIRONMENT DIVISION.
000880 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900     SELECT ARQ-CAPTACAO ASSIGN TO TRANCAP
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS CR-FS-CAPTACAO.
000930     SELECT ARQ-CRITICADO ASSIGN TO TRANENT
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS CR-FS-CRITICADO.
000960     SELECT ARQ-RUNHIST ASSIGN TO RUNHIST
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS CR-FS-RUNHIST.
000990     SELECT ARQ-DATA-MOVIMENTO ASSIGN TO DATAMOV
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS CR-FS-DATAMOV.
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  ARQ-CAPTACAO
001050     RECORDING MODE IS F.
001060 01  REG-CAPTACAO                      PIC X(214).
001070 FD  ARQ-CRITICADO
001080     RECORDING MODE IS F.
001090     COPY TRANREG.
001100 FD  ARQ-RUNHIST
001110     RECORDING MODE IS F.
001120     COPY RUNHREG.
001130 FD  ARQ-DATA-MOVIMENTO
001140     RECORDING MODE IS F.
001150     COPY DTMVREG.
001160 WORKING-STORAGE SECTION.
001170
001180 01  AREA-CAPTACAO.
001190     02  CR-REGISTRO                   PIC X(214) VALUE SPACES.
001200     02  CR-REG-HEADER REDEFINES CR-REGISTRO.
001210         03  CR-HDR-TIPO               PIC X(01).
001220         03  CR-HDR-DATA               PIC X(08).
001230         03  CR-HDR-ORIGEM             PIC X(01).
001240         03  FILLER                    PIC X(204).
001250     02  CR-REG-TRAILER REDEFINES CR-REGISTRO.
001260         03  CR-TRL-TIPO               PIC X(01).
001270         03  CR-TRL-QTD                PIC 9(06).
001280         03  FILLER                    PIC X(207).
001290     02  CR-REG-DETALHE REDEFINES CR-REGISTRO.
001300         03  CR-DET-CODIGO             PIC X(01).
001310             88  CR-DET-INCLUSAO       VALUE 'I'.
001320             88  CR-DET-ALTERACAO      VALUE 'A'.
001330             88  CR-DET-EXCLUSAO       VALUE 'E'.
001340             88  CR-DET-TROCA          VALUE 'T'.
001350             88  CR-DET-REATIVACAO     VALUE 'R'.
001360             88  CR-DET-CONSENTIMENTO  VALUE 'C'.
001370             88  CR-DET-MANUTENCAO     VALUE 'I' 'A' 'E' 'T'
001380                                             'R' 'C'.
001390         03  CR-DET-NOME               PIC X(30).
001400         03  CR-DET-NASC               PIC X(08).
001410         03  CR-DET-NASC-R REDEFINES CR-DET-NASC.
001420             04  CR-DET-NASC-ANO       PIC X(04).
001430             04  CR-DET-NASC-MES       PIC X(02).
001440             04  CR-DET-NASC-DIA       PIC X(02).
001450         03  CR-DET-EMAIL              PIC X(30).
001460         03  CR-DET-CPF                PIC X(11).
001470         03  CR-DET-TELEFONE           PIC X(11).
001480         03  CR-DET-ENDERECO           PIC X(85).
001490         03  CR-DET-ENDERECO-R REDEFINES CR-DET-ENDERECO.
001500             04  FILLER                PIC X(77).
001510             04  CR-DET-CEP            PIC X(08).
001520         03  CR-DET-EMAIL-NOVO         PIC X(30).
001530         03  CR-DET-CONSENT-R REDEFINES CR-DET-EMAIL-NOVO.
001540             04  CR-DET-CONS-VALOR     PIC X(01).
001550                 88  CR-DET-CONS-VALIDO
001560                                       VALUE 'S' 'N'.
001570             04  CR-DET-CONS-CANAL     PIC X(01).
001580                 88  CR-DET-CANAL-VALIDO
001590                                       VALUE 'B' 'C' 'T'.
001600             04  CR-DET-CONS-DATA      PIC X(08).
001610             04  CR-DET-CONS-DATA-R REDEFINES CR-DET-CONS-DATA.
001620                 05  CR-DET-CONS-ANO   PIC X(04).
001630                 05  CR-DET-CONS-MES   PIC X(02).
001640                 05  CR-DET-CONS-DIA   PIC X(02).
001650             04  FILLER                PIC X(20).
001660         03  CR-DET-DATA-EFETIVA       PIC X(08).
001670         03  CR-DET-EFET-R REDEFINES CR-DET-DATA-EFETIVA.
001680             04  CR-DET-EFET-ANO       PIC X(04).
001690             04  CR-DET-EFET-MES       PIC X(02).
001700             04  CR-DET-EFET-DIA       PIC X(02).
001710
001720     COPY ORIGTAB.
001730
001740*-----------------------------------------------------------------
001750* TOTAIS DA CRITICA POR ORIGEM, NA ORDEM DE ORIGTAB (OS ERROS
001760* POR ORIGEM SAO OS DETALHES NAO VALIDOS)
001770*-----------------------------------------------------------------
001780 01  TOTAIS-ORIGEM.
001790     02  CR-ORG-ENTRADA OCCURS 5 TIMES.
001800         03  CR-ORG-SEGMENTOS          PIC 9(02) VALUE ZEROS.
001810         03  CR-ORG-DETALHES           PIC 9(06) VALUE ZEROS.
001820         03  CR-ORG-VALIDOS            PIC 9(06) VALUE ZEROS.
001830
001840 01  AREA-CPF.
001850     02  CR-CPF-NUMERO                 PIC 9(11) VALUE ZEROS.
001860     02  CR-CPF-DIGITOS REDEFINES CR-CPF-NUMERO.
001870         03  CR-CPF-DIG OCCURS 11 TIMES
001880                                       PIC 9(01).
001890
001900 01  CR-SWITCHES.
001910     02  CR-SW-FIM-CAPTACAO            PIC X(01) VALUE 'N'.
001920         88  FIM-CAPTACAO              VALUE 'S'.
001930     02  CR-SW-HEADER-LIDO             PIC X(01) VALUE 'N'.
001940         88  HEADER-LIDO               VALUE 'S'.
001950     02  CR-SW-TRAILER-LIDO            PIC X(01) VALUE 'N'.
001960         88  TRAILER-LIDO              VALUE 'S'.
001970     02  CR-SW-ARQUIVO-REJEITADO       PIC X(01) VALUE 'N'.
001980         88  ARQUIVO-REJEITADO         VALUE 'S'.
001990     02  CR-SW-CPF-VALIDO              PIC X(01) VALUE 'N'.
002000         88  CPF-DIGITOS-VALIDOS       VALUE 'S'.
002010     02  CR-SW-CPF-REPETIDO            PIC X(01) VALUE 'S'.
002020         88  CPF-TODO-REPETIDO         VALUE 'S'.
002030     02  CR-SW-CONSENT-INFORMADO       PIC X(01) VALUE 'N'.
002040         88  CONSENT-INFORMADO         VALUE 'S'.
002050
002060 01  CR-FS-CAPTACAO                    PIC X(02) VALUE '00'.
002070 01  CR-FS-CRITICADO                   PIC X(02) VALUE '00'.
002080 01  CR-FS-RUNHIST                     PIC X(02) VALUE '00'.
002090 01  CR-FS-DATAMOV                     PIC X(02) VALUE '00'.
002100
002110 77  CR-QTD-LIDOS                      PIC 9(06) VALUE ZEROS.
002120 77  CR-QTD-DETALHES                   PIC 9(06) VALUE ZEROS.
002130 77  CR-QTD-VALIDOS                    PIC 9(06) VALUE ZEROS.
002140 77  CR-QTD-ERROS                      PIC 9(06) VALUE ZEROS.
002150 77  CR-QTD-ESPERADA                   PIC 9(06) VALUE ZEROS.
002160 77  CR-QTD-SEGMENTOS                  PIC 9(02) VALUE ZEROS.
002170 77  CR-QTD-DET-SEGMENTO               PIC 9(06) VALUE ZEROS.
002180 77  CR-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
002190 77  CR-HORA-PROCESSO                  PIC X(08) VALUE SPACES.
002200 77  CR-CPF-SOMA                       PIC 9(04) COMP VALUE ZEROS.
002210 77  CR-CPF-SUB                        PIC 9(02) COMP VALUE ZEROS.
002220 77  CR-CPF-LIMITE                     PIC 9(02) COMP VALUE ZEROS.
002230 77  CR-CPF-PESO                       PIC 9(02) COMP VALUE ZEROS.
002240 77  CR-CPF-RESTO                      PIC 9(02) COMP VALUE ZEROS.
002250 77  CR-CPF-DV1                        PIC 9(02) VALUE ZEROS.
002260 77  CR-CPF-DV2                        PIC 9(02) VALUE ZEROS.
002270 77  CR-SUB-ORIGEM                     PIC 9(02) COMP VALUE 5.
002280 77  CR-ORG-ERROS                      PIC 9(06) VALUE ZEROS.
002290
002300 PROCEDURE DIVISION.
002310*-----------------------------------------------------------------
002320* 0000-MAINLINE - CONTROLA A ABERTURA, O LACO DE CRITICA E O
002330* ENCERRAMENTO DO PROGRAMA, COM O CODIGO DE RETORNO DA CRITICA
002340*-----------------------------------------------------------------
002350 0000-MAINLINE.
002360
002370     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
002380
002390     PERFORM 2000-PROCESSA-REGISTRO THRU 2000-EXIT
002400         UNTIL FIM-CAPTACAO.
002410
002420     PERFORM 3000-CONFERE-ESTRUTURA THRU 3000-EXIT.
002430
002440     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
002450
002460     PERFORM 9000-RELATORIO-CRITICA THRU 9000-EXIT.
002470
002480     PERFORM 9500-GRAVA-RUNHIST THRU 9500-EXIT.
002490
002500     IF ARQUIVO-REJEITADO
002510         MOVE 8 TO RETURN-CODE
002520     END-IF
002530
002540     STOP RUN.
002550*-----------------------------------------------------------------
002560* 1000-INICIALIZACAO - ABRE OS ARQUIVOS E FAZ A LEITURA INICIAL
002570* (PRIMING READ) DO ARQUIVO CAPTADO
002580*-----------------------------------------------------------------
002590 1000-INICIALIZACAO.
002600
002610     DISPLAY '**********************************************'
002620     DISPLAY '     CRITICA DO ARQUIVO DE TRANSACOES         '
002630     DISPLAY '**********************************************'
002640
002650     PERFORM 1100-LE-DATA-MOVIMENTO THRU 1100-EXIT
002660
002670     OPEN INPUT ARQ-CAPTACAO.
002680
002690     IF CR-FS-CAPTACAO NOT = '00'
002700         DISPLAY '**********************************************'
002710         DISPLAY '  ERRO FATAL - ARQUIVO TRANCAP NAO DISPONIVEL  '
002720         DISPLAY '  FILE STATUS: ' CR-FS-CAPTACAO
002730         DISPLAY '**********************************************'
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002770
002780     OPEN OUTPUT ARQ-CRITICADO.
002790
002800     IF CR-FS-CRITICADO NOT = '00'
002810         DISPLAY '**********************************************'
002820         DISPLAY '  ERRO FATAL - ARQUIVO TRANENT NAO DISPONIVEL  '
002830         DISPLAY '  FILE STATUS: ' CR-FS-CRITICADO
002840         DISPLAY '**********************************************'
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880
002890     PERFORM 2900-LER-CAPTACAO THRU 2900-EXIT.
002900
002910 1000-EXIT.
002920     EXIT.
002930*-----------------------------------------------------------------
002940* 1100-LE-DATA-MOVIMENTO - TOMA A DATA DO PROCESSAMENTO DO CARTAO
002950* DA DATA DE MOVIMENTO GRAVADO PELO STMCAD001 NA ABERTURA DO JOB
002960*-----------------------------------------------------------------
002970 1100-LE-DATA-MOVIMENTO.
002980
002990     OPEN INPUT ARQ-DATA-MOVIMENTO.
003000
003010     IF CR-FS-DATAMOV = '00'
003020         READ ARQ-DATA-MOVIMENTO
003030             AT END
003040                 MOVE '10' TO CR-FS-DATAMOV
003050         END-READ
003060     END-IF
003070
003080     IF CR-FS-DATAMOV NOT = '00'
003090         OR DM-DATA-MOVIMENTO IS NOT NUMERIC
003100         DISPLAY '**********************************************'
003110         DISPLAY '  ERRO FATAL - DATA DE MOVIMENTO (DATAMOV)     '
003120         DISPLAY '  NAO DISPONIVEL - EXECUTAR O STMCAD001        '
003130         DISPLAY '  FILE STATUS: ' CR-FS-DATAMOV
003140         DISPLAY '**********************************************'
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF
003180
003190     MOVE DM-DATA-MOVIMENTO TO CR-DATA-PROCESSO
003200
003210     CLOSE ARQ-DATA-MOVIMENTO.
003220
003230 1100-EXIT.
003240     EXIT.
003250*-----------------------------------------------------------------
003260* 2000-PROCESSA-REGISTRO - CLASSIFICA O REGISTRO LIDO (HEADER,
003270* TRAILER OU DETALHE), CRITICA E LE O PROXIMO
003280*-----------------------------------------------------------------
003290 2000-PROCESSA-REGISTRO.
003300
003310     EVALUATE TRUE
003320         WHEN CR-REGISTRO(1:1) = 'H'
003330             PERFORM 2100-CRITICA-HEADER THRU 2100-EXIT
003340         WHEN CR-REGISTRO(1:1) = 'T'
003350             PERFORM 2200-CRITICA-TRAILER THRU 2200-EXIT
003360         WHEN OTHER
003370             PERFORM 2300-CRITICA-DETALHE THRU 2300-EXIT
003380     END-EVALUATE
003390
003400     PERFORM 2900-LER-CAPTACAO THRU 2900-EXIT.
003410
003420 2000-EXIT.
003430     EXIT.
003440*-----------------------------------------------------------------
003450* 2100-CRITICA-HEADER - ABRE UM SEGMENTO NOVO DO ARQUIVO CAPTADO
003460* (UM PAR HEADER/TRAILER POR ORIGEM CONCATENADA NO TRANCAP);
003470* CONFERE QUE O SEGMENTO ANTERIOR FOI FECHADO, QUE A DATA DE
003480* CAPTACAO E NUMERICA E QUE A ORIGEM E CONHECIDA (BRANCO =
003490* BUREAU); ORIGEM DESCONHECIDA FICA COMO SEM ORIGEM
003500*-----------------------------------------------------------------
003510 2100-CRITICA-HEADER.
003520
003530     IF HEADER-LIDO
003540         AND NOT TRAILER-LIDO
003550         ADD 1 TO CR-QTD-ERROS
003560         SET ARQUIVO-REJEITADO TO TRUE
003570         DISPLAY '| ERRO: HEADER SEM TRAILER DO SEGMENTO'
003580         DISPLAY '| ANTERIOR NA LINHA ' CR-QTD-LIDOS
003590         GO TO 2100-EXIT
003600     END-IF
003610
003620     IF CR-HDR-DATA IS NOT NUMERIC
003630         ADD 1 TO CR-QTD-ERROS
003640         SET ARQUIVO-REJEITADO TO TRUE
003650         DISPLAY '| ERRO: DATA DO HEADER NAO NUMERICA: '
003660             CR-HDR-DATA
003670     END-IF
003680
003690     MOVE CR-HDR-ORIGEM TO OG-CODIGO
003700
003710     IF OG-SEM-ORIGEM
003720         SET OG-BUREAU TO TRUE
003730     END-IF
003740
003750     IF NOT OG-VALIDA
003760         ADD 1 TO CR-QTD-ERROS
003770         SET ARQUIVO-REJEITADO TO TRUE
003780         DISPLAY '| ERRO: ORIGEM DO HEADER DESCONHECIDA <'
003790             CR-HDR-ORIGEM '> NA LINHA ' CR-QTD-LIDOS
003800         SET OG-SEM-ORIGEM TO TRUE
003810     END-IF
003820
003830     PERFORM 2150-LOCALIZA-ORIGEM THRU 2150-EXIT
003840     ADD 1 TO CR-ORG-SEGMENTOS(CR-SUB-ORIGEM)
003850
003860     ADD 1 TO CR-QTD-SEGMENTOS
003870     MOVE ZEROS TO CR-QTD-DET-SEGMENTO
003880     MOVE 'N' TO CR-SW-TRAILER-LIDO
003890     SET HEADER-LIDO TO TRUE.
003900
003910 2100-EXIT.
003920     EXIT.
003930*-----------------------------------------------------------------
003940* 2150-LOCALIZA-ORIGEM - POSICIONA O SUBSCRITO DOS TOTAIS NA
003950* ORIGEM DO SEGMENTO CORRENTE (ORDEM DE ORIGTAB)
003960*-----------------------------------------------------------------
003970 2150-LOCALIZA-ORIGEM.
003980
003990     EVALUATE TRUE
004000         WHEN OG-BUREAU
004010             MOVE 1 TO CR-SUB-ORIGEM
004020         WHEN OG-BALCAO
004030             MOVE 2 TO CR-SUB-ORIGEM
004040         WHEN OG-RH
004050             MOVE 3 TO CR-SUB-ORIGEM
004060         WHEN OG-MANUTENCAO
004070             MOVE 4 TO CR-SUB-ORIGEM
004080         WHEN OTHER
004090             MOVE 5 TO CR-SUB-ORIGEM
004100     END-EVALUATE.
004110
004120 2150-EXIT.
004130     EXIT.
004140*-----------------------------------------------------------------
004150* 2200-CRITICA-TRAILER - CONFERE QUE O TRAILER FECHA UM SEGMENTO
004160* ABERTO E QUE A QUANTIDADE ESPERADA E NUMERICA E BATE COM OS
004170* DETALHES LIDOS NO SEGMENTO CORRENTE
004180*-----------------------------------------------------------------
004190 2200-CRITICA-TRAILER.
004200
004210     IF NOT HEADER-LIDO
004220         OR TRAILER-LIDO
004230         ADD 1 TO CR-QTD-ERROS
004240         SET ARQUIVO-REJEITADO TO TRUE
004250         DISPLAY '| ERRO: TRAILER SEM SEGMENTO ABERTO NA LINHA '
004260             CR-QTD-LIDOS
004270         GO TO 2200-EXIT
004280     END-IF
004290
004300     IF CR-TRL-QTD IS NOT NUMERIC
004310         ADD 1 TO CR-QTD-ERROS
004320         SET ARQUIVO-REJEITADO TO TRUE
004330         DISPLAY '| ERRO: QUANTIDADE DO TRAILER NAO NUMERICA'
004340         SET TRAILER-LIDO TO TRUE
004350         GO TO 2200-EXIT
004360     END-IF
004370
004380     ADD CR-TRL-QTD TO CR-QTD-ESPERADA
004390
004400     IF CR-QTD-DET-SEGMENTO NOT = CR-TRL-QTD
004410         ADD 1 TO CR-QTD-ERROS
004420         SET ARQUIVO-REJEITADO TO TRUE
004430         DISPLAY '| ERRO: QUANTIDADE DE DETALHES '
004440             CR-QTD-DET-SEGMENTO ' DIFERE DA ESPERADA '
004450             CR-TRL-QTD ' NO SEGMENTO ' CR-QTD-SEGMENTOS
004460     END-IF
004470
004480     SET TRAILER-LIDO TO TRUE.
004490
004500 2200-EXIT.
004510     EXIT.
004520*-----------------------------------------------------------------
004530* 2300-CRITICA-DETALHE - CRITICA UM REGISTRO DE DETALHE: CODIGO
004540* DE TRANSACAO CONHECIDO, NOME NAO BRANCO E IDADE NUMERICA PARA
004550* INCLUSAO/ALTERACAO, E-MAIL NAO BRANCO, CONSENTIMENTO DO CODIGO C
004560* (E DA INCLUSAO QUE O TRAZ) COM VALOR, CANAL E DATA VALIDOS,
004570* CEP NUMERICO NA INCLUSAO/ALTERACAO (BRANCO = NAO INFORMADO);
004580* DETALHE SEM ERRO E GRAVADO NO ARQUIVO CRITICADO COM A ORIGEM DO
004590* SEGMENTO
004600*-----------------------------------------------------------------
004610 2300-CRITICA-DETALHE.
004620
004630     ADD 1 TO CR-QTD-DETALHES
004640     ADD 1 TO CR-QTD-DET-SEGMENTO
004650     ADD 1 TO CR-ORG-DETALHES(CR-SUB-ORIGEM)
004660
004670     IF NOT HEADER-LIDO
004680         OR TRAILER-LIDO
004690         ADD 1 TO CR-QTD-ERROS
004700         SET ARQUIVO-REJEITADO TO TRUE
004710         DISPLAY '| ERRO: DETALHE FORA DE SEGMENTO NA LINHA '
004720             CR-QTD-LIDOS
004730         GO TO 2300-EXIT
004740     END-IF
004750
004760     IF NOT CR-DET-MANUTENCAO
004770         ADD 1 TO CR-QTD-ERROS
004780         SET ARQUIVO-REJEITADO TO TRUE
004790         DISPLAY '| ERRO: CODIGO DE TRANSACAO INVALIDO <'
004800             CR-DET-CODIGO '> NA LINHA ' CR-QTD-LIDOS
004810         GO TO 2300-EXIT
004820     END-IF
004830
004840     IF (CR-DET-INCLUSAO OR CR-DET-ALTERACAO)
004850         AND CR-DET-NOME = SPACES
004860         ADD 1 TO CR-QTD-ERROS
004870         SET ARQUIVO-REJEITADO TO TRUE
004880         DISPLAY '| ERRO: NOME EM BRANCO NA LINHA ' CR-QTD-LIDOS
004890         GO TO 2300-EXIT
004900     END-IF
004910
004920     IF (CR-DET-INCLUSAO OR CR-DET-ALTERACAO)
004930         AND CR-DET-NASC IS NOT NUMERIC
004940         ADD 1 TO CR-QTD-ERROS
004950         SET ARQUIVO-REJEITADO TO TRUE
004960         DISPLAY '| ERRO: NASCIMENTO NAO NUMERICO <' CR-DET-NASC
004970             '> NA LINHA ' CR-QTD-LIDOS
004980         GO TO 2300-EXIT
004990     END-IF
005000
005010     IF (CR-DET-INCLUSAO OR CR-DET-ALTERACAO)
005020         AND (CR-DET-NASC-MES < '01' OR CR-DET-NASC-MES > '12'
005030          OR CR-DET-NASC-DIA < '01' OR CR-DET-NASC-DIA > '31')
005040         ADD 1 TO CR-QTD-ERROS
005050         SET ARQUIVO-REJEITADO TO TRUE
005060         DISPLAY '| ERRO: NASCIMENTO INVALIDO <' CR-DET-NASC
005070             '> NA LINHA ' CR-QTD-LIDOS
005080         GO TO 2300-EXIT
005090     END-IF
005100
005110     IF (CR-DET-INCLUSAO OR CR-DET-ALTERACAO)
005120         AND CR-DET-NASC > CR-DATA-PROCESSO
005130         ADD 1 TO CR-QTD-ERROS
005140         SET ARQUIVO-REJEITADO TO TRUE
005150         DISPLAY '| ERRO: NASCIMENTO FUTURO <' CR-DET-NASC
005160             '> NA LINHA ' CR-QTD-LIDOS
005170         GO TO 2300-EXIT
005180     END-IF
005190
005200     IF CR-DET-EMAIL = SPACES
005210         ADD 1 TO CR-QTD-ERROS
005220         SET ARQUIVO-REJEITADO TO TRUE
005230         DISPLAY '| ERRO: E-MAIL EM BRANCO NA LINHA '
005240             CR-QTD-LIDOS
005250         GO TO 2300-EXIT
005260     END-IF
005270
005280     IF (CR-DET-INCLUSAO OR CR-DET-ALTERACAO)
005290         PERFORM 2400-VALIDA-CPF THRU 2400-EXIT
005300         IF NOT CPF-DIGITOS-VALIDOS
005310             ADD 1 TO CR-QTD-ERROS
005320             SET ARQUIVO-REJEITADO TO TRUE
005330             DISPLAY '| ERRO: CPF INVALIDO <' CR-DET-CPF
005340                 '> NA LINHA ' CR-QTD-LIDOS
005350             GO TO 2300-EXIT
005360         END-IF
005370     END-IF
005380
005390     IF CR-DET-TROCA
005400         AND CR-DET-EMAIL-NOVO = SPACES
005410         ADD 1 TO CR-QTD-ERROS
005420         SET ARQUIVO-REJEITADO TO TRUE
005430         DISPLAY '| ERRO: E-MAIL NOVO EM BRANCO NA LINHA '
005440             CR-QTD-LIDOS
005450         GO TO 2300-EXIT
005460     END-IF
005470
005480     IF CR-DET-TROCA
005490         AND CR-DET-EMAIL-NOVO = CR-DET-EMAIL
005500         ADD 1 TO CR-QTD-ERROS
005510         SET ARQUIVO-REJEITADO TO TRUE
005520         DISPLAY '| ERRO: E-MAIL NOVO IGUAL AO ATUAL NA LINHA '
005530             CR-QTD-LIDOS
005540         GO TO 2300-EXIT
005550     END-IF
005560
005570     MOVE 'N' TO CR-SW-CONSENT-INFORMADO
005580
005590     IF CR-DET-CONSENTIMENTO
005600         OR (CR-DET-INCLUSAO AND CR-DET-EMAIL-NOVO NOT = SPACES)
005610         SET CONSENT-INFORMADO TO TRUE
005620     END-IF
005630
005640     IF CONSENT-INFORMADO
005650         AND NOT CR-DET-CONS-VALIDO
005660         ADD 1 TO CR-QTD-ERROS
005670         SET ARQUIVO-REJEITADO TO TRUE
005680         DISPLAY '| ERRO: CONSENTIMENTO INVALIDO <'
005690             CR-DET-CONS-VALOR '> NA LINHA ' CR-QTD-LIDOS
005700         GO TO 2300-EXIT
005710     END-IF
005720
005730     IF CONSENT-INFORMADO
005740         AND NOT CR-DET-CANAL-VALIDO
005750         ADD 1 TO CR-QTD-ERROS
005760         SET ARQUIVO-REJEITADO TO TRUE
005770         DISPLAY '| ERRO: CANAL DE CONSENTIMENTO INVALIDO <'
005780             CR-DET-CONS-CANAL '> NA LINHA ' CR-QTD-LIDOS
005790         GO TO 2300-EXIT
005800     END-IF
005810
005820     IF CONSENT-INFORMADO
005830         AND CR-DET-CONS-DATA IS NOT NUMERIC
005840         ADD 1 TO CR-QTD-ERROS
005850         SET ARQUIVO-REJEITADO TO TRUE
005860         DISPLAY '| ERRO: DATA DO CONSENTIMENTO NAO NUMERICA <'
005870             CR-DET-CONS-DATA '> NA LINHA ' CR-QTD-LIDOS
005880         GO TO 2300-EXIT
005890     END-IF
005900
005910     IF CONSENT-INFORMADO
005920         AND (CR-DET-CONS-MES < '01' OR CR-DET-CONS-MES > '12'
005930          OR CR-DET-CONS-DIA < '01' OR CR-DET-CONS-DIA > '31')
005940         ADD 1 TO CR-QTD-ERROS
005950         SET ARQUIVO-REJEITADO TO TRUE
005960         DISPLAY '| ERRO: DATA DO CONSENTIMENTO INVALIDA <'
005970             CR-DET-CONS-DATA '> NA LINHA ' CR-QTD-LIDOS
005980         GO TO 2300-EXIT
005990     END-IF
006000
006010     IF CONSENT-INFORMADO
006020         AND CR-DET-CONS-DATA > CR-DATA-PROCESSO
006030         ADD 1 TO CR-QTD-ERROS
006040         SET ARQUIVO-REJEITADO TO TRUE
006050         DISPLAY '| ERRO: DATA DO CONSENTIMENTO FUTURA <'
006060             CR-DET-CONS-DATA '> NA LINHA ' CR-QTD-LIDOS
006070         GO TO 2300-EXIT
006080     END-IF
006090
006100     IF (CR-DET-INCLUSAO OR CR-DET-ALTERACAO)
006110         AND CR-DET-CEP = SPACES
006120         MOVE '00000000' TO CR-DET-CEP
006130     END-IF
006140
006150     IF (CR-DET-INCLUSAO OR CR-DET-ALTERACAO)
006160         AND CR-DET-CEP IS NOT NUMERIC
006170         ADD 1 TO CR-QTD-ERROS
006180         SET ARQUIVO-REJEITADO TO TRUE
006190         DISPLAY '| ERRO: CEP NAO NUMERICO <' CR-DET-CEP
006200             '> NA LINHA ' CR-QTD-LIDOS
006210         GO TO 2300-EXIT
006220     END-IF
006230
006240     IF CR-DET-DATA-EFETIVA = SPACES
006250         MOVE '00000000' TO CR-DET-DATA-EFETIVA
006260     END-IF
006270
006280     IF CR-DET-DATA-EFETIVA IS NOT NUMERIC
006290         ADD 1 TO CR-QTD-ERROS
006300         SET ARQUIVO-REJEITADO TO TRUE
006310         DISPLAY '| ERRO: DATA EFETIVA NAO NUMERICA <'
006320             CR-DET-DATA-EFETIVA '> NA LINHA ' CR-QTD-LIDOS
006330         GO TO 2300-EXIT
006340     END-IF
006350
006360     IF CR-DET-DATA-EFETIVA NOT = '00000000'
006370         AND (CR-DET-EFET-MES < '01' OR CR-DET-EFET-MES > '12'
006380          OR CR-DET-EFET-DIA < '01' OR CR-DET-EFET-DIA > '31')
006390         ADD 1 TO CR-QTD-ERROS
006400         SET ARQUIVO-REJEITADO TO TRUE
006410         DISPLAY '| ERRO: DATA EFETIVA INVALIDA <'
006420             CR-DET-DATA-EFETIVA '> NA LINHA ' CR-QTD-LIDOS
006430         GO TO 2300-EXIT
006440     END-IF
006450
006460     ADD 1 TO CR-QTD-VALIDOS
006470     ADD 1 TO CR-ORG-VALIDOS(CR-SUB-ORIGEM)
006480
006490     MOVE CR-REGISTRO TO REG-TRANSACAO
006500     MOVE OG-CODIGO   TO TR-ORIGEM
006510
006520     WRITE REG-TRANSACAO.
006530
006540     IF CR-FS-CRITICADO NOT = '00'
006550         DISPLAY '**********************************************'
006560         DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO TRANENT         '
006570         DISPLAY '  FILE STATUS: ' CR-FS-CRITICADO
006580         DISPLAY '**********************************************'
006590         MOVE 16 TO RETURN-CODE
006600         STOP RUN
006610     END-IF.
006620
006630 2300-EXIT.
006640     EXIT.
006650*-----------------------------------------------------------------
006660* 2400-VALIDA-CPF - VALIDA O CPF DO DETALHE CORRENTE: NUMERICO,
006670* NAO COMPOSTO DE UM UNICO DIGITO REPETIDO E COM OS DOIS DIGITOS
006680* VERIFICADORES CONFERIDOS (MODULO 11, PESOS 10..2 E 11..2)
006690*-----------------------------------------------------------------
006700 2400-VALIDA-CPF.
006710
006720     MOVE 'N' TO CR-SW-CPF-VALIDO
006730
006740     IF CR-DET-CPF IS NOT NUMERIC
006750         GO TO 2400-EXIT
006760     END-IF
006770
006780     MOVE CR-DET-CPF TO CR-CPF-NUMERO
006790
006800     MOVE 'S' TO CR-SW-CPF-REPETIDO
006810     PERFORM 2410-CONFERE-REPETIDO THRU 2410-EXIT
006820         VARYING CR-CPF-SUB FROM 2 BY 1
006830         UNTIL CR-CPF-SUB > 11
006840
006850     IF CPF-TODO-REPETIDO
006860         GO TO 2400-EXIT
006870     END-IF
006880
006890     MOVE ZEROS TO CR-CPF-SOMA
006900     MOVE 9 TO CR-CPF-LIMITE
006910     PERFORM 2420-ACUMULA-PESO THRU 2420-EXIT
006920         VARYING CR-CPF-SUB FROM 1 BY 1
006930         UNTIL CR-CPF-SUB > CR-CPF-LIMITE
006940
006950     DIVIDE CR-CPF-SOMA BY 11
006960         GIVING CR-CPF-PESO REMAINDER CR-CPF-RESTO
006970
006980     COMPUTE CR-CPF-DV1 = 11 - CR-CPF-RESTO
006990     IF CR-CPF-DV1 > 9
007000         MOVE ZEROS TO CR-CPF-DV1
007010     END-IF
007020
007030     MOVE ZEROS TO CR-CPF-SOMA
007040     MOVE 10 TO CR-CPF-LIMITE
007050     PERFORM 2420-ACUMULA-PESO THRU 2420-EXIT
007060         VARYING CR-CPF-SUB FROM 1 BY 1
007070         UNTIL CR-CPF-SUB > CR-CPF-LIMITE
007080
007090     DIVIDE CR-CPF-SOMA BY 11
007100         GIVING CR-CPF-PESO REMAINDER CR-CPF-RESTO
007110
007120     COMPUTE CR-CPF-DV2 = 11 - CR-CPF-RESTO
007130     IF CR-CPF-DV2 > 9
007140         MOVE ZEROS TO CR-CPF-DV2
007150     END-IF
007160
007170     IF CR-CPF-DIG(10) = CR-CPF-DV1
007180         AND CR-CPF-DIG(11) = CR-CPF-DV2
007190         SET CPF-DIGITOS-VALIDOS TO TRUE
007200     END-IF.
007210
007220 2400-EXIT.
007230     EXIT.
007240*-----------------------------------------------------------------
007250* 2410-CONFERE-REPETIDO - DESLIGA O SWITCH DE CPF REPETIDO QUANDO
007260* O DIGITO CORRENTE DIFERE DO PRIMEIRO
007270*-----------------------------------------------------------------
007280 2410-CONFERE-REPETIDO.
007290
007300     IF CR-CPF-DIG(CR-CPF-SUB) NOT = CR-CPF-DIG(1)
007310         MOVE 'N' TO CR-SW-CPF-REPETIDO
007320     END-IF.
007330
007340 2410-EXIT.
007350     EXIT.
007360*-----------------------------------------------------------------
007370* 2420-ACUMULA-PESO - ACUMULA O DIGITO CORRENTE MULTIPLICADO PELO
007380* PESO (LIMITE + 2 - POSICAO) NA SOMA DO DIGITO VERIFICADOR
007390*-----------------------------------------------------------------
007400 2420-ACUMULA-PESO.
007410
007420     COMPUTE CR-CPF-PESO = CR-CPF-LIMITE + 2 - CR-CPF-SUB
007430
007440     COMPUTE CR-CPF-SOMA = CR-CPF-SOMA
007450         + CR-CPF-DIG(CR-CPF-SUB) * CR-CPF-PESO.
007460
007470 2420-EXIT.
007480     EXIT.
007490*-----------------------------------------------------------------
007500* 2900-LER-CAPTACAO - LE O PROXIMO REGISTRO DO ARQUIVO CAPTADO E
007510* LIGA O SWITCH DE FIM QUANDO NAO HOUVER MAIS REGISTROS
007520*-----------------------------------------------------------------
007530 2900-LER-CAPTACAO.
007540
007550     READ ARQ-CAPTACAO
007560         AT END
007570             SET FIM-CAPTACAO TO TRUE
007580         NOT AT END
007590             ADD 1 TO CR-QTD-LIDOS
007600             MOVE REG-CAPTACAO TO CR-REGISTRO
007610     END-READ.
007620
007630     IF CR-FS-CAPTACAO NOT = '00'
007640         AND CR-FS-CAPTACAO NOT = '10'
007650         DISPLAY '**********************************************'
007660         DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO TRANCAP         '
007670         DISPLAY '  FILE STATUS: ' CR-FS-CAPTACAO
007680         DISPLAY '**********************************************'
007690         MOVE 16 TO RETURN-CODE
007700         STOP RUN
007710     END-IF.
007720
007730 2900-EXIT.
007740     EXIT.
007750*-----------------------------------------------------------------
007760* 3000-CONFERE-ESTRUTURA - NO FIM DO ARQUIVO, CONFERE QUE HOUVE
007770* AO MENOS UM SEGMENTO E QUE O ULTIMO FOI FECHADO POR TRAILER;
007780* AS QUANTIDADES SAO BATIDAS POR SEGMENTO NO 2200
007790*-----------------------------------------------------------------
007800 3000-CONFERE-ESTRUTURA.
007810
007820     IF CR-QTD-SEGMENTOS = 0
007830         ADD 1 TO CR-QTD-ERROS
007840         SET ARQUIVO-REJEITADO TO TRUE
007850         DISPLAY '| ERRO: ARQUIVO SEM HEADER'
007860         GO TO 3000-EXIT
007870     END-IF
007880
007890     IF NOT TRAILER-LIDO
007900         ADD 1 TO CR-QTD-ERROS
007910         SET ARQUIVO-REJEITADO TO TRUE
007920         DISPLAY '| ERRO: ULTIMO SEGMENTO SEM TRAILER'
007930     END-IF.
007940
007950 3000-EXIT.
007960     EXIT.
007970*-----------------------------------------------------------------
007980* 8000-FINALIZACAO - FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA
007990*-----------------------------------------------------------------
008000 8000-FINALIZACAO.
008010
008020     CLOSE ARQ-CAPTACAO
008030     CLOSE ARQ-CRITICADO.
008040
008050 8000-EXIT.
008060     EXIT.
008070*-----------------------------------------------------------------
008080* 9000-RELATORIO-CRITICA - EXIBE O RELATORIO DE CONTROLE DA
008090* CRITICA COM OS TOTAIS, A ABERTURA POR ORIGEM E O RESULTADO
008100* FINAL
008110*-----------------------------------------------------------------
008120 9000-RELATORIO-CRITICA.
008130
008140     DISPLAY ' '
008150     DISPLAY '**********************************************'
008160     DISPLAY '       RELATORIO DA CRITICA - FIM DE JOB      '
008170     DISPLAY '**********************************************'
008180     DISPLAY '| REGISTROS LIDOS .......: ' CR-QTD-LIDOS
008190     DISPLAY '| SEGMENTOS (H/T) .......: ' CR-QTD-SEGMENTOS
008200     DISPLAY '| DETALHES ..............: ' CR-QTD-DETALHES
008210     DISPLAY '| DETALHES VALIDOS ......: ' CR-QTD-VALIDOS
008220     DISPLAY '| ERROS DE CRITICA ......: ' CR-QTD-ERROS
008230     DISPLAY '| QUANTIDADE ESPERADA ...: ' CR-QTD-ESPERADA
008240     DISPLAY '|--------------------------------------------'
008250     DISPLAY '| POR ORIGEM (SEGM/DETALHES/VALIDOS/ERROS)'
008260
008270     PERFORM 9100-LISTA-ORIGEM THRU 9100-EXIT
008280         VARYING CR-SUB-ORIGEM FROM 1 BY 1
008290         UNTIL CR-SUB-ORIGEM > 5
008300
008310     DISPLAY '|--------------------------------------------'
008320     IF ARQUIVO-REJEITADO
008330         DISPLAY '| RESULTADO .............: ARQUIVO REJEITADO'
008340     ELSE
008350         DISPLAY '| RESULTADO .............: ARQUIVO ACEITO'
008360     END-IF
008370     DISPLAY '**********************************************'.
008380
008390 9000-EXIT.
008400     EXIT.
008410*-----------------------------------------------------------------
008420* 9100-LISTA-ORIGEM - IMPRIME A LINHA DA ORIGEM CORRENTE, QUANDO
008430* HOUVE SEGMENTO OU DETALHE DELA
008440*-----------------------------------------------------------------
008450 9100-LISTA-ORIGEM.
008460
008470     IF CR-ORG-SEGMENTOS(CR-SUB-ORIGEM) = 0
008480         AND CR-ORG-DETALHES(CR-SUB-ORIGEM) = 0
008490         GO TO 9100-EXIT
008500     END-IF
008510
008520     COMPUTE CR-ORG-ERROS = CR-ORG-DETALHES(CR-SUB-ORIGEM)
008530         - CR-ORG-VALIDOS(CR-SUB-ORIGEM)
008540
008550     DISPLAY '| ' OG-NOME(CR-SUB-ORIGEM)
008560         ' ' CR-ORG-SEGMENTOS(CR-SUB-ORIGEM)
008570         ' ' CR-ORG-DETALHES(CR-SUB-ORIGEM)
008580         ' ' CR-ORG-VALIDOS(CR-SUB-ORIGEM)
008590         ' ' CR-ORG-ERROS.
008600
008610 9100-EXIT.
008620     EXIT.
008630*-----------------------------------------------------------------
008640* 9500-GRAVA-RUNHIST - GRAVA OS TOTAIS DA CRITICA NO HISTORICO
008650* DE EXECUCOES (RUNHIST), UM REGISTRO DATADO POR CONTADOR, PARA
008660* O BATIMENTO DIA-A-DIA (STMCAD095)
008670*-----------------------------------------------------------------
008680 9500-GRAVA-RUNHIST.
008690
008700     OPEN EXTEND ARQ-RUNHIST
008710
008720     IF CR-FS-RUNHIST = '35'
008730         OPEN OUTPUT ARQ-RUNHIST
008740     END-IF
008750
008760     IF CR-FS-RUNHIST NOT = '00'
008770         DISPLAY '**********************************************'
008780         DISPLAY '  ERRO FATAL - ARQUIVO RUNHIST NAO DISPONIVEL  '
008790         DISPLAY '  FILE STATUS: ' CR-FS-RUNHIST
008800         DISPLAY '**********************************************'
008810         MOVE 16 TO RETURN-CODE
008820         STOP RUN
008830     END-IF
008840
008850     ACCEPT CR-HORA-PROCESSO FROM TIME
008860
008870     MOVE CR-DATA-PROCESSO TO RH-DATA
008880     MOVE CR-HORA-PROCESSO TO RH-HORA
008890     MOVE 'STMCAD005'      TO RH-PROGRAMA
008900
008910     MOVE 'REGISTROS-LIDOS'  TO RH-CONTADOR
008920     MOVE CR-QTD-LIDOS       TO RH-QTD
008930     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
008940
008950     MOVE 'DETALHES'         TO RH-CONTADOR
008960     MOVE CR-QTD-DETALHES    TO RH-QTD
008970     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
008980
008990     MOVE 'DETALHES-VALIDOS' TO RH-CONTADOR
009000     MOVE CR-QTD-VALIDOS     TO RH-QTD
009010     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
009020
009030     MOVE 'ERROS-CRITICA'    TO RH-CONTADOR
009040     MOVE CR-QTD-ERROS       TO RH-QTD
009050     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
009060
009070     MOVE 'QTD-ESPERADA'     TO RH-CONTADOR
009080     MOVE CR-QTD-ESPERADA    TO RH-QTD
009090     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
009100
009110     CLOSE ARQ-RUNHIST.
009120
009130 9500-EXIT.
009140     EXIT.
009150*-----------------------------------------------------------------
009160* 9510-GRAVA-REGISTRO - GRAVA O REGISTRO CORRENTE DO HISTORICO
009170* DE EXECUCOES, CONFERINDO O FILE STATUS
009180*-----------------------------------------------------------------
009190 9510-GRAVA-REGISTRO.
009200
009210     WRITE REG-RUNHIST.
009220
009230     IF CR-FS-RUNHIST NOT = '00'
009240         DISPLAY '**********************************************'
009250         DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO RUNHIST         '
009260         DISPLAY '  FILE STATUS: ' CR-FS-RUNHIST
009270         DISPLAY '**********************************************'
009280         MOVE 16 TO RETURN-CODE
009290         STOP RUN
009300     END-IF.
009310
009320 9510-EXIT.
009330     EXIT.
009340 END PROGRAM STMCAD005.
