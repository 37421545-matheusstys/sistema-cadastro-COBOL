000060* PURPOSE.    ANALISE DA TRILHA DE AUDITORIA DO CADASTRO. LE O
000070*             AUDITLOG ACUMULADO PARA UMA FAIXA DE DATAS PEDIDA
000080*             VIA SYSIN (DATA INICIAL E FINAL, YYYYMMDD) E
000090*             IMPRIME OS VOLUMES POR DIA E POR ORIGEM DA
000100*             TRANSACAO, OS PERCENTUAIS DE VALIDOS/INVALIDOS/
000110*             DUPLICADOS, OS VOLUMES POR HORA COM A HORA DE PICO
000120*             E OS DOMINIOS DE E-MAIL QUE MAIS REJEITAM, PARA
000130*             ACOMPANHAR A QUALIDADE DA CAPTACAO E PLANEJAR A
000140*             JANELA DO LOTE.
000150* TECTONICS.  cobc
000160******************************************************************
000170* MODIFICATION HISTORY
000180*   22/08/26  MS    PROGRAMA ORIGINAL
000190*   02/09/26  MS    COM O ARQUIVAMENTO MENSAL (STMCAD08), OS
000200*                   TOTAIS E PERCENTUAIS DA FAIXA PASSAM A
000210*                   SOMAR OS RESUMOS DO AUDRESUM CUJO PERIODO
000220*                   CAI NA FAIXA PEDIDA; OS QUADROS POR DIA,
000230*                   HORA E DOMINIO SEGUEM COBRINDO SOMENTE O
000240*                   DETALHE AINDA ONLINE. AUDRESUM AUSENTE
000250*                   (FS 35) SEGUE SEM RESUMOS
000260*   02/09/26  MS    O RESUMO DE MES ARQUIVADO SO ENTRA NOS
000270*                   TOTAIS QUANDO O MES INTEIRO CABE NA FAIXA
000280*                   PEDIDA; MES COBERTO SO EM PARTE E AVISADO E
000290*                   FICA FORA DOS TOTAIS (O RESUMO E MENSAL E
000300*                   INCLUI-LO INTEIRO DISTORCERIA OS
000310*                   PERCENTUAIS DA FAIXA)
000320*   15/10/26  MS    OS REGISTROS DE DECISAO DO SUPERVISOR
000330*                   (CODIGO S, APROVACAO DA CAPTACAO ONLINE) NAO
000340*                   SAO TRANSACOES DE CADASTRO: FICAM FORA DA
000350*                   FAIXA E DOS QUADROS, CONTADOS A PARTE
000360*   15/10/26  MS    INCLUSO O QUADRO DE VOLUMES POR ORIGEM DA
000370*                   TRANSACAO (AU-ORIGEM, VER ORIGTAB) COM O
000380*                   PERCENTUAL DE REJEICAO DE CADA CANAL;
000390*                   REGISTROS ANTERIORES A ORIGEM CONTAM COMO
000400*                   SEM ORIGEM
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. STMCAD030.
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ARQ-AUDITORIA ASSIGN TO AUDITLOG
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS RA-FS-AUDITORIA.
000500     SELECT ARQ-RESUMO ASSIGN TO AUDRESUM
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS RA-FS-RESUMO.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  ARQ-AUDITORIA
000560     RECORDING MODE IS F.
000570     COPY AUDIREG.
000580 FD  ARQ-RESUMO
000590     RECORDING MODE IS F.
000600     COPY AUDSREG.
000610 WORKING-STORAGE SECTION.
000620
000630 01  RA-SWITCHES.
000640     02  RA-SW-FIM-AUDITORIA           PIC X(01) VALUE 'N'.
000650         88  FIM-AUDITORIA             VALUE 'S'.
000660     02  RA-SW-DIA-ACHADO              PIC X(01) VALUE 'N'.
000670         88  DIA-ACHADO                VALUE 'S'.
000680     02  RA-SW-DOMINIO-ACHADO          PIC X(01) VALUE 'N'.
000690         88  DOMINIO-ACHADO            VALUE 'S'.
000700     02  RA-SW-FIM-DOMINIOS            PIC X(01) VALUE 'N'.
000710         88  FIM-DOMINIOS              VALUE 'S'.
000720     02  RA-SW-FIM-RESUMO              PIC X(01) VALUE 'N'.
000730         88  FIM-RESUMO                VALUE 'S'.
000740
000750 01  RA-FS-AUDITORIA                   PIC X(02) VALUE '00'.
000760 01  RA-FS-RESUMO                      PIC X(02) VALUE '00'.
000770
000780 01  RA-PARAMETROS.
000790     02  RA-DATA-INICIAL               PIC X(08) VALUE SPACES.
000800     02  RA-DATA-FINAL                 PIC X(08) VALUE SPACES.
000810
000820 01  TABELA-DIAS.
000830     02  TD-ENTRADA OCCURS 366 TIMES INDEXED BY TD-IDX.
000840         03  TD-DATA                   PIC X(08).
000850         03  TD-TOTAL                  PIC 9(06).
000860         03  TD-VALIDOS                PIC 9(06).
000870         03  TD-INVALIDOS              PIC 9(06).
000880         03  TD-DUPLICADOS             PIC 9(06).
000890         03  TD-OUTROS                 PIC 9(06).
000900
000910 01  TABELA-HORAS.
000920     02  TH-QTD OCCURS 24 TIMES       PIC 9(06) VALUE ZEROS.
000930
000940 01  TABELA-DOMINIOS.
000950     02  TDM-ENTRADA OCCURS 500 TIMES INDEXED BY TDM-IDX.
000960         03  TDM-NOME                  PIC X(29).
000970         03  TDM-QTD                   PIC 9(06).
000980         03  TDM-LISTADO               PIC X(01).
000990             88  TDM-JA-LISTADO        VALUE 'S'.
001000
001010 01  TABELA-ORIGENS.
001020     02  TOR-ENTRADA OCCURS 5 TIMES.
001030         03  TOR-TOTAL                 PIC 9(06) VALUE ZEROS.
001040         03  TOR-VALIDOS               PIC 9(06) VALUE ZEROS.
001050         03  TOR-INVALIDOS             PIC 9(06) VALUE ZEROS.
001060         03  TOR-DUPLICADOS            PIC 9(06) VALUE ZEROS.
001070         03  TOR-OUTROS                PIC 9(06) VALUE ZEROS.
001080
001090     COPY ORIGTAB.
001100
001110 77  RA-QTD-DIAS                       PIC 9(03) VALUE ZEROS.
001120 77  RA-QTD-DOMINIOS                   PIC 9(03) VALUE ZEROS.
001130 77  RA-IDX-ACHADO                     PIC 9(03) COMP VALUE ZEROS.
001140 77  RA-SUB-HORA                       PIC 9(02) COMP VALUE ZEROS.
001150 77  RA-HORA-NUM                       PIC 9(02) VALUE ZEROS.
001160 77  RA-SUB-VARRE                      PIC 9(02) COMP VALUE ZEROS.
001170 77  RA-IDX-VARRE                      PIC 9(03) COMP VALUE ZEROS.
001180 77  RA-IDX-MAIOR                      PIC 9(03) COMP VALUE ZEROS.
001190 77  RA-QTD-MAIOR                      PIC 9(06) VALUE ZEROS.
001200 77  RA-QTD-LISTAR                     PIC 9(02) VALUE ZEROS.
001210 77  RA-QTD-DOM-PERDIDOS               PIC 9(06) VALUE ZEROS.
001220 77  RA-HORA-PICO                      PIC 9(02) VALUE ZEROS.
001230 77  RA-QTD-PICO                       PIC 9(06) VALUE ZEROS.
001240 77  RA-NOME-DOMINIO                   PIC X(29) VALUE SPACES.
001250 77  RA-PARTE-LOCAL                    PIC X(30) VALUE SPACES.
001260 77  RA-PCT-EDITADO                    PIC ZZ9.99 VALUE ZEROS.
001270 77  RA-PERIODO-INI                    PIC X(08) VALUE SPACES.
001280 77  RA-PERIODO-FIM                    PIC X(08) VALUE SPACES.
001290 77  RA-ULTIMO-DIA                     PIC X(02) VALUE SPACES.
001300 77  RA-ANO-RESUMO                     PIC 9(04) VALUE ZEROS.
001310 77  RA-QUOC-BISSEXTO                  PIC 9(04) VALUE ZEROS.
001320 77  RA-RESTO-4                        PIC 9(04) VALUE ZEROS.
001330 77  RA-RESTO-100                      PIC 9(04) VALUE ZEROS.
001340 77  RA-RESTO-400                      PIC 9(04) VALUE ZEROS.
001350 77  RA-PERIODO-AVISADO                PIC X(06) VALUE SPACES.
001360 77  RA-QTD-MESES-PARCIAIS             PIC 9(03) VALUE ZEROS.
001370 77  RA-SUB-ORIGEM                     PIC 9(02) COMP VALUE ZEROS.
001380
001390 01  RA-CONTADORES.
001400     02  RA-QTD-LIDOS                  PIC 9(06) VALUE ZEROS.
001410     02  RA-QTD-FAIXA                  PIC 9(08) VALUE ZEROS.
001420     02  RA-QTD-FORA-FAIXA             PIC 9(06) VALUE ZEROS.
001430     02  RA-QTD-VALIDOS                PIC 9(08) VALUE ZEROS.
001440     02  RA-QTD-INVALIDOS              PIC 9(08) VALUE ZEROS.
001450     02  RA-QTD-DUPLICADOS             PIC 9(08) VALUE ZEROS.
001460     02  RA-QTD-OUTROS                 PIC 9(08) VALUE ZEROS.
001470     02  RA-QTD-REJEITADOS             PIC 9(06) VALUE ZEROS.
001480     02  RA-QTD-RESUMADOS              PIC 9(08) VALUE ZEROS.
001490     02  RA-QTD-SUPERVISAO             PIC 9(08) VALUE ZEROS.
001500
001510 01  RA-PERCENTUAIS.
001520     02  RA-PCT-VALIDOS                PIC 9(03)V99 VALUE ZEROS.
001530     02  RA-PCT-INVALIDOS              PIC 9(03)V99 VALUE ZEROS.
001540     02  RA-PCT-DUPLICADOS             PIC 9(03)V99 VALUE ZEROS.
001550     02  RA-PCT-REJ-ORIGEM             PIC 9(03)V99 VALUE ZEROS.
001560
001570 PROCEDURE DIVISION.
001580*-----------------------------------------------------------------
001590* 0000-MAINLINE - CONTROLA A LEITURA DOS PARAMETROS, A
001600* ACUMULACAO DA FAIXA PEDIDA E A IMPRESSAO DO RELATORIO
001610*-----------------------------------------------------------------
001620 0000-MAINLINE.
001630
001640     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
001650
001660     PERFORM 2000-PROCESSA-AUDITORIA THRU 2000-EXIT
001670         UNTIL FIM-AUDITORIA.
001680
001690     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
001700
001710     PERFORM 9000-RELATORIO-ANALISE THRU 9000-EXIT.
001720
001730     STOP RUN.
001740*-----------------------------------------------------------------
001750* 1000-INICIALIZACAO - LE E CRITICA OS PARAMETROS DE SYSIN (DATA
001760* INICIAL E DATA FINAL), ABRE A TRILHA DE AUDITORIA E FAZ A
001770* LEITURA INICIAL (PRIMING READ)
001780*-----------------------------------------------------------------
001790 1000-INICIALIZACAO.
001800
001810     DISPLAY '**********************************************'
001820     DISPLAY '       ANALISE DA TRILHA DE AUDITORIA         '
001830     DISPLAY '**********************************************'
001840
001850     ACCEPT RA-DATA-INICIAL
001860     ACCEPT RA-DATA-FINAL
001870
001880     IF RA-DATA-INICIAL IS NOT NUMERIC
001890         OR RA-DATA-FINAL IS NOT NUMERIC
001900         OR RA-DATA-INICIAL > RA-DATA-FINAL
001910         DISPLAY '**********************************************'
001920         DISPLAY '  ERRO - PARAMETROS DE DATA INVALIDOS (SYSIN)  '
001930         DISPLAY '  INICIAL: ' RA-DATA-INICIAL
001940         DISPLAY '  FINAL .: ' RA-DATA-FINAL
001950         DISPLAY '**********************************************'
001960         MOVE 8 TO RETURN-CODE
001970         STOP RUN
001980     END-IF
001990
002000     DISPLAY '| PERIODO: ' RA-DATA-INICIAL ' A ' RA-DATA-FINAL
002010
002020     OPEN INPUT ARQ-AUDITORIA.
002030
002040     IF RA-FS-AUDITORIA NOT = '00'
002050         DISPLAY '**********************************************'
002060         DISPLAY '  ERRO FATAL - ARQUIVO AUDITLOG NAO DISPONIVEL '
002070         DISPLAY '  FILE STATUS: ' RA-FS-AUDITORIA
002080         DISPLAY '**********************************************'
002090         MOVE 16 TO RETURN-CODE
002100         STOP RUN
002110     END-IF.
002120
002130     PERFORM 1100-CARREGA-RESUMOS THRU 1100-EXIT.
002140
002150     PERFORM 2900-LER-AUDITORIA THRU 2900-EXIT.
002160
002170 1000-EXIT.
002180     EXIT.
002190*-----------------------------------------------------------------
002200* 1100-CARREGA-RESUMOS - LE O ARQUIVO DE RESUMOS DO ARQUIVAMENTO
002210* MENSAL E SOMA NA FAIXA OS TOTAIS DOS PERIODOS ARQUIVADOS QUE
002220* CAEM NA FAIXA PEDIDA; ARQUIVO AUSENTE (FS 35) SEGUE SEM
002230* RESUMOS
002240*-----------------------------------------------------------------
002250 1100-CARREGA-RESUMOS.
002260
002270     OPEN INPUT ARQ-RESUMO
002280
002290     IF RA-FS-RESUMO = '35'
002300         SET FIM-RESUMO TO TRUE
002310         GO TO 1100-EXIT
002320     END-IF
002330
002340     IF RA-FS-RESUMO NOT = '00'
002350         DISPLAY '**********************************************'
002360         DISPLAY '  ERRO FATAL - ARQUIVO AUDRESUM NAO DISPONIVEL '
002370         DISPLAY '  FILE STATUS: ' RA-FS-RESUMO
002380         DISPLAY '**********************************************'
002390         MOVE 16 TO RETURN-CODE
002400         STOP RUN
002410     END-IF
002420
002430     PERFORM 1110-ACUMULA-RESUMO THRU 1110-EXIT
002440         UNTIL FIM-RESUMO
002450
002460     CLOSE ARQ-RESUMO.
002470
002480 1100-EXIT.
002490     EXIT.
002500*-----------------------------------------------------------------
002510* 1110-ACUMULA-RESUMO - LE UM RESUMO E, QUANDO O MES ARQUIVADO
002520* CABE INTEIRO NA FAIXA PEDIDA, SOMA O TOTAL NA FAIXA E NO
002530* STATUS CORRESPONDENTE; MES ARQUIVADO COBERTO SO EM PARTE PELA
002540* FAIXA E AVISADO E FICA FORA DOS TOTAIS, POIS O RESUMO E
002550* MENSAL E INCLUI-LO INTEIRO DISTORCERIA OS PERCENTUAIS
002560*-----------------------------------------------------------------
002570 1110-ACUMULA-RESUMO.
002580
002590     READ ARQ-RESUMO
002600         AT END
002610             SET FIM-RESUMO TO TRUE
002620             GO TO 1110-EXIT
002630     END-READ
002640
002650     IF RA-FS-RESUMO NOT = '00'
002660         DISPLAY '**********************************************'
002670         DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO AUDRESUM        '
002680         DISPLAY '  FILE STATUS: ' RA-FS-RESUMO
002690         DISPLAY '**********************************************'
002700         MOVE 16 TO RETURN-CODE
002710         STOP RUN
002720     END-IF
002730
002740     IF AS-PERIODO < RA-DATA-INICIAL(1:6)
002750         OR AS-PERIODO > RA-DATA-FINAL(1:6)
002760         GO TO 1110-EXIT
002770     END-IF
002780
002790     IF AS-TIPO = 'S'
002800         GO TO 1110-EXIT
002810     END-IF
002820
002830     PERFORM 1120-LIMITES-DO-MES THRU 1120-EXIT
002840
002850     IF RA-DATA-INICIAL > RA-PERIODO-INI
002860         OR RA-DATA-FINAL < RA-PERIODO-FIM
002870         IF AS-PERIODO NOT = RA-PERIODO-AVISADO
002880             MOVE AS-PERIODO TO RA-PERIODO-AVISADO
002890             ADD 1 TO RA-QTD-MESES-PARCIAIS
002900             DISPLAY '| AVISO: MES ARQUIVADO ' AS-PERIODO
002910                 ' COBERTO SO EM PARTE PELA FAIXA -'
002920             DISPLAY '| RESUMO FORA DOS TOTAIS'
002930         END-IF
002940         GO TO 1110-EXIT
002950     END-IF
002960
002970     ADD AS-QTD TO RA-QTD-FAIXA
002980     ADD AS-QTD TO RA-QTD-RESUMADOS
002990
003000     EVALUATE AS-STATUS
003010         WHEN 'VALIDO'
003020             ADD AS-QTD TO RA-QTD-VALIDOS
003030         WHEN 'INVALIDO'
003040             ADD AS-QTD TO RA-QTD-INVALIDOS
003050         WHEN 'DUPLICADO'
003060             ADD AS-QTD TO RA-QTD-DUPLICADOS
003070         WHEN OTHER
003080             ADD AS-QTD TO RA-QTD-OUTROS
003090     END-EVALUATE.
003100
003110 1110-EXIT.
003120     EXIT.
003130*-----------------------------------------------------------------
003140* 1120-LIMITES-DO-MES - MONTA O PRIMEIRO E O ULTIMO DIA DO MES
003150* ARQUIVADO CORRENTE (AS-PERIODO, YYYYMM) PARA A CONFERENCIA DE
003160* COBERTURA INTEGRAL PELA FAIXA PEDIDA
003170*-----------------------------------------------------------------
003180 1120-LIMITES-DO-MES.
003190
003200     MOVE SPACES TO RA-PERIODO-INI RA-PERIODO-FIM
003210     MOVE AS-PERIODO TO RA-PERIODO-INI(1:6)
003220     MOVE '01'       TO RA-PERIODO-INI(7:2)
003230
003240     EVALUATE AS-PERIODO(5:2)
003250         WHEN '01'
003260         WHEN '03'
003270         WHEN '05'
003280         WHEN '07'
003290         WHEN '08'
003300         WHEN '10'
003310         WHEN '12'
003320             MOVE '31' TO RA-ULTIMO-DIA
003330         WHEN '04'
003340         WHEN '06'
003350         WHEN '09'
003360         WHEN '11'
003370             MOVE '30' TO RA-ULTIMO-DIA
003380         WHEN '02'
003390             PERFORM 1130-ULTIMO-DIA-FEVEREIRO THRU 1130-EXIT
003400         WHEN OTHER
003410             MOVE '31' TO RA-ULTIMO-DIA
003420     END-EVALUATE
003430
003440     MOVE AS-PERIODO    TO RA-PERIODO-FIM(1:6)
003450     MOVE RA-ULTIMO-DIA TO RA-PERIODO-FIM(7:2).
003460
003470 1120-EXIT.
003480     EXIT.
003490*-----------------------------------------------------------------
003500* 1130-ULTIMO-DIA-FEVEREIRO - DETERMINA O ULTIMO DIA DE
003510* FEVEREIRO DO ANO DO RESUMO: 29 EM ANO BISSEXTO (DIVISIVEL POR
003520* 400, OU POR 4 E NAO POR 100), 28 NOS DEMAIS
003530*-----------------------------------------------------------------
003540 1130-ULTIMO-DIA-FEVEREIRO.
003550
003560     MOVE AS-PERIODO(1:4) TO RA-ANO-RESUMO
003570
003580     DIVIDE RA-ANO-RESUMO BY 4
003590         GIVING RA-QUOC-BISSEXTO REMAINDER RA-RESTO-4
003600     DIVIDE RA-ANO-RESUMO BY 100
003610         GIVING RA-QUOC-BISSEXTO REMAINDER RA-RESTO-100
003620     DIVIDE RA-ANO-RESUMO BY 400
003630         GIVING RA-QUOC-BISSEXTO REMAINDER RA-RESTO-400
003640
003650     IF RA-RESTO-400 = 0
003660         OR (RA-RESTO-4 = 0 AND RA-RESTO-100 NOT = 0)
003670         MOVE '29' TO RA-ULTIMO-DIA
003680     ELSE
003690         MOVE '28' TO RA-ULTIMO-DIA
003700     END-IF.
003710
003720 1130-EXIT.
003730     EXIT.
003740*-----------------------------------------------------------------
003750* 2000-PROCESSA-AUDITORIA - ACUMULA O REGISTRO CORRENTE NAS
003760* TABELAS DE DIA, ORIGEM, HORA E DOMINIO QUANDO A DATA ESTA NA
003770* FAIXA PEDIDA, E LE O PROXIMO REGISTRO
003780*-----------------------------------------------------------------
003790 2000-PROCESSA-AUDITORIA.
003800
003810     ADD 1 TO RA-QTD-LIDOS
003820
003830     IF AU-DATA < RA-DATA-INICIAL
003840         OR AU-DATA > RA-DATA-FINAL
003850         ADD 1 TO RA-QTD-FORA-FAIXA
003860         GO TO 2000-LER
003870     END-IF
003880
003890     IF AU-TIPO = 'S'
003900         ADD 1 TO RA-QTD-SUPERVISAO
003910         GO TO 2000-LER
003920     END-IF
003930
003940     ADD 1 TO RA-QTD-FAIXA
003950
003960     EVALUATE AU-STATUS
003970         WHEN 'VALIDO'
003980             ADD 1 TO RA-QTD-VALIDOS
003990         WHEN 'INVALIDO'
004000             ADD 1 TO RA-QTD-INVALIDOS
004010         WHEN 'DUPLICADO'
004020             ADD 1 TO RA-QTD-DUPLICADOS
004030         WHEN OTHER
004040             ADD 1 TO RA-QTD-OUTROS
004050     END-EVALUATE
004060
004070     PERFORM 2100-ACUMULA-DIA THRU 2100-EXIT
004080
004090     PERFORM 2400-ACUMULA-ORIGEM THRU 2400-EXIT
004100
004110     PERFORM 2200-ACUMULA-HORA THRU 2200-EXIT
004120
004130     IF AU-STATUS NOT = 'VALIDO'
004140         ADD 1 TO RA-QTD-REJEITADOS
004150         PERFORM 2300-ACUMULA-DOMINIO THRU 2300-EXIT
004160     END-IF.
004170
004180 2000-LER.
004190
004200     PERFORM 2900-LER-AUDITORIA THRU 2900-EXIT.
004210
004220 2000-EXIT.
004230     EXIT.
004240*-----------------------------------------------------------------
004250* 2100-ACUMULA-DIA - LOCALIZA (OU ABRE) A ENTRADA DO DIA DO
004260* REGISTRO CORRENTE NA TABELA DE DIAS E ACUMULA OS TOTAIS
004270*-----------------------------------------------------------------
004280 2100-ACUMULA-DIA.
004290
004300     MOVE 'N' TO RA-SW-DIA-ACHADO
004310     MOVE ZEROS TO RA-IDX-ACHADO
004320
004330     PERFORM 2110-COMPARA-DIA THRU 2110-EXIT
004340         VARYING TD-IDX FROM 1 BY 1
004350         UNTIL TD-IDX > RA-QTD-DIAS
004360            OR DIA-ACHADO
004370
004380     IF NOT DIA-ACHADO
004390         IF RA-QTD-DIAS NOT < 366
004400             DISPLAY '**********************************'
004410             DISPLAY '  ERRO FATAL - TABELA-DIAS CHEIA  '
004420             DISPLAY '**********************************'
004430             MOVE 16 TO RETURN-CODE
004440             STOP RUN
004450         END-IF
004460         ADD 1 TO RA-QTD-DIAS
004470         MOVE RA-QTD-DIAS TO RA-IDX-ACHADO
004480         SET TD-IDX TO RA-IDX-ACHADO
004490         MOVE AU-DATA TO TD-DATA(TD-IDX)
004500         MOVE ZEROS TO TD-TOTAL(TD-IDX)
004510                       TD-VALIDOS(TD-IDX)
004520                       TD-INVALIDOS(TD-IDX)
004530                       TD-DUPLICADOS(TD-IDX)
004540                       TD-OUTROS(TD-IDX)
004550     END-IF
004560
004570     SET TD-IDX TO RA-IDX-ACHADO
004580
004590     ADD 1 TO TD-TOTAL(TD-IDX)
004600
004610     EVALUATE AU-STATUS
004620         WHEN 'VALIDO'
004630             ADD 1 TO TD-VALIDOS(TD-IDX)
004640         WHEN 'INVALIDO'
004650             ADD 1 TO TD-INVALIDOS(TD-IDX)
004660         WHEN 'DUPLICADO'
004670             ADD 1 TO TD-DUPLICADOS(TD-IDX)
004680         WHEN OTHER
004690             ADD 1 TO TD-OUTROS(TD-IDX)
004700     END-EVALUATE.
004710
004720 2100-EXIT.
004730     EXIT.
004740*-----------------------------------------------------------------
004750* 2110-COMPARA-DIA - COMPARA A ENTRADA CORRENTE DA TABELA DE
004760* DIAS COM A DATA DO REGISTRO CORRENTE
004770*-----------------------------------------------------------------
004780 2110-COMPARA-DIA.
004790
004800     IF TD-DATA(TD-IDX) = AU-DATA
004810         SET DIA-ACHADO TO TRUE
004820         SET RA-IDX-ACHADO TO TD-IDX
004830     END-IF.
004840
004850 2110-EXIT.
004860     EXIT.
004870*-----------------------------------------------------------------
004880* 2200-ACUMULA-HORA - ACUMULA O REGISTRO CORRENTE NO CONTADOR DA
004890* HORA DO DIA (AU-HORA NO FORMATO HHMMSSCC)
004900*-----------------------------------------------------------------
004910 2200-ACUMULA-HORA.
004920
004930     IF AU-HORA(1:2) IS NUMERIC
004940         AND AU-HORA(1:2) < '24'
004950         MOVE AU-HORA(1:2) TO RA-HORA-NUM
004960         COMPUTE RA-SUB-HORA = RA-HORA-NUM + 1
004970         ADD 1 TO TH-QTD(RA-SUB-HORA)
004980     END-IF.
004990
005000 2200-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------------
005030* 2300-ACUMULA-DOMINIO - EXTRAI O DOMINIO DO E-MAIL DO REGISTRO
005040* REJEITADO (PARTE APOS O '@') E ACUMULA NA TABELA DE DOMINIOS
005050*-----------------------------------------------------------------
005060 2300-ACUMULA-DOMINIO.
005070
005080     MOVE SPACES TO RA-PARTE-LOCAL RA-NOME-DOMINIO
005090
005100     UNSTRING AU-EMAIL DELIMITED BY '@'
005110         INTO RA-PARTE-LOCAL
005120              RA-NOME-DOMINIO
005130     END-UNSTRING
005140
005150     IF RA-NOME-DOMINIO = SPACES
005160         MOVE '(SEM DOMINIO)' TO RA-NOME-DOMINIO
005170     END-IF
005180
005190     MOVE 'N' TO RA-SW-DOMINIO-ACHADO
005200     MOVE ZEROS TO RA-IDX-ACHADO
005210
005220     PERFORM 2310-COMPARA-DOMINIO THRU 2310-EXIT
005230         VARYING TDM-IDX FROM 1 BY 1
005240         UNTIL TDM-IDX > RA-QTD-DOMINIOS
005250            OR DOMINIO-ACHADO
005260
005270     IF NOT DOMINIO-ACHADO
005280         IF RA-QTD-DOMINIOS NOT < 500
005290             ADD 1 TO RA-QTD-DOM-PERDIDOS
005300             GO TO 2300-EXIT
005310         END-IF
005320         ADD 1 TO RA-QTD-DOMINIOS
005330         MOVE RA-QTD-DOMINIOS TO RA-IDX-ACHADO
005340         SET TDM-IDX TO RA-IDX-ACHADO
005350         MOVE RA-NOME-DOMINIO TO TDM-NOME(TDM-IDX)
005360         MOVE ZEROS TO TDM-QTD(TDM-IDX)
005370         MOVE 'N' TO TDM-LISTADO(TDM-IDX)
005380     END-IF
005390
005400     SET TDM-IDX TO RA-IDX-ACHADO
005410
005420     ADD 1 TO TDM-QTD(TDM-IDX).
005430
005440 2300-EXIT.
005450     EXIT.
005460*-----------------------------------------------------------------
005470* 2310-COMPARA-DOMINIO - COMPARA A ENTRADA CORRENTE DA TABELA DE
005480* DOMINIOS COM O DOMINIO DO REGISTRO CORRENTE
005490*-----------------------------------------------------------------
005500 2310-COMPARA-DOMINIO.
005510
005520     IF TDM-NOME(TDM-IDX) = RA-NOME-DOMINIO
005530         SET DOMINIO-ACHADO TO TRUE
005540         SET RA-IDX-ACHADO TO TDM-IDX
005550     END-IF.
005560
005570 2310-EXIT.
005580     EXIT.
005590*-----------------------------------------------------------------
005600* 2400-ACUMULA-ORIGEM - ACUMULA O REGISTRO CORRENTE NA ENTRADA DA
005610* SUA ORIGEM (ORDEM DE ORIGTAB; BRANCO OU DESCONHECIDA = SEM
005620* ORIGEM)
005630*-----------------------------------------------------------------
005640 2400-ACUMULA-ORIGEM.
005650
005660     MOVE AU-ORIGEM TO OG-CODIGO
005670
005680     EVALUATE TRUE
005690         WHEN OG-BUREAU
005700             MOVE 1 TO RA-SUB-ORIGEM
005710         WHEN OG-BALCAO
005720             MOVE 2 TO RA-SUB-ORIGEM
005730         WHEN OG-RH
005740             MOVE 3 TO RA-SUB-ORIGEM
005750         WHEN OG-MANUTENCAO
005760             MOVE 4 TO RA-SUB-ORIGEM
005770         WHEN OTHER
005780             MOVE 5 TO RA-SUB-ORIGEM
005790     END-EVALUATE
005800
005810     ADD 1 TO TOR-TOTAL(RA-SUB-ORIGEM)
005820
005830     EVALUATE AU-STATUS
005840         WHEN 'VALIDO'
005850             ADD 1 TO TOR-VALIDOS(RA-SUB-ORIGEM)
005860         WHEN 'INVALIDO'
005870             ADD 1 TO TOR-INVALIDOS(RA-SUB-ORIGEM)
005880         WHEN 'DUPLICADO'
005890             ADD 1 TO TOR-DUPLICADOS(RA-SUB-ORIGEM)
005900         WHEN OTHER
005910             ADD 1 TO TOR-OUTROS(RA-SUB-ORIGEM)
005920     END-EVALUATE.
005930
005940 2400-EXIT.
005950     EXIT.
005960*-----------------------------------------------------------------
005970* 2900-LER-AUDITORIA - LE O PROXIMO REGISTRO DA TRILHA DE
005980* AUDITORIA E LIGA O SWITCH DE FIM QUANDO NAO HOUVER MAIS
005990*-----------------------------------------------------------------
006000 2900-LER-AUDITORIA.
006010
006020     READ ARQ-AUDITORIA
006030         AT END
006040             SET FIM-AUDITORIA TO TRUE
006050     END-READ.
006060
006070     IF RA-FS-AUDITORIA NOT = '00'
006080         AND RA-FS-AUDITORIA NOT = '10'
006090         DISPLAY '**********************************************'
006100         DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO AUDITLOG        '
006110         DISPLAY '  FILE STATUS: ' RA-FS-AUDITORIA
006120         DISPLAY '**********************************************'
006130         MOVE 16 TO RETURN-CODE
006140         STOP RUN
006150     END-IF.
006160
006170 2900-EXIT.
006180     EXIT.
006190*-----------------------------------------------------------------
006200* 8000-FINALIZACAO - FECHA A TRILHA DE AUDITORIA
006210*-----------------------------------------------------------------
006220 8000-FINALIZACAO.
006230
006240     CLOSE ARQ-AUDITORIA.
006250
006260 8000-EXIT.
006270     EXIT.
006280*-----------------------------------------------------------------
006290* 9000-RELATORIO-ANALISE - IMPRIME OS TOTAIS E PERCENTUAIS DA
006300* FAIXA, OS VOLUMES POR DIA, OS VOLUMES POR HORA COM A HORA DE
006310* PICO E OS DOMINIOS QUE MAIS REJEITAM
006320*-----------------------------------------------------------------
006330 9000-RELATORIO-ANALISE.
006340
006350     DISPLAY ' '
006360     DISPLAY '**********************************************'
006370     DISPLAY '     ANALISE DA AUDITORIA - ' RA-DATA-INICIAL
006380         ' A ' RA-DATA-FINAL
006390     DISPLAY '**********************************************'
006400     DISPLAY '| REGISTROS LIDOS .......: ' RA-QTD-LIDOS
006410     DISPLAY '| NA FAIXA PEDIDA .......: ' RA-QTD-FAIXA
006420     DISPLAY '| FORA DA FAIXA .........: ' RA-QTD-FORA-FAIXA
006430     IF RA-QTD-SUPERVISAO > 0
006440         DISPLAY '| DECISOES SUPERVISOR ...: ' RA-QTD-SUPERVISAO
006450         DISPLAY '| (FORA DA FAIXA E DOS QUADROS)'
006460     END-IF
006470     IF RA-QTD-RESUMADOS > 0
006480         DISPLAY '| DE RESUMOS ARQUIVADOS .: ' RA-QTD-RESUMADOS
006490         DISPLAY '| (QUADROS POR DIA/ORIGEM/HORA/DOMINIO SO'
006500         DISPLAY '|  COBREM O DETALHE AINDA ONLINE)'
006510     END-IF
006520     IF RA-QTD-MESES-PARCIAIS > 0
006530         DISPLAY '| MESES ARQUIVADOS COBERTOS SO EM PARTE: '
006540             RA-QTD-MESES-PARCIAIS
006550         DISPLAY '| (RESUMOS DESSES MESES FORA DOS TOTAIS)'
006560     END-IF
006570
006580     IF RA-QTD-FAIXA = 0
006590         DISPLAY '| NENHUM REGISTRO NO PERIODO PEDIDO'
006600         DISPLAY '**********************************************'
006610         GO TO 9000-EXIT
006620     END-IF
006630
006640     COMPUTE RA-PCT-VALIDOS ROUNDED =
006650         RA-QTD-VALIDOS * 100 / RA-QTD-FAIXA
006660     COMPUTE RA-PCT-INVALIDOS ROUNDED =
006670         RA-QTD-INVALIDOS * 100 / RA-QTD-FAIXA
006680     COMPUTE RA-PCT-DUPLICADOS ROUNDED =
006690         RA-QTD-DUPLICADOS * 100 / RA-QTD-FAIXA
006700
006710     MOVE RA-PCT-VALIDOS TO RA-PCT-EDITADO
006720     DISPLAY '| VALIDOS ...............: ' RA-QTD-VALIDOS
006730         ' (' RA-PCT-EDITADO ' %)'
006740     MOVE RA-PCT-INVALIDOS TO RA-PCT-EDITADO
006750     DISPLAY '| INVALIDOS .............: ' RA-QTD-INVALIDOS
006760         ' (' RA-PCT-EDITADO ' %)'
006770     MOVE RA-PCT-DUPLICADOS TO RA-PCT-EDITADO
006780     DISPLAY '| DUPLICADOS ............: ' RA-QTD-DUPLICADOS
006790         ' (' RA-PCT-EDITADO ' %)'
006800     DISPLAY '| OUTROS REJEITOS .......: ' RA-QTD-OUTROS
006810
006820     DISPLAY '|---------------------------------------------'
006830     DISPLAY '| VOLUMES POR DIA (TOT/VAL/INV/DUP/OUTROS)'
006840
006850     PERFORM 9100-LISTA-DIA THRU 9100-EXIT
006860         VARYING RA-IDX-VARRE FROM 1 BY 1
006870         UNTIL RA-IDX-VARRE > RA-QTD-DIAS
006880
006890     DISPLAY '|---------------------------------------------'
006900     DISPLAY '| VOLUMES POR ORIGEM (TOT/VAL/INV/DUP/OUTROS)'
006910     DISPLAY '| COM O PERCENTUAL DE REJEICAO'
006920
006930     PERFORM 9400-LISTA-ORIGEM THRU 9400-EXIT
006940         VARYING RA-SUB-ORIGEM FROM 1 BY 1
006950         UNTIL RA-SUB-ORIGEM > 5
006960
006970     DISPLAY '|---------------------------------------------'
006980     DISPLAY '| VOLUMES POR HORA'
006990
007000     MOVE ZEROS TO RA-HORA-PICO RA-QTD-PICO
007010
007020     PERFORM 9200-LISTA-HORA THRU 9200-EXIT
007030         VARYING RA-SUB-VARRE FROM 1 BY 1
007040         UNTIL RA-SUB-VARRE > 24
007050
007060     DISPLAY '| HORA DE PICO ..........: ' RA-HORA-PICO
007070         ' COM ' RA-QTD-PICO
007080
007090     DISPLAY '|---------------------------------------------'
007100     DISPLAY '| DOMINIOS COM MAIS REJEITOS (ATE 10)'
007110
007120     MOVE 'N' TO RA-SW-FIM-DOMINIOS
007130     MOVE ZEROS TO RA-QTD-LISTAR
007140
007150     PERFORM 9300-LISTA-DOMINIO THRU 9300-EXIT
007160         UNTIL FIM-DOMINIOS
007170            OR RA-QTD-LISTAR NOT < 10
007180
007190     IF RA-QTD-DOM-PERDIDOS > 0
007200         DISPLAY '| AVISO: REJEITOS SEM DOMINIO TABELADO: '
007210             RA-QTD-DOM-PERDIDOS
007220     END-IF
007230
007240     DISPLAY '**********************************************'.
007250
007260 9000-EXIT.
007270     EXIT.
007280*-----------------------------------------------------------------
007290* 9100-LISTA-DIA - IMPRIME A LINHA DE VOLUMES DO DIA CORRENTE
007300*-----------------------------------------------------------------
007310 9100-LISTA-DIA.
007320
007330     SET TD-IDX TO RA-IDX-VARRE
007340
007350     DISPLAY '| ' TD-DATA(TD-IDX)
007360         ' ' TD-TOTAL(TD-IDX)
007370         ' ' TD-VALIDOS(TD-IDX)
007380         ' ' TD-INVALIDOS(TD-IDX)
007390         ' ' TD-DUPLICADOS(TD-IDX)
007400         ' ' TD-OUTROS(TD-IDX).
007410
007420 9100-EXIT.
007430     EXIT.
007440*-----------------------------------------------------------------
007450* 9200-LISTA-HORA - IMPRIME O VOLUME DA HORA CORRENTE (QUANDO
007460* HOUVE MOVIMENTO) E GUARDA A HORA DE PICO
007470*-----------------------------------------------------------------
007480 9200-LISTA-HORA.
007490
007500     COMPUTE RA-HORA-NUM = RA-SUB-VARRE - 1
007510
007520     IF TH-QTD(RA-SUB-VARRE) > 0
007530         DISPLAY '| HORA ' RA-HORA-NUM ' ......: '
007540             TH-QTD(RA-SUB-VARRE)
007550     END-IF
007560
007570     IF TH-QTD(RA-SUB-VARRE) > RA-QTD-PICO
007580         MOVE TH-QTD(RA-SUB-VARRE) TO RA-QTD-PICO
007590         COMPUTE RA-HORA-PICO = RA-SUB-VARRE - 1
007600     END-IF.
007610
007620 9200-EXIT.
007630     EXIT.
007640*-----------------------------------------------------------------
007650* 9300-LISTA-DOMINIO - LOCALIZA O DOMINIO AINDA NAO LISTADO COM
007660* MAIS REJEITOS E IMPRIME; LIGA O SWITCH DE FIM QUANDO NAO HA
007670* MAIS DOMINIO COM MOVIMENTO
007680*-----------------------------------------------------------------
007690 9300-LISTA-DOMINIO.
007700
007710     MOVE ZEROS TO RA-IDX-MAIOR RA-QTD-MAIOR
007720
007730     PERFORM 9310-COMPARA-MAIOR THRU 9310-EXIT
007740         VARYING TDM-IDX FROM 1 BY 1
007750         UNTIL TDM-IDX > RA-QTD-DOMINIOS
007760
007770     IF RA-QTD-MAIOR = 0
007780         SET FIM-DOMINIOS TO TRUE
007790         GO TO 9300-EXIT
007800     END-IF
007810
007820     SET TDM-IDX TO RA-IDX-MAIOR
007830     SET TDM-JA-LISTADO(TDM-IDX) TO TRUE
007840     ADD 1 TO RA-QTD-LISTAR
007850
007860     DISPLAY '| ' TDM-NOME(TDM-IDX) ' ' TDM-QTD(TDM-IDX).
007870
007880 9300-EXIT.
007890     EXIT.
007900*-----------------------------------------------------------------
007910* 9310-COMPARA-MAIOR - GUARDA A POSICAO DO DOMINIO COM MAIOR
007920* QUANTIDADE DE REJEITOS AINDA NAO LISTADO
007930*-----------------------------------------------------------------
007940 9310-COMPARA-MAIOR.
007950
007960     IF NOT TDM-JA-LISTADO(TDM-IDX)
007970         AND TDM-QTD(TDM-IDX) > RA-QTD-MAIOR
007980         MOVE TDM-QTD(TDM-IDX) TO RA-QTD-MAIOR
007990         SET RA-IDX-MAIOR TO TDM-IDX
008000     END-IF.
008010
008020 9310-EXIT.
008030     EXIT.
008040*-----------------------------------------------------------------
008050* 9400-LISTA-ORIGEM - IMPRIME A LINHA DE VOLUMES DA ORIGEM
008060* CORRENTE (QUANDO HOUVE MOVIMENTO) COM O PERCENTUAL DE REJEICAO
008070* (TUDO QUE NAO FOI VALIDO SOBRE O TOTAL DA ORIGEM)
008080*-----------------------------------------------------------------
008090 9400-LISTA-ORIGEM.
008100
008110     IF TOR-TOTAL(RA-SUB-ORIGEM) = 0
008120         GO TO 9400-EXIT
008130     END-IF
008140
008150     COMPUTE RA-PCT-REJ-ORIGEM ROUNDED =
008160         (TOR-TOTAL(RA-SUB-ORIGEM) - TOR-VALIDOS(RA-SUB-ORIGEM))
008170         * 100 / TOR-TOTAL(RA-SUB-ORIGEM)
008180
008190     MOVE RA-PCT-REJ-ORIGEM TO RA-PCT-EDITADO
008200
008210     DISPLAY '| ' OG-NOME(RA-SUB-ORIGEM)
008220         ' ' TOR-TOTAL(RA-SUB-ORIGEM)
008230         ' ' TOR-VALIDOS(RA-SUB-ORIGEM)
008240         ' ' TOR-INVALIDOS(RA-SUB-ORIGEM)
008250         ' ' TOR-DUPLICADOS(RA-SUB-ORIGEM)
008260         ' ' TOR-OUTROS(RA-SUB-ORIGEM)
008270         ' (' RA-PCT-EDITADO ' %)'.
008280
008290 9400-EXIT.
008300     EXIT.
008310 END PROGRAM STMCAD030.
